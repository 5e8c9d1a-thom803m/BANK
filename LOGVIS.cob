      *> (20 ad gangen, ENTER blader), og udvalget kan til sidst
      *> skrives til logudtraek.txt til revisorerne. Logformatet er
      *> LOGTRANS's: tidsstempel;operatoer;program;haendelse;RC=n.
      *> Til sidst vises, om hash-kaeden (LOGKAEDE) i transaktion.log
      *> og kundelog.txt er intakt for det valgte datointerval, saa
      *> revisorerne kan se at udtraekket ikke er rettet bagefter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).
               END-IF
           END-IF

           DISPLAY "----------------------------------------"
           DISPLAY "Hash-kaede for perioden:"
           MOVE "transaktion.log" TO KD-LOGFIL
           PERFORM VIS-KAEDESTATUS
           MOVE "kundelog.txt" TO KD-LOGFIL
           PERFORM VIS-KAEDESTATUS

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               ACCEPT BLAD-SVAR
           END-IF.

      * Kaeden gennemgaas af LOGKAEDE for samme datointerval som
      * filteret (blank = aaben).
       VIS-KAEDESTATUS.
           MOVE "V" TO KD-HANDLING
           MOVE SPACES TO KD-LINJE
           MOVE FUNCTION TRIM(FILTER-FRA) TO KD-FRA-DATO
           MOVE FUNCTION TRIM(FILTER-TIL) TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR
           DISPLAY "  " FUNCTION TRIM(KD-LOGFIL) ": "
               FUNCTION TRIM(KD-LINJE)
           IF KD-RETUR = 1
               MOVE 1 TO RETUR
           END-IF.

      * Samme filtre en gang til, men til fil i stedet for skaerm.
       EKSPORTER-UDVALG.
           OPEN OUTPUT UDTRAEKFIL
