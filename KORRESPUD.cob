       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORRESPUD.

      *> Natbatch-trin der samler dagens udenlandske betalinger fra
      *> udland_koe.txt (status K, registreret i UDLANDBET) i en
      *> eksportfil til korrespondentbanken,
      *> korrespondent_ud_<dato>.txt, adskilt fra den indenlandske
      *> clearingfil (CLEARUD). En detaillinje pr. betaling:
      *>   BET;<koe-id>;<IBAN>;<BIC>;<navn>;<adresse>;<valuta>;
      *>       <beloeb>;<OUR/SHA/BEN>;UDLAND-<koe-id>
      *> efterfulgt af kontroltotaler: en "TOTAL;<valuta>;<antal>;
      *> <sum>" pr. valuta og en afsluttende "TRAILER;<antal>;
      *> <hashsum>", hvor hashsummen er summen af alle beloeb paa
      *> tvaers af valutaer, som korrespondentbanken afstemmer mod.
      *> Medsendte betalinger markeres S (sendt) i koeen via samme
      *> temp-fil/FILSKIFT-rewrite som CLEARUD, saa en dobbelt-
      *> koersel ikke sender dem igen, og korrespud_rapport.txt viser
      *> hvad der blev sendt. Svarene behandles af KORRSTATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOEFIL ASSIGN TO "udland_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT TEMPFIL ASSIGN TO "udland_koe_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UDFIL ASSIGN USING UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO "korrespud_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KOEFIL.
       01 KOE-LINJE        PIC X(300).

       FD TEMPFIL.
       01 TEMP-LINJE       PIC X(300).

       FD UDFIL.
       01 UD-LINJE         PIC X(300).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "UDLKOEREC.cpy".

       01 KOEFIL-STATUS    PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 UDFIL-NAVN       PIC X(50).

       01 ANTAL-SENDT      PIC 9(7) VALUE 0.
       01 SUM-SENDT        PIC S9(13)V99 VALUE 0.
       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).

      * Kontroltotaler pr. betalingsvaluta.
       01 VALUTA-TABEL.
          05 VT-POST OCCURS 50 TIMES.
             10 VT-KODE    PIC X(5).
             10 VT-ANTAL   PIC 9(7).
             10 VT-SUM     PIC S9(13)V99.
       01 ANTAL-VALUTAER   PIC 9(3) VALUE 0.
       01 VX               PIC 9(3).
       01 VALUTA-FUNDET    PIC X.

       01 TRIM-LINJE       PIC X(300).
       01 LINJE            PIC X(300).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KORRESPUD".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== KORRESPUD: Udenlandske betalinger til "
               "korrespondentbanken ===".

           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO NU-DATO-TXT
           STRING
               NU-AAR DELIMITED BY SIZE
               "-"
               NU-MAANED DELIMITED BY SIZE
               "-"
               NU-DAG DELIMITED BY SIZE
               INTO NU-DATO-TXT
           END-STRING
           MOVE ALL SPACES TO UDFIL-NAVN
           STRING "korrespondent_ud_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO UDFIL-NAVN
           END-STRING

           MOVE 0 TO ANTAL-SENDT
           MOVE 0 TO SUM-SENDT
           MOVE 0 TO ANTAL-VALUTAER
           MOVE 0 TO RETUR

           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
               DISPLAY "Ingen udland_koe.txt fundet - ingen "
                   "udenlandske betalinger at sende."
           ELSE
               CLOSE KOEFIL
               PERFORM DAN-UDFIL
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       DAN-UDFIL.
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KORRESPUD - udenlandske betalinger "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           OPEN OUTPUT UDFIL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           OPEN OUTPUT TEMPFIL
           PERFORM UNTIL EOF
               READ KOEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(KOE-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-KOELINJE
                           IF UDK-FELT4 = "K" OR UDK-FELT4 = "k"
                               PERFORM SEND-BETALING
                               MOVE "S" TO UDK-FELT4
                           END-IF
                           PERFORM SKRIV-KOELINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KOEFIL
           CLOSE TEMPFIL

           PERFORM SKRIV-KONTROLTOTALER
           CLOSE UDFIL

           MOVE "S" TO FS-HANDLING
           MOVE "udland_koe_tmp.txt" TO FS-KILDE
           MOVE "udland_koe.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > ANTAL-VALUTAER
               MOVE VT-SUM(VX) TO SUM-EDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "I alt " DELIMITED BY SIZE
                   VT-KODE(VX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VT-ANTAL(VX) DELIMITED BY SIZE
                   " betalinger, " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-EDIT) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Sendt: " DELIMITED BY SIZE
               ANTAL-SENDT DELIMITED BY SIZE
               " betalinger, hashsum " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               " - fil " DELIMITED BY SIZE
               FUNCTION TRIM(UDFIL-NAVN) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL

           DISPLAY "Korrespondentbank: " ANTAL-SENDT
               " betalinger sendt i "
               FUNCTION TRIM(UDFIL-NAVN) ".".

       SKIL-KOELINJE.
           MOVE SPACES TO UDK-FELT14
           MOVE SPACES TO UDK-FELT15
           UNSTRING KOE-LINJE
               DELIMITED BY ";"
               INTO UDK-FELT1 UDK-FELT2 UDK-FELT3 UDK-FELT4
                    UDK-FELT5 UDK-FELT6 UDK-FELT7 UDK-FELT8
                    UDK-FELT9 UDK-FELT10 UDK-FELT11 UDK-FELT12
                    UDK-FELT13 UDK-FELT14 UDK-FELT15.

       SEND-BETALING.
           ADD 1 TO ANTAL-SENDT
           ADD FUNCTION NUMVAL(UDK-FELT10) TO SUM-SENDT
           PERFORM OPDATER-VALUTATOTAL
           MOVE ALL SPACES TO LINJE
           STRING
               "BET;" DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT12) DELIMITED BY SIZE
               ";UDLAND-"
               FUNCTION TRIM(UDK-FELT1) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE

           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "SENDT    " DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT9) DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT5) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT6) DELIMITED BY SIZE
               ") fra konto " DELIMITED BY SIZE
               FUNCTION TRIM(UDK-FELT3) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

      * Beloebet laegges til sin valutas kontroltotal; en ny valuta
      * faar en ny raekke i tabellen.
       OPDATER-VALUTATOTAL.
           MOVE "N" TO VALUTA-FUNDET
           PERFORM VARYING VX FROM 1 BY 1
               UNTIL VX > ANTAL-VALUTAER OR VALUTA-FUNDET = "J"
               IF VT-KODE(VX) = FUNCTION UPPER-CASE(
                   FUNCTION TRIM(UDK-FELT9))
                   MOVE "J" TO VALUTA-FUNDET
                   ADD 1 TO VT-ANTAL(VX)
                   ADD FUNCTION NUMVAL(UDK-FELT10) TO VT-SUM(VX)
               END-IF
           END-PERFORM
           IF VALUTA-FUNDET = "N" AND ANTAL-VALUTAER < 50
               ADD 1 TO ANTAL-VALUTAER
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UDK-FELT9))
                   TO VT-KODE(ANTAL-VALUTAER)
               MOVE 1 TO VT-ANTAL(ANTAL-VALUTAER)
               MOVE FUNCTION NUMVAL(UDK-FELT10)
                   TO VT-SUM(ANTAL-VALUTAER)
           END-IF.

      * En TOTAL-linje pr. valuta og den afsluttende TRAILER med
      * antal og hashsum.
       SKRIV-KONTROLTOTALER.
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > ANTAL-VALUTAER
               MOVE VT-SUM(VX) TO SUM-EDIT
               MOVE ALL SPACES TO LINJE
               STRING "TOTAL;" DELIMITED BY SIZE
                   FUNCTION TRIM(VT-KODE(VX)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VT-ANTAL(VX) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-EDIT) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE UD-LINJE FROM LINJE
           END-PERFORM

           MOVE ALL SPACES TO LINJE
           MOVE SUM-SENDT TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           STRING "TRAILER;" DELIMITED BY SIZE
               ANTAL-SENDT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE.

       SKRIV-KOELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(UDK-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT13) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT14) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT15) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE TEMP-LINJE FROM LINJE.
