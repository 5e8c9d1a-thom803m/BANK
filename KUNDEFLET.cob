
      *> Sammenlaegning af dubletkunder fra tiden foer OPRETKUNDE's
      *> dubletadvarsel: en overlevende kunde og en dublet angives,
      *> dublettens konti findes via ejernoeglerne og flyttes ved at
      *> genskrive KONTO-FELT2 (og medejer-referencer i KONTO-FELT8)
      *> i den indekserede konti.txt,
      *> kontaktfelter der afviger mellem de to records
      *> afgoeres interaktivt (behold den overlevendes eller tag
      *> dublettens), og dubletten slettes - saa KONTROL holder op
      *> med at flage dem og udtog ikke laengere sendes dobbelt.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT BAKPEGERFIL ASSIGN TO "kunder_seneste_backup.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTERFIL ASSIGN TO "backup_register.txt"
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD BAKPEGERFIL.
       01 BAKPEGER-LINJE   PIC X(100).


       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       01 NU.
          05 NU-DATO.
       01 ANTAL-FLYTTET    PIC 9(5) VALUE 0.
       01 ANTAL-MEDEJER    PIC 9(5) VALUE 0.

       01 LINJE            PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
       01 LAAS-OPERATOR    PIC X(10).
       01 LAAS-RETUR       PIC 9.

      * CPR-visning gennem CPRVIS.
       01 CV-CPR           PIC X(11).
       01 CV-REF           PIC X(20).
       01 CV-BEGRUND       PIC X(40).
       01 CV-VIS           PIC X(11).
       01 CV-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KUNDEFLET".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
               MOVE OVERLEVER-VAERDI TO VALGT-VAERDI
           ELSE
               DISPLAY FUNCTION TRIM(FELT-NAVN) " afviger:"
               IF FELT-NAVN = "CPR"
                   PERFORM VIS-CPR-PAR
               ELSE
                   DISPLAY "  Overlevende: "
                       FUNCTION TRIM(OVERLEVER-VAERDI)
                   DISPLAY "  Dublet:      "
                       FUNCTION TRIM(DUBLET-VAERDI)
               END-IF
               DISPLAY "Behold overlevendes (B) eller tag "
                   "dublettens (D): " WITH NO ADVANCING
               ACCEPT FELT-SVAR
               PERFORM SKRIV-KUNDELOG
           END-IF.

      * De to CPR-numre vises gennem CPRVIS, saa visningen foelger
      * rollereglen og logges pr. kunde.
       VIS-CPR-PAR.
           MOVE SPACES TO CV-BEGRUND
           MOVE OVERLEVER-VAERDI(1:11) TO CV-CPR
           MOVE SPACES TO CV-REF
           STRING "KUNDE:" DELIMITED BY SIZE
               OVERLEVER-ID DELIMITED BY SIZE
               INTO CV-REF
           END-STRING
           CALL "CPRVIS" USING CV-CPR CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID
           DISPLAY "  Overlevende: " FUNCTION TRIM(CV-VIS)
           MOVE DUBLET-VAERDI(1:11) TO CV-CPR
           MOVE SPACES TO CV-REF
           STRING "KUNDE:" DELIMITED BY SIZE
               DUBLET-ID DELIMITED BY SIZE
               INTO CV-REF
           END-STRING
           CALL "CPRVIS" USING CV-CPR CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID
           DISPLAY "  Dublet:      " FUNCTION TRIM(CV-VIS).

      * Flyt dublettens konti: FELT2 (ejer) saettes til den
      * overlevende; FELT8 (medejer) rettes ligesaa - men blankes
      * hvis den overlevende allerede er ejer, saa en kunde ikke
      * ender som medejer paa sin egen konto.
      * Dublettens konti findes via ejernoeglerne. Genskrivningen
      * flytter kontoen vaek fra dublettens noegle, saa der startes
      * forfra paa noeglen efter hver konto, til der ikke er flere.
       FLYT-KONTI.
           MOVE 0 TO ANTAL-FLYTTET
           MOVE 0 TO ANTAL-MEDEJER
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF
                   MOVE DUBLET-ID TO KONTO-EJER-ID
                   START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   IF NOT EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END
                               PERFORM FLYT-ENKELT-KONTO
                       END-READ
                   END-IF
               END-PERFORM
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF
                   MOVE DUBLET-ID TO KONTO-MEDEJER-ID
                   START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   IF NOT EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END
                               PERFORM FLYT-ENKELT-KONTO
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.
                   INTO LINJE
               END-STRING
               MOVE LINJE TO KONTO-DATA
               CALL "KONTOEJER" USING KONTO-POST
               REWRITE KONTO-POST
                   INVALID KEY
                       DISPLAY "Advarsel: konto "
                           FUNCTION TRIM(KONTO-FELT1)
                           " kunne ikke genskrives."
                       SET EOF TO TRUE
               END-REWRITE
           ELSE
               SET EOF TO TRUE
           END-IF.

       SLET-DUBLET.
               FUNCTION TRIM(VALGT-VAERDI) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
      * Skrives gennem LOGKAEDE, der kaeder linjen til den forrige
      * med en hash (og selv opretter kundelog.txt hvis den mangler).
           MOVE "S" TO KD-HANDLING
           MOVE "kundelog.txt" TO KD-LOGFIL
           MOVE LINJE TO KD-LINJE
           MOVE SPACES TO KD-FRA-DATO
           MOVE SPACES TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR.

       BACKUP-KUNDEFIL.
           MOVE FUNCTION CURRENT-DATE TO NU
