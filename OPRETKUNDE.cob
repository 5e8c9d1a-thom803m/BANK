               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT BAKPEGERFIL ASSIGN TO "kunder_seneste_backup.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 FS-MAAL        PIC X(100).
       01 FS-RETUR       PIC 9.

      * Sanktionsscreening (SANKTIONSTJEK) foer kunden skrives; et
      * hit stopper oprettelsen og aabner en sag paa ansoegerens
      * CPR uden bindestreg. Uden CPR faar ansoegeren sin egen
      * reference "A" + loebenummer (NYTLOEBENR), saa hits paa
      * forskellige personer ikke samles paa een sag.
       01 ST-NAVN        PIC X(100).
       01 ST-CPR         PIC X(11).
       01 ST-REF         PIC X(10).
       01 ST-KILDE       PIC X(20) VALUE "OPRETKUNDE".
       01 ST-SCORE       PIC 9(3).
       01 ST-LISTE-ID    PIC X(15).
       01 ST-SAG-ID      PIC X(10).
       01 ST-RETUR       PIC 9.
       01 CPR-DEL1       PIC X(6).
       01 CPR-DEL2       PIC X(4).
       01 ST-LOEBENR     PIC X(10).
       01 LT-DETALJE     PIC X(40).

       LINKAGE SECTION.
       01 RETUR PIC 9.
       01 OPERATOR-ID           PIC X(10).
               END-IF
           END-IF

           PERFORM SANKTIONSSCREEN
           IF ST-RETUR = 1
               DISPLAY "STOP: " FUNCTION TRIM(NY-FORNAVN) " "
                   FUNCTION TRIM(NY-EFTERNAVN)
                   " ligner en post paa sanktionslisten ("
                   FUNCTION TRIM(ST-LISTE-ID) ", score " ST-SCORE
                   ")."
               DISPLAY "Kunden oprettes ikke - sag "
                   FUNCTION TRIM(ST-SAG-ID)
                   " er sendt til compliance."
               MOVE "SANKTION" TO LT-HAENDELSE
               MOVE 1 TO LT-RC
               MOVE ALL SPACES TO LT-DETALJE
               STRING "L:" DELIMITED BY SIZE
                   FUNCTION TRIM(ST-LISTE-ID) DELIMITED BY SIZE
                   " S:" DELIMITED BY SIZE
                   FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID LT-DETALJE
               MOVE 1 TO RETUR
               ADD 1 TO ANTAL-AFVIST
               CALL "SLUTRAPPORT" USING LT-PROGRAM ANTAL-LAEST
                   ANTAL-SKREVET ANTAL-AFVIST
               MOVE "SLUT" TO LT-HAENDELSE
               MOVE RETUR TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID
               EXIT PROGRAM
           END-IF
           IF ST-RETUR = 2
               DISPLAY "Advarsel: ingen sanktionsliste indlaest - "
                   "kunden er ikke screenet."
           END-IF

           PERFORM BACKUP-KUNDEFIL

      * Aabn filen (opret den hvis den ikke findes endnu)
               OPERATOR-ID
           EXIT PROGRAM.

      * Kun kunderne med samme efternavn laeses - via
      * efternavnsnoeglen.
       TJEK-DUBLET-KUNDE.
           MOVE "N" TO DUBLET-FUNDET
           OPEN INPUT KUNDEFIL
               CLOSE KUNDEFIL
           ELSE
               MOVE "N" TO EOF-FLAG
               MOVE FUNCTION TRIM(NY-EFTERNAVN) TO FELT-EFTERNAVN
               START KUNDEFIL KEY IS EQUAL TO FELT-EFTERNAVN
                   INVALID KEY SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ANTAL-LAEST
                           IF FUNCTION TRIM(FELT-EFTERNAVN) NOT =
                               FUNCTION TRIM(NY-EFTERNAVN)
                               SET EOF TO TRUE
                           ELSE
                               IF FUNCTION TRIM(FELT-FORNAVN) =
                                   FUNCTION TRIM(NY-FORNAVN)
                                   SET ER-DUBLET TO TRUE
                                   MOVE FELT-ID TO DUBLET-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEFIL
           END-IF.

       SANKTIONSSCREEN.
           MOVE ALL SPACES TO ST-NAVN
           STRING FUNCTION TRIM(NY-FORNAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NY-EFTERNAVN) DELIMITED BY SIZE
               INTO ST-NAVN
           END-STRING
           MOVE NY-CPR TO ST-CPR
           MOVE SPACES TO CPR-DEL1
           MOVE SPACES TO CPR-DEL2
           UNSTRING NY-CPR DELIMITED BY "-"
               INTO CPR-DEL1 CPR-DEL2
           MOVE ALL SPACES TO ST-REF
           IF FUNCTION TRIM(NY-CPR) = SPACES
               CALL "NYTLOEBENR" USING ST-LOEBENR
               STRING "A" DELIMITED BY SIZE
                   ST-LOEBENR(2:9) DELIMITED BY SIZE
                   INTO ST-REF
               END-STRING
           ELSE
               STRING CPR-DEL1 DELIMITED BY SPACE
                   CPR-DEL2 DELIMITED BY SPACE
                   INTO ST-REF
               END-STRING
           END-IF
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID ST-SAG-ID
               ST-RETUR.

       BACKUP-KUNDEFIL.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO BACKUP-NAVN
