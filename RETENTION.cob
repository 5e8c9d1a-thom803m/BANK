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
           SELECT KONFIGFIL ASSIGN TO "retention_aar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 ANTAL-ANONYM     PIC 9(5) VALUE 0.
       01 ANTAL-RENSET     PIC 9(5) VALUE 0.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".
               END-REWRITE
           END-IF.

      * Kundens konti findes via ejernoeglerne i konti.txt - ejer
      * og medejer vurderes ens.
       GENNEMGAA-KONTI.
           MOVE "N" TO HAR-AABEN-FLAG
           MOVE "N" TO HAR-KONTO-FLAG
           MOVE "J" TO ALLE-GAMLE-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE "N" TO KONTO-EOF-FLAG
               MOVE FELT-ID TO KONTO-EJER-ID
               START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
                   INVALID KEY SET KONTO-EOF TO TRUE
               END-START
               PERFORM UNTIL KONTO-EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET KONTO-EOF TO TRUE
                       NOT AT END
                           IF KONTO-EJER-ID = FELT-ID
                               PERFORM SKIL-KONTO
                               PERFORM VURDER-KONTO
                           ELSE
                               SET KONTO-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE "N" TO KONTO-EOF-FLAG
               MOVE FELT-ID TO KONTO-MEDEJER-ID
               START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
                   INVALID KEY SET KONTO-EOF TO TRUE
               END-START
               PERFORM UNTIL KONTO-EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET KONTO-EOF TO TRUE
                       NOT AT END
                           IF KONTO-MEDEJER-ID = FELT-ID
                               PERFORM SKIL-KONTO
                               PERFORM VURDER-KONTO
                           ELSE
                               SET KONTO-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       SKIL-KONTO.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10 KONTO-FELT11.

       VURDER-KONTO.
           MOVE "J" TO HAR-KONTO-FLAG
           IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
