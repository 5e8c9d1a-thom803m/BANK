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

       DATA DIVISION.
       01 ANTAL-SKREVET         PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST          PIC 9(7) VALUE 0.

      * CPR-visning gennem CPRVIS.
       01 CV-REF                PIC X(20).
       01 CV-BEGRUND            PIC X(40).
       01 CV-VIS                PIC X(11).
       01 CV-RETUR              PIC 9.

       LINKAGE SECTION.
       01 RETUR                PIC 9.
       01 OPERATOR-ID           PIC X(10).
                          " " FUNCTION TRIM(FELT-BY)
                   DISPLAY "Telefon: " FUNCTION TRIM(FELT-TELEFON)
                   DISPLAY "Email: " FUNCTION TRIM(FELT-EMAIL)
                   PERFORM VIS-CPR
                   MOVE "Y" TO FUNDET
           END-READ

               OPERATOR-ID
           EXIT PROGRAM.

      * CPR vises maskeret, medmindre rollen maa se det fulde
      * nummer; ellers kan det vises mod en begrundelse, der logges.
       VIS-CPR.
           MOVE SPACES TO CV-BEGRUND
           MOVE SPACES TO CV-REF
           STRING "KUNDE:" DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO CV-REF
           END-STRING
           CALL "CPRVIS" USING FELT-CPR CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID
           DISPLAY "CPR-nr: " FUNCTION TRIM(CV-VIS)
           IF CV-RETUR = 1
               DISPLAY "Fuldt CPR - angiv begrundelse (blank = nej): "
                   WITH NO ADVANCING
               ACCEPT CV-BEGRUND
               IF CV-BEGRUND NOT = SPACES
                   CALL "CPRVIS" USING FELT-CPR CV-REF CV-BEGRUND
                       CV-VIS CV-RETUR LT-PROGRAM OPERATOR-ID
                   DISPLAY "CPR-nr: " FUNCTION TRIM(CV-VIS)
               END-IF
           END-IF.

      * Kundens konti findes via ejernoeglerne i konti.txt: foerst
      * dem kunden ejer, saa dem kunden er medejer af.
       VIS-KONTI-FOR-KUNDE.
           OPEN INPUT KONTOFIL
           MOVE "N" TO EOF-FLAG
           MOVE SØGE-ID TO KONTO-EJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-EJER-ID = SØGE-ID
                           ADD 1 TO ANTAL-LAEST
                           PERFORM SKIL-KONTO
                           DISPLAY "Konto "
                               FUNCTION TRIM(KONTO-FELT1)
                               " (" FUNCTION TRIM(KONTO-FELT3) ") "
                               FUNCTION TRIM(KONTO-FELT4) " "
                               FUNCTION TRIM(KONTO-FELT5)
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           MOVE SØGE-ID TO KONTO-MEDEJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-MEDEJER-ID = SØGE-ID
                           ADD 1 TO ANTAL-LAEST
                           IF KONTO-EJER-ID NOT = SØGE-ID
                               PERFORM SKIL-KONTO
                               DISPLAY "Konto "
                                   FUNCTION TRIM(KONTO-FELT1)
                                   " (" FUNCTION TRIM(KONTO-FELT3)
                                   ") " FUNCTION TRIM(KONTO-FELT4)
                                   " " FUNCTION TRIM(KONTO-FELT5)
                                   " (medejer)"
                           END-IF
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOFIL.

       SKIL-KONTO.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10 KONTO-FELT11.
