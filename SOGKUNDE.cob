       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGKUNDE.

      *> Soeger KUNDEFIL paa navn eller CPR, til forskel fra
      *> VISKUNDE's praecise Kunde-ID-opslag. Efternavn og CPR er
      *> alternative noegler paa filen, saa de to opslag laeses direkte
      *> via noeglen (START + READ NEXT saa laenge noeglen passer):
      *>   1 = efternavnet begynder med teksten. Noeglen skelner
      *>       mellem store og smaa bogstaver, saa teksten proeves
      *>       som "Hansen", "HANSEN" og som indtastet.
      *>   2 = praecist CPR-nummer (med eller uden bindestreg, som
      *>       det er registreret).
      *>   3 = delstreng et vilkaarligt sted i fornavn eller
      *>       efternavn. Kan ikke bruge en noegle og laeser derfor
      *>       hele filen igennem som hidtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 KUNDEFIL-STATUS      PIC XX.

       01 SOEGE-TYPE           PIC X.
       01 SOEGE-TEKST          PIC X(50).
       01 SOEGE-STOR           PIC X(50).
       01 SOEGE-LEN            PIC 9(3).
       01 FELT-LEN             PIC 9(3).
       01 POS                  PIC 9(3).

       01 SOEGE-FORM           PIC X(50).
       01 FORM-1               PIC X(50).
       01 FORM-2               PIC X(50).

       01 MATCH-FLAG           PIC X VALUE "N".
          88 ER-MATCH          VALUE "Y".

           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== SOEG KUNDE (navn/CPR) ===".
           DISPLAY "1 = efternavn begynder med, 2 = CPR, "
               "3 = del af fornavn/efternavn: " WITH NO ADVANCING.
           ACCEPT SOEGE-TYPE.
           IF SOEGE-TYPE = "2"
               DISPLAY "Indtast CPR: " WITH NO ADVANCING
           ELSE
               IF SOEGE-TYPE NOT = "1"
                   MOVE "3" TO SOEGE-TYPE
               END-IF
               DISPLAY "Indtast (del af) navn: " WITH NO ADVANCING
           END-IF
           ACCEPT SOEGE-TEKST.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOEGE-TEKST))
           MOVE 0 TO ANTAL-FUNDET

           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "35"
               AND FUNCTION TRIM(SOEGE-TEKST) NOT = SPACES
               EVALUATE SOEGE-TYPE
                   WHEN "1"
                       PERFORM SOEG-EFTERNAVN
                   WHEN "2"
                       PERFORM SOEG-CPR
                   WHEN OTHER
                       PERFORM UNTIL EOF
                           READ KUNDEFIL NEXT RECORD
                               AT END SET EOF TO TRUE
                               NOT AT END
                                   PERFORM VIS-HVIS-MATCH
                           END-READ
                       END-PERFORM
               END-EVALUATE
           END-IF
           CLOSE KUNDEFIL

           IF ANTAL-FUNDET = 0
               OPERATOR-ID
           EXIT PROGRAM.

      * Efternavnet proeves med stort forbogstav, med store bogstaver
      * og som indtastet; samme form proeves kun een gang.
       SOEG-EFTERNAVN.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(SOEGE-TEKST))
               TO FORM-1
           MOVE FUNCTION UPPER-CASE(FORM-1(1:1)) TO FORM-1(1:1)
           MOVE FORM-1 TO SOEGE-FORM
           PERFORM SOEG-EFTERNAVN-FORM
           IF SOEGE-STOR NOT = FORM-1
               MOVE SOEGE-STOR TO SOEGE-FORM
               PERFORM SOEG-EFTERNAVN-FORM
           END-IF
           MOVE FUNCTION TRIM(SOEGE-TEKST) TO FORM-2
           IF FORM-2 NOT = FORM-1 AND FORM-2 NOT = SOEGE-STOR
               MOVE FORM-2 TO SOEGE-FORM
               PERFORM SOEG-EFTERNAVN-FORM
           END-IF.

       SOEG-EFTERNAVN-FORM.
           MOVE "N" TO EOF-FLAG
           MOVE SOEGE-FORM TO FELT-EFTERNAVN
           START KUNDEFIL KEY IS NOT LESS THAN FELT-EFTERNAVN
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KUNDEFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FELT-EFTERNAVN(1:SOEGE-LEN) =
                           SOEGE-FORM(1:SOEGE-LEN)
                           PERFORM VIS-KUNDE
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       SOEG-CPR.
           MOVE "N" TO EOF-FLAG
           MOVE FUNCTION TRIM(SOEGE-TEKST) TO FELT-CPR
           START KUNDEFIL KEY IS EQUAL TO FELT-CPR
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KUNDEFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FELT-CPR = FUNCTION TRIM(SOEGE-TEKST)
                           PERFORM VIS-KUNDE
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       VIS-KUNDE.
           DISPLAY FUNCTION TRIM(FELT-ID) "  "
               FUNCTION TRIM(FELT-FORNAVN) " "
               FUNCTION TRIM(FELT-EFTERNAVN)
           ADD 1 TO ANTAL-FUNDET.

       VIS-HVIS-MATCH.
           MOVE FUNCTION UPPER-CASE(FELT-FORNAVN) TO SOEG-FELT
           PERFORM SOEG-SUBSTRING
               PERFORM SOEG-SUBSTRING
           END-IF
           IF ER-MATCH
               PERFORM VIS-KUNDE
           END-IF.

       SOEG-SUBSTRING.
