       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRVIS.

      *> Delt regel for visning af CPR-numre paa skaerm og i
      *> udtraek. Som udgangspunkt vises kun foedselsdatoen plus
      *> "-XXXX" (f.eks. 010170-XXXX). Det fulde nummer leveres kun
      *> naar operatoerens rolle i brugere.txt er SUPERVISOR eller
      *> COMPLIANCE, eller naar operatoeren har angivet en
      *> begrundelse (CV-BEGRUND). Hver visning af et fuldt CPR
      *> logges via LOGTRANSD under kalderens programnavn med
      *> haendelsen CPR-VIST og detaljen "<ref> B:<begrundelse>"
      *> (eller "<ref> R:<rolle>"), saa GDPRUDTRAEK finder linjen naar
      *> referencen er KUNDE:<id>. Uden reference logges det maskerede
      *> CPR som reference.
      *> Returkoder:
      *>   0 = CV-VIS er det fulde CPR (eller CPR'et er blankt)
      *>   1 = CV-VIS er maskeret
      *> Udtraek hvis modtager har lovkrav paa det fulde nummer
      *> (skat_<aar>.txt, indskydergarantiudtraekket, CRS/FATCA og
      *> lignende) kalder ikke rutinen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRUGERFIL ASSIGN TO "brugere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRUGERFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRUGERFIL.
       01 BRUGER-LINJE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 BRUGERFIL-STATUS PIC XX.

       01 BRUGER-ID        PIC X(10).
       01 BRUGER-KODE      PIC X(10).
       01 BRUGER-NAVN      PIC X(30).
       01 BRUGER-ROLLE     PIC X(10).

      * Rollen huskes mellem kaldene, saa en liste over mange
      * kunder ikke laeser brugere.txt for hver linje.
       01 SIDSTE-OPERATOR  PIC X(10) VALUE SPACES.
       01 OPERATOR-ROLLE   PIC X(10) VALUE SPACES.
          88 ROLLE-SER-FULDT VALUE "SUPERVISOR" "COMPLIANCE".

       01 MASKERET-CPR     PIC X(11).
       01 LOG-REF          PIC X(20).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       01 LT-HAENDELSE     PIC X(10) VALUE "CPR-VIST".
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 CV-CPR           PIC X(11).
       01 CV-REF           PIC X(20).
       01 CV-BEGRUND       PIC X(40).
       01 CV-VIS           PIC X(11).
       01 CV-RETUR         PIC 9.
       01 CV-PROGRAM       PIC X(20).
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING CV-CPR CV-REF CV-BEGRUND CV-VIS
               CV-RETUR CV-PROGRAM OPERATOR-ID.

           MOVE 0 TO CV-RETUR
           MOVE SPACES TO CV-VIS
           IF CV-CPR = SPACES
               EXIT PROGRAM
           END-IF

           PERFORM DAN-MASKE
           IF OPERATOR-ID NOT = SIDSTE-OPERATOR
               PERFORM FIND-ROLLE
           END-IF

           IF ROLLE-SER-FULDT OR CV-BEGRUND NOT = SPACES
               MOVE CV-CPR TO CV-VIS
               PERFORM LOG-VISNING
           ELSE
               MOVE MASKERET-CPR TO CV-VIS
               MOVE 1 TO CV-RETUR
           END-IF

           EXIT PROGRAM.

      * Foedselsdatoen er de seks foerste cifre, med eller uden
      * bindestreg efter. Et CPR der ikke starter med seks cifre
      * maskeres helt.
       DAN-MASKE.
           MOVE SPACES TO MASKERET-CPR
           IF CV-CPR(1:6) IS NUMERIC
               STRING CV-CPR(1:6) DELIMITED BY SIZE
                   "-XXXX" DELIMITED BY SIZE
                   INTO MASKERET-CPR
               END-STRING
           ELSE
               MOVE "XXXXXX-XXXX" TO MASKERET-CPR
           END-IF.

      * Linjer uden rollefelt er TELLER - samme regel som BANKMAIN.
       FIND-ROLLE.
           MOVE OPERATOR-ID TO SIDSTE-OPERATOR
           MOVE "TELLER" TO OPERATOR-ROLLE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BRUGERFIL
           IF BRUGERFIL-STATUS = "35"
               CLOSE BRUGERFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BRUGERFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BRUGER-ROLLE
                           UNSTRING BRUGER-LINJE
                               DELIMITED BY ";"
                               INTO BRUGER-ID BRUGER-KODE
                                    BRUGER-NAVN BRUGER-ROLLE
                           IF FUNCTION TRIM(BRUGER-ID) =
                               FUNCTION TRIM(OPERATOR-ID)
                               AND FUNCTION TRIM(BRUGER-ROLLE)
                               NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(BRUGER-ROLLE))
                                   TO OPERATOR-ROLLE
                               SET EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRUGERFIL
           END-IF.

       LOG-VISNING.
           MOVE CV-REF TO LOG-REF
           IF CV-REF = SPACES
               STRING "CPR:" DELIMITED BY SIZE
                   MASKERET-CPR DELIMITED BY SIZE
                   INTO LOG-REF
               END-STRING
           END-IF
           MOVE SPACES TO LT-DETALJE
           IF CV-BEGRUND NOT = SPACES
               STRING FUNCTION TRIM(LOG-REF) DELIMITED BY SIZE
                   " B:" DELIMITED BY SIZE
                   FUNCTION TRIM(CV-BEGRUND) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(LOG-REF) DELIMITED BY SIZE
                   " R:" DELIMITED BY SIZE
                   FUNCTION TRIM(OPERATOR-ROLLE) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
           END-IF
           INSPECT LT-DETALJE REPLACING ALL ";" BY ","
           CALL "LOGTRANSD" USING CV-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID LT-DETALJE.
