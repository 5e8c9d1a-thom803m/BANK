       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITTJEK.

      *> Delt opslag i legitimationsregisteret legitimation.txt (se
      *> LEGITREC.cpy): har kunden et gyldigt legitimations-
      *> dokument i dag? Kun aktive raekker (status A) taeller, og
      *> den seneste udloebsdato blandt dem afgoer svaret - et
      *> fornyet pas ved siden af det gamle er altsaa nok.
      *> LG-UDLOEB returnerer den seneste udloebsdato (blank naar
      *> kunden intet aktivt dokument har), saa KYCKOER kan varsle
      *> foer dokumentet udloeber. Kaldes af OPRETKONTO og UDBETAL,
      *> der afviser uden gyldig legitimation medmindre en
      *> supervisor overstyrer, og af KYCKOER i natbatchen.
      *> Retur: 0 = gyldig legitimation
      *>        1 = ingen legitimation registreret
      *>        2 = legitimationen er udloebet

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGITFIL ASSIGN TO "legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGITFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGITFIL.
       01 LEGIT-LINJE      PIC X(120).

       WORKING-STORAGE SECTION.
       01 LEGITFIL-STATUS  PIC XX.

       COPY "LEGITREC.cpy".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LEGIT-EOF-FLAG   PIC X VALUE "N".
          88 LEGIT-EOF     VALUE "Y".

       LINKAGE SECTION.
       01 LG-KUNDE-ID      PIC X(10).
       01 LG-UDLOEB        PIC X(10).
       01 LG-RETUR         PIC 9.

       PROCEDURE DIVISION USING LG-KUNDE-ID LG-UDLOEB LG-RETUR.

           MOVE SPACES TO LG-UDLOEB
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

           MOVE "N" TO LEGIT-EOF-FLAG
           OPEN INPUT LEGITFIL
           IF LEGITFIL-STATUS = "35"
               CLOSE LEGITFIL
           ELSE
               PERFORM UNTIL LEGIT-EOF
                   READ LEGITFIL
                       AT END SET LEGIT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LEGIT-LINJE)) > 0
                               PERFORM VURDER-DOKUMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITFIL
           END-IF

      * Datoerne er AAAA-MM-DD, saa tekstsammenligning er nok.
           EVALUATE TRUE
               WHEN LG-UDLOEB = SPACES
                   MOVE 1 TO LG-RETUR
               WHEN LG-UDLOEB < NU-DATO-TXT
                   MOVE 2 TO LG-RETUR
               WHEN OTHER
                   MOVE 0 TO LG-RETUR
           END-EVALUATE

           EXIT PROGRAM.

       VURDER-DOKUMENT.
           MOVE SPACES TO LEGIT-FELT5 LEGIT-FELT8
           UNSTRING LEGIT-LINJE
               DELIMITED BY ";"
               INTO LEGIT-FELT1 LEGIT-FELT2 LEGIT-FELT3
                    LEGIT-FELT4 LEGIT-FELT5 LEGIT-FELT6
                    LEGIT-FELT7 LEGIT-FELT8
           END-UNSTRING
           IF FUNCTION NUMVAL(LEGIT-FELT1) =
               FUNCTION NUMVAL(LG-KUNDE-ID)
               AND (LEGIT-FELT8 = "A" OR LEGIT-FELT8 = "a")
               AND LEGIT-FELT5 NOT = SPACES
               AND LEGIT-FELT5 > LG-UDLOEB
               MOVE LEGIT-FELT5 TO LG-UDLOEB
           END-IF.
