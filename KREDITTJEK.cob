       IDENTIFICATION DIVISION.
       PROGRAM-ID. KREDITTJEK.

      *> Delt kontrol af en kreditsag i kreditsager.txt (se
      *> KREDITREC.cpy) foer der oprettes et laan eller gives en
      *> overtraeksgraense over produktets standard. Sagen skal vaere
      *> godkendt i KREDITSAG, ikke brugt foer, tilhoere kunden, have
      *> det rette formaal (LAAN/OVERTRAEK) og daekke beloebet.
      *> Handling T kontrollerer blot; handling B kontrollerer og
      *> stempler sagen som brugt paa den angivne konto (felt 15-16)
      *> via temp-fil/FILSKIFT-moensteret, saa den ikke kan bruges
      *> igen. Kaldes af OPRETLAAN, OPRETKONTO og KREDITSAG.
      *> Retur: 0 = godkendt, 1 = ukendt sagsnr., 2 = sagen er ikke
      *> godkendt (indsendt eller afvist), 3 = sagen er allerede
      *> brugt, 4 = sagen tilhoerer en anden kunde, 5 = sagen har et
      *> andet formaal, 6 = beloebet overstiger det bevilgede.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KREDITFIL ASSIGN TO "kreditsager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITFIL-STATUS.
           SELECT KREDITTEMP ASSIGN TO "kreditsager_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KREDITFIL.
       01 KREDIT-LINJE     PIC X(250).

       FD KREDITTEMP.
       01 KREDITTEMP-LINJE PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "KREDITREC.cpy".

       01 KREDITFIL-STATUS PIC XX.

       01 SAG-FUNDET       PIC X VALUE "N".
          88 SAG-ER-FUNDET VALUE "Y".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       LINKAGE SECTION.
       01 KT-HANDLING      PIC X.
       01 KT-SAGSNR        PIC X(10).
       01 KT-KUNDE-ID      PIC X(10).
       01 KT-FORMAAL       PIC X(10).
       01 KT-BELOEB        PIC S9(11)V99.
       01 KT-KONTO         PIC X(10).
       01 KT-RETUR         PIC 9.

       PROCEDURE DIVISION USING KT-HANDLING KT-SAGSNR KT-KUNDE-ID
           KT-FORMAAL KT-BELOEB KT-KONTO KT-RETUR.

           MOVE 1 TO KT-RETUR
           MOVE "N" TO SAG-FUNDET
           IF FUNCTION TRIM(KT-SAGSNR) NOT = SPACES
               PERFORM FIND-SAG
           END-IF
           IF SAG-ER-FUNDET
               PERFORM VURDER-SAG
               IF KT-RETUR = 0 AND KT-HANDLING = "B"
                   PERFORM STEMPL-SAG
               END-IF
           END-IF
           EXIT PROGRAM.

       FIND-SAG.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           IF KREDITFIL-STATUS = "35"
               CLOSE KREDITFIL
           ELSE
               PERFORM UNTIL EOF OR SAG-ER-FUNDET
                   READ KREDITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                               PERFORM SKIL-KREDITLINJE
                               IF FUNCTION NUMVAL(KREDIT-FELT1) =
                                   FUNCTION NUMVAL(KT-SAGSNR)
                                   SET SAG-ER-FUNDET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITFIL
           END-IF.

       VURDER-SAG.
           EVALUATE TRUE
               WHEN KREDIT-FELT10 NOT = "G"
                   MOVE 2 TO KT-RETUR
               WHEN FUNCTION TRIM(KREDIT-FELT15) NOT = SPACES
                   MOVE 3 TO KT-RETUR
               WHEN FUNCTION NUMVAL(KREDIT-FELT2) NOT =
                   FUNCTION NUMVAL(KT-KUNDE-ID)
                   MOVE 4 TO KT-RETUR
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(KREDIT-FELT3))
                   NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(KT-FORMAAL))
                   MOVE 5 TO KT-RETUR
               WHEN KT-BELOEB > FUNCTION NUMVAL(KREDIT-FELT4)
                   MOVE 6 TO KT-RETUR
               WHEN OTHER
                   MOVE 0 TO KT-RETUR
           END-EVALUATE.

      * Sagen stemples med kontoen og dagens dato; alle andre
      * linjer kopieres uaendret.
       STEMPL-SAG.
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
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           OPEN OUTPUT KREDITTEMP
           PERFORM UNTIL EOF
               READ KREDITFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                           PERFORM SKIL-KREDITLINJE
                           IF FUNCTION NUMVAL(KREDIT-FELT1) =
                               FUNCTION NUMVAL(KT-SAGSNR)
                               MOVE KT-KONTO TO KREDIT-FELT15
                               MOVE NU-DATO-TXT TO KREDIT-FELT16
                               PERFORM SKRIV-KREDITLINJE
                               WRITE KREDITTEMP-LINJE FROM LINJE
                           ELSE
                               WRITE KREDITTEMP-LINJE
                                   FROM KREDIT-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KREDITFIL
           CLOSE KREDITTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "kreditsager_tmp.txt" TO FS-KILDE
           MOVE "kreditsager.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKIL-KREDITLINJE.
           MOVE SPACES TO KREDIT-FELT13 KREDIT-FELT14
               KREDIT-FELT15 KREDIT-FELT16 KREDIT-FELT17
           UNSTRING KREDIT-LINJE
               DELIMITED BY ";"
               INTO KREDIT-FELT1 KREDIT-FELT2 KREDIT-FELT3
                    KREDIT-FELT4 KREDIT-FELT5 KREDIT-FELT6
                    KREDIT-FELT7 KREDIT-FELT8 KREDIT-FELT9
                    KREDIT-FELT10 KREDIT-FELT11 KREDIT-FELT12
                    KREDIT-FELT13 KREDIT-FELT14 KREDIT-FELT15
                    KREDIT-FELT16 KREDIT-FELT17.

       SKRIV-KREDITLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KREDIT-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT9) DELIMITED BY SIZE
               ";"
               KREDIT-FELT10 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT13) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT14) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT15) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT16) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT17) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.
