       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTAKTVAGT.

      *> Delt vagt mod kontoovertagelse: en svindler aendrer foerst
      *> kundens adresse, telefon eller email (RETKUNDE eller
      *> ADRIMPORT-feedet) og flytter saa pengene faa dage efter.
      *> Betalingsvejene UDBETAL, OVERFOER og FASTORDRE (ny ordre
      *> til et andet pengeinstitut) spoerger her foer en stor
      *> udgaaende betaling gennemfoeres: er kontaktdata for
      *> kontoens ejer eller medejer aendret i kundelog.txt inden
      *> for de seneste DAGE dage, og er beloebet paa eller over
      *> GRAENSE, holdes betalingen til en anden operatoer har
      *> ringet kunden op og registreret svaret i TILBAGERING.
      *> Vaerdierne staar i kontaktvagt.txt (NOEGLE;VAERDI, oprettes
      *> med standardvaerdier hvis filen mangler); RAPPORT-DAGE
      *> samme sted bruges af natbatchens KONTAKTRAP.
      *>
      *> Kald: CALL "KONTAKTVAGT" USING KV-HANDLING KV-KONTO
      *>       KV-BELOEB KV-KILDE KV-REF KV-KUNDE KV-DATO
      *>       KV-HOLD-ID OPERATOR-ID KV-RETUR
      *>   "T" = tjek betalingen fra KV-KONTO paa KV-BELOEB.
      *>         KV-RETUR 0 = fri, 1 = skal holdes; da er KV-KUNDE
      *>         kunden hvis kontaktdata er aendret og KV-DATO
      *>         datoen for den seneste aendring.
      *>   "H" = opret en hold-raekke i tilbagering.txt (se
      *>         TILBAGEREC.cpy) for KV-KILDE/KV-REF med vaerdierne
      *>         fra "T"; KV-HOLD-ID returneres. Telefonnummeret
      *>         kunden havde FOER aendringen gemmes paa raekken, saa
      *>         opkaldet ikke gaar til et nummer svindleren har sat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIGFIL ASSIGN TO "kontaktvagt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
           SELECT KUNDELOGFIL ASSIGN TO "kundelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDELOGFIL-STATUS.
           SELECT TILBAGEFIL ASSIGN TO "tilbagering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILBAGEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
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
       FILE SECTION.
       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD KUNDELOGFIL.
       01 KUNDELOG-LINJE   PIC X(300).

       FD TILBAGEFIL.
       01 TILBAGE-LINJE    PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".

       01 KONFIGFIL-STATUS PIC XX.
       01 KUNDELOGFIL-STATUS PIC XX.
       01 TILBAGEFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 KONFIG-NOEGLE    PIC X(20).
       01 KONFIG-VAERDI    PIC X(15).
       01 VAGT-DAGE        PIC 9(3) VALUE 5.
       01 VAGT-GRAENSE     PIC S9(11)V99 VALUE 10000.00.

      * kundelog.txt: tidspunkt;bruger;kunde;felt;foer;efter;hash.
       01 KL-TIDSPUNKT     PIC X(19).
       01 KL-BRUGER        PIC X(10).
       01 KL-KUNDE         PIC X(10).
       01 KL-FELT          PIC X(10).
          88 ER-KONTAKTFELT VALUE "ADRESSE" "POSTNR" "BY"
                                  "TELEFON" "EMAIL".
       01 KL-GAMMEL        PIC X(60).
       01 KL-NY            PIC X(60).

       01 EJER-ID          PIC X(10).
       01 MEDEJER-ID       PIC X(10).
       01 RING-TIL         PIC X(20).
       01 RING-FUNDET      PIC X VALUE "N".
          88 HAR-RINGENUMMER VALUE "J".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

      * Skaeringsdatoen: aendringer paa eller efter denne dato er
      * "nylige".
       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).
       01 SKAERING-DATO    PIC X(10).

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 TILB-ID-TXT      PIC X(10).
       01 TILB-REST        PIC X(190).
       01 BELOEB-EDIT      PIC -(10)9.99.

       01 LINJE            PIC X(200).

       01 KONFIG-EOF-FLAG  PIC X VALUE "N".
          88 KONFIG-EOF    VALUE "Y".
       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "KONTAKTVAGT".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 KV-HANDLING      PIC X.
       01 KV-KONTO         PIC X(10).
       01 KV-BELOEB        PIC S9(11)V99.
       01 KV-KILDE         PIC X(10).
       01 KV-REF           PIC X(10).
       01 KV-KUNDE         PIC X(10).
       01 KV-DATO          PIC X(10).
       01 KV-HOLD-ID       PIC X(10).
       01 OPERATOR-ID      PIC X(10).
       01 KV-RETUR         PIC 9.

       PROCEDURE DIVISION USING KV-HANDLING KV-KONTO KV-BELOEB
           KV-KILDE KV-REF KV-KUNDE KV-DATO KV-HOLD-ID OPERATOR-ID
           KV-RETUR.

           MOVE 0 TO KV-RETUR
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

           PERFORM LAES-KONFIG
           PERFORM BEREGN-SKAERING

           EVALUATE KV-HANDLING
               WHEN "T"
                   PERFORM TJEK-BETALING
               WHEN "H"
                   PERFORM OPRET-HOLD
               WHEN OTHER
                   MOVE 9 TO KV-RETUR
           END-EVALUATE

           EXIT PROGRAM.

      * Mangler kontaktvagt.txt oprettes den med standardvaerdierne.
       LAES-KONFIG.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "DAGE;5" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               MOVE "GRAENSE;10000.00" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               MOVE "RAPPORT-DAGE;14" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
           ELSE
               MOVE "N" TO KONFIG-EOF-FLAG
               PERFORM UNTIL KONFIG-EOF
                   READ KONFIGFIL
                       AT END SET KONFIG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                               UNSTRING KONFIG-LINJE
                                   DELIMITED BY ";"
                                   INTO KONFIG-NOEGLE KONFIG-VAERDI
                               EVALUATE FUNCTION TRIM(KONFIG-NOEGLE)
                                   WHEN "DAGE"
                                       MOVE FUNCTION
                                           NUMVAL(KONFIG-VAERDI)
                                           TO VAGT-DAGE
                                   WHEN "GRAENSE"
                                       MOVE FUNCTION
                                           NUMVAL(KONFIG-VAERDI)
                                           TO VAGT-GRAENSE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONFIGFIL
           END-IF.

       BEREGN-SKAERING.
           MOVE NU-DATO TO DATO-TAL
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - VAGT-DAGE
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
           MOVE ALL SPACES TO SKAERING-DATO
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO SKAERING-DATO
           END-STRING.

      * Et beloeb under graensen slipper altid igennem; ellers
      * soeges der efter nylige kontaktaendringer paa kontoens
      * ejer og medejer.
       TJEK-BETALING.
           MOVE SPACES TO KV-KUNDE
           MOVE SPACES TO KV-DATO
           IF KV-BELOEB NOT < VAGT-GRAENSE
               PERFORM FIND-EJERE
               IF EJER-ID NOT = SPACES
                   PERFORM SOEG-KONTAKTAENDRING
                   IF KV-DATO NOT = SPACES
                       MOVE 1 TO KV-RETUR
                   END-IF
               END-IF
           END-IF.

       FIND-EJERE.
           MOVE SPACES TO EJER-ID
           MOVE SPACES TO MEDEJER-ID
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(KV-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO KONTO-FELT8
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2
                                KONTO-FELT3 KONTO-FELT4
                                KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8
                       MOVE KONTO-FELT2 TO EJER-ID
                       MOVE KONTO-FELT8 TO MEDEJER-ID
               END-READ
               CLOSE KONTOFIL
           END-IF.

      * Den seneste kontaktaendring paa eller efter skaeringsdatoen
      * for ejer eller medejer afgoer svaret.
       SOEG-KONTAKTAENDRING.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDELOGFIL
           IF KUNDELOGFIL-STATUS = "35"
               CLOSE KUNDELOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KUNDELOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KUNDELOG-LINJE)) > 0
                               PERFORM VURDER-AENDRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDELOGFIL
           END-IF.

       VURDER-AENDRING.
           PERFORM SKIL-KUNDELOG
           IF ER-KONTAKTFELT
               AND KL-TIDSPUNKT(1:10) NOT < SKAERING-DATO
               AND FUNCTION TRIM(KL-KUNDE) IS NUMERIC
               IF FUNCTION NUMVAL(KL-KUNDE) = FUNCTION NUMVAL(EJER-ID)
                   OR (MEDEJER-ID NOT = SPACES
                       AND FUNCTION NUMVAL(MEDEJER-ID) > 0
                       AND FUNCTION NUMVAL(KL-KUNDE) =
                           FUNCTION NUMVAL(MEDEJER-ID))
                   IF KL-TIDSPUNKT(1:10) > KV-DATO
                       MOVE KL-TIDSPUNKT(1:10) TO KV-DATO
                       MOVE FUNCTION TRIM(KL-KUNDE) TO KV-KUNDE
                   END-IF
               END-IF
           END-IF.

       SKIL-KUNDELOG.
           MOVE SPACES TO KL-FELT
           MOVE SPACES TO KL-GAMMEL
           MOVE SPACES TO KL-NY
           UNSTRING KUNDELOG-LINJE
               DELIMITED BY ";"
               INTO KL-TIDSPUNKT KL-BRUGER KL-KUNDE KL-FELT
                    KL-GAMMEL KL-NY.

       OPRET-HOLD.
           PERFORM FIND-RINGENUMMER
           PERFORM FIND-SENESTE-HOLD-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID
           MOVE KV-BELOEB TO BELOEB-EDIT

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KV-KILDE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KV-REF) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KV-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KV-KUNDE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KV-DATO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";V;;;"
               FUNCTION TRIM(RING-TIL) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           OPEN EXTEND TILBAGEFIL
           IF TILBAGEFIL-STATUS = "35"
               OPEN OUTPUT TILBAGEFIL
           END-IF
           WRITE TILBAGE-LINJE FROM LINJE
           CLOSE TILBAGEFIL
           MOVE FUNCTION TRIM(NEW-ID) TO KV-HOLD-ID

           MOVE "TILB-HOLD" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           MOVE ALL SPACES TO LT-DETALJE
           STRING "H:" DELIMITED BY SIZE
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               " B:" DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID LT-DETALJE.

      * Nummeret der skal ringes til: er telefonen selv aendret i
      * perioden, er det den foerste aendrings gamle vaerdi (loggen
      * er kronologisk); ellers kundens nuvaerende nummer.
       FIND-RINGENUMMER.
           MOVE SPACES TO RING-TIL
           MOVE "N" TO RING-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDELOGFIL
           IF KUNDELOGFIL-STATUS = "35"
               CLOSE KUNDELOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KUNDELOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KUNDELOG-LINJE)) > 0
                               PERFORM SKIL-KUNDELOG
                               IF NOT HAR-RINGENUMMER
                                   AND KL-FELT = "TELEFON"
                                   AND KL-TIDSPUNKT(1:10) NOT <
                                       SKAERING-DATO
                                   AND FUNCTION TRIM(KL-KUNDE) =
                                       FUNCTION TRIM(KV-KUNDE)
                                   MOVE KL-GAMMEL TO RING-TIL
                                   SET HAR-RINGENUMMER TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDELOGFIL
           END-IF

           IF NOT HAR-RINGENUMMER
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
               ELSE
                   MOVE FUNCTION NUMVAL(KV-KUNDE) TO FELT-ID
                   READ KUNDEFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FELT-TELEFON TO RING-TIL
                   END-READ
                   CLOSE KUNDEFIL
               END-IF
           END-IF.

       FIND-SENESTE-HOLD-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TILBAGEFIL
           IF TILBAGEFIL-STATUS = "35"
               CLOSE TILBAGEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ TILBAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(TILBAGE-LINJE)) > 0
                               UNSTRING TILBAGE-LINJE
                                   DELIMITED BY ";"
                                   INTO TILB-ID-TXT TILB-REST
                               IF FUNCTION NUMVAL(TILB-ID-TXT)
                                   > LAST-ID
                                   MOVE FUNCTION NUMVAL(TILB-ID-TXT)
                                       TO LAST-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILBAGEFIL
           END-IF.
