       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTAKTRAP.

      *> Dagligt kontroltrin i natbatchen mod kontoovertagelse:
      *> kundelog.txt's aendringer af adresse, postnr., by, telefon
      *> og email de seneste RAPPORT-DAGE dage stilles op mod de
      *> udgaaende posteringer (HAEV, ATM-HAEV, KORT, OVERF-UD,
      *> FAST-UD, EKSTERN-UD) paa kundens konti - som ejer eller
      *> medejer - fra aendringsdagen og DAGE dage frem. Saa kan
      *> svindelafdelingen efterse det der slap igennem KONTAKTVAGT
      *> (beloeb under graensen, kontanthaevninger, kort). Posteringer
      *> paa eller over GRAENSE flages, og en tilbagefoert postering
      *> vises som storneret. Sidst listes periodens holdte
      *> betalinger fra tilbagering.txt med deres udfald.
      *> DAGE, GRAENSE og RAPPORT-DAGE laeses fra kontaktvagt.txt
      *> (mangler filen bruges standardvaerdierne 5, 10000.00 og
      *> 14). Skrives til kontakt_rapport.txt og arkiveres som
      *> dateret generation (RAPPORTARKIV).

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
           SELECT RAPPORTFIL ASSIGN TO "kontakt_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "TILBAGEREC.cpy".

       01 KONFIGFIL-STATUS PIC XX.
       01 KUNDELOGFIL-STATUS PIC XX.
       01 TILBAGEFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 KONFIG-NOEGLE    PIC X(20).
       01 KONFIG-VAERDI    PIC X(15).
       01 VAGT-DAGE        PIC 9(3) VALUE 5.
       01 VAGT-GRAENSE     PIC S9(11)V99 VALUE 10000.00.
       01 RAPPORT-DAGE     PIC 9(3) VALUE 14.
       01 GRAENSE-EDIT     PIC Z(10)9.99.

      * kundelog.txt: tidspunkt;bruger;kunde;felt;foer;efter;hash.
       01 KL-TIDSPUNKT     PIC X(19).
       01 KL-BRUGER        PIC X(10).
       01 KL-KUNDE         PIC X(10).
       01 KL-FELT          PIC X(10).
          88 ER-KONTAKTFELT VALUE "ADRESSE" "POSTNR" "BY"
                                  "TELEFON" "EMAIL".

      * En raekke pr. kunde og aendringsdag; felterne samles.
       01 AE-TABEL.
          05 AE-RAEKKE OCCURS 200 TIMES.
             10 AE-KUNDE   PIC X(10).
             10 AE-DATO    PIC X(10).
             10 AE-SLUT-DATO PIC X(10).
             10 AE-FELTER  PIC X(40).
             10 AE-BRUGER  PIC X(10).
       01 AE-ANTAL         PIC 9(3) VALUE 0.
       01 AE-OVERLOEB      PIC 9(5) VALUE 0.
       01 AE-IX            PIC 9(3).
       01 AE-MATCH         PIC X.
       01 FELT-TAELLER     PIC 9(3).

      * Kundernes konti; hver konto peger paa sin aendringsraekke.
       01 KT-TABEL.
          05 KT-RAEKKE OCCURS 500 TIMES.
             10 KT-KONTO   PIC X(10).
             10 KT-AE-IX   PIC 9(3).
       01 KT-ANTAL         PIC 9(3) VALUE 0.
       01 KT-OVERLOEB      PIC 9(5) VALUE 0.
       01 KT-IX            PIC 9(3).
       01 SOEGE-EJER       PIC 9(5).

       01 HIST-TYPE        PIC X(15).
          88 ER-UDGAAENDE  VALUE "HAEV" "ATM-HAEV" "KORT" "OVERF-UD"
                                 "FAST-UD" "EKSTERN-UD".
       01 HIST-BELOEB      PIC S9(11)V99.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).
       01 DATO-TXT         PIC X(10).
       01 START-DATO       PIC X(10).

       01 AE-NR-EDIT       PIC 9(3).

       01 ANTAL-POSTERINGER PIC 9(5) VALUE 0.
       01 ANTAL-OVER       PIC 9(5) VALUE 0.
       01 ANTAL-HOLD-V     PIC 9(5) VALUE 0.
       01 ANTAL-HOLD-B     PIC 9(5) VALUE 0.
       01 ANTAL-HOLD-A     PIC 9(5) VALUE 0.

      * Historikken laeses gennem HISTADGANG (se HISTADGANG for
      * formatet og partitionerne).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).
       01 HIST-LINJE       PIC X(200).

       01 KONFIG-EOF-FLAG  PIC X VALUE "N".
          88 KONFIG-EOF    VALUE "Y".
       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KONTAKTRAP".
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

           DISPLAY "=== KONTAKTRAP: Kontaktaendringer og udgaaende "
               "posteringer ===".

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

           MOVE 0 TO RETUR
           PERFORM LAES-KONFIG
           MOVE NU-DATO TO DATO-TAL
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - RAPPORT-DAGE
           PERFORM DAG-TIL-DATO
           MOVE DATO-TXT TO START-DATO

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KONTAKTRAP - kontaktaendringer og udgaaende "
               DELIMITED BY SIZE
               "posteringer " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           PERFORM SKRIV-GRAENSE-TEKST
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           PERFORM SAML-AENDRINGER
           PERFORM SKRIV-AENDRINGER
           IF AE-ANTAL > 0
               PERFORM SAML-KONTI
               PERFORM GENNEMGAA-HISTORIK
           END-IF
           IF ANTAL-POSTERINGER = 0
               MOVE "Ingen udgaaende posteringer efter "
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               MOVE "kontaktaendringerne." TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF
           PERFORM SKRIV-HOLD
           PERFORM SKRIV-OPSUMMERING
           CLOSE RAPPORTFIL

           MOVE "kontakt_rapport" TO RA-NAVN
           MOVE "kontakt_rapport.txt" TO RA-FIL
           MOVE "KONTAKTRAP" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Kontaktaendringer: " AE-ANTAL
               ", udgaaende posteringer efter dem: "
               ANTAL-POSTERINGER " (heraf " ANTAL-OVER
               " over graensen) - se kontakt_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Samme noegler som KONTAKTVAGT; mangler filen (vagten har
      * endnu aldrig koert) bruges standardvaerdierne.
       LAES-KONFIG.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
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
                                   WHEN "RAPPORT-DAGE"
                                       MOVE FUNCTION
                                           NUMVAL(KONFIG-VAERDI)
                                           TO RAPPORT-DAGE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONFIGFIL
           END-IF.

       SKRIV-GRAENSE-TEKST.
           MOVE VAGT-GRAENSE TO GRAENSE-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Aendringer fra " DELIMITED BY SIZE
               START-DATO DELIMITED BY SIZE
               ", posteringer op til " DELIMITED BY SIZE
               VAGT-DAGE DELIMITED BY SIZE
               " dage efter, flag ved beloeb >= "
                   DELIMITED BY SIZE
               FUNCTION TRIM(GRAENSE-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING.

       DAG-TIL-DATO.
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
           MOVE ALL SPACES TO DATO-TXT
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO DATO-TXT
           END-STRING.

       SAML-AENDRINGER.
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
                               MOVE SPACES TO KL-FELT
                               UNSTRING KUNDELOG-LINJE
                                   DELIMITED BY ";"
                                   INTO KL-TIDSPUNKT KL-BRUGER
                                        KL-KUNDE KL-FELT
                               IF ER-KONTAKTFELT
                                   AND KL-TIDSPUNKT(1:10) NOT <
                                       START-DATO
                                   AND FUNCTION TRIM(KL-KUNDE)
                                       IS NUMERIC
                                   PERFORM NOTER-AENDRING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDELOGFIL
           END-IF.

       NOTER-AENDRING.
           MOVE "N" TO AE-MATCH
           PERFORM VARYING AE-IX FROM 1 BY 1
               UNTIL AE-IX > AE-ANTAL OR AE-MATCH = "J"
               IF FUNCTION TRIM(AE-KUNDE (AE-IX)) =
                   FUNCTION TRIM(KL-KUNDE)
                   AND AE-DATO (AE-IX) = KL-TIDSPUNKT(1:10)
                   MOVE "J" TO AE-MATCH
                   MOVE 0 TO FELT-TAELLER
                   INSPECT AE-FELTER (AE-IX) TALLYING FELT-TAELLER
                       FOR ALL FUNCTION TRIM(KL-FELT)
                   IF FELT-TAELLER = 0
                       STRING
                           FUNCTION TRIM(AE-FELTER (AE-IX))
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(KL-FELT) DELIMITED BY SIZE
                           INTO AE-FELTER (AE-IX)
                       END-STRING
                   END-IF
                   MOVE KL-BRUGER TO AE-BRUGER (AE-IX)
               END-IF
           END-PERFORM
           IF AE-MATCH NOT = "J" AND AE-ANTAL NOT < 200
               ADD 1 TO AE-OVERLOEB
           END-IF
           IF AE-MATCH NOT = "J" AND AE-ANTAL < 200
               ADD 1 TO AE-ANTAL
               MOVE FUNCTION TRIM(KL-KUNDE) TO AE-KUNDE (AE-ANTAL)
               MOVE KL-TIDSPUNKT(1:10) TO AE-DATO (AE-ANTAL)
               MOVE FUNCTION TRIM(KL-FELT) TO AE-FELTER (AE-ANTAL)
               MOVE KL-BRUGER TO AE-BRUGER (AE-ANTAL)
               MOVE FUNCTION NUMVAL(KL-TIDSPUNKT(1:4)) TO DT-AAR
               MOVE FUNCTION NUMVAL(KL-TIDSPUNKT(6:2)) TO DT-MAANED
               MOVE FUNCTION NUMVAL(KL-TIDSPUNKT(9:2)) TO DT-DAG
               COMPUTE DAG-NUMMER =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) + VAGT-DAGE
               PERFORM DAG-TIL-DATO
               MOVE DATO-TXT TO AE-SLUT-DATO (AE-ANTAL)
           END-IF.

       SKRIV-AENDRINGER.
           MOVE "Kontaktaendringer:" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           IF AE-ANTAL = 0
               MOVE "  Ingen aendringer af kontaktdata i perioden."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF
           PERFORM VARYING AE-IX FROM 1 BY 1 UNTIL AE-IX > AE-ANTAL
               MOVE AE-IX TO AE-NR-EDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "  #" DELIMITED BY SIZE
                   AE-NR-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AE-DATO (AE-IX) DELIMITED BY SIZE
                   "  kunde " DELIMITED BY SIZE
                   FUNCTION TRIM(AE-KUNDE (AE-IX)) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(AE-FELTER (AE-IX)) DELIMITED BY SIZE
                   "  af " DELIMITED BY SIZE
                   FUNCTION TRIM(AE-BRUGER (AE-IX)) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM
           IF AE-OVERLOEB > 0
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   AE-OVERLOEB DELIMITED BY SIZE
                   " aendringer fik ikke plads i tabellen (200)"
                       DELIMITED BY SIZE
                   " - rapporten er UFULDSTAENDIG." DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE.

      * Kundens konti findes via de alternative noegler paa ejer og
      * medejer.
       SAML-KONTI.
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM VARYING AE-IX FROM 1 BY 1
                   UNTIL AE-IX > AE-ANTAL
                   MOVE FUNCTION NUMVAL(AE-KUNDE (AE-IX))
                       TO SOEGE-EJER
                   MOVE "N" TO EOF-FLAG
                   MOVE SOEGE-EJER TO KONTO-EJER-ID
                   START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END
                               IF KONTO-EJER-ID = SOEGE-EJER
                                   PERFORM NOTER-KONTO
                               ELSE
                                   SET EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO EOF-FLAG
                   MOVE SOEGE-EJER TO KONTO-MEDEJER-ID
                   START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END
                               IF KONTO-MEDEJER-ID = SOEGE-EJER
                                   IF KONTO-EJER-ID NOT = SOEGE-EJER
                                       PERFORM NOTER-KONTO
                                   END-IF
                               ELSE
                                   SET EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       NOTER-KONTO.
           IF KT-ANTAL < 500
               ADD 1 TO KT-ANTAL
               MOVE KONTO-NOEGLE TO KT-KONTO (KT-ANTAL)
               MOVE AE-IX TO KT-AE-IX (KT-ANTAL)
           ELSE
               ADD 1 TO KT-OVERLOEB
           END-IF.

       GENNEMGAA-HISTORIK.
           MOVE "Udgaaende posteringer efter aendringerne:"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "N" TO EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE START-DATO TO HA-FRA-DATO
           MOVE NU-DATO-TXT TO HA-TIL-DATO
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           PERFORM UNTIL EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET EOF TO TRUE
               ELSE
                   MOVE HA-LINJE TO HIST-LINJE
                   IF FUNCTION
                   LENGTH(FUNCTION TRIM(HIST-LINJE)) > 0
                       PERFORM VURDER-POSTERING
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           IF KT-OVERLOEB > 0
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   KT-OVERLOEB DELIMITED BY SIZE
                   " konti fik ikke plads i tabellen (500)"
                       DELIMITED BY SIZE
                   " - rapporten er UFULDSTAENDIG." DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       VURDER-POSTERING.
           MOVE SPACES TO HIST-FELT6
           MOVE SPACES TO HIST-FELT7
           MOVE SPACES TO HIST-FELT8
           UNSTRING HIST-LINJE
               DELIMITED BY ";"
               INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                    HIST-FELT4 HIST-FELT5 HIST-FELT6
                    HIST-FELT7 HIST-FELT8
           MOVE FUNCTION TRIM(HIST-FELT3) TO HIST-TYPE
           IF ER-UDGAAENDE AND HIST-FELT2 NOT < START-DATO
               PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
                   IF FUNCTION NUMVAL(KT-KONTO (KT-IX)) =
                       FUNCTION NUMVAL(HIST-FELT1)
                       MOVE KT-AE-IX (KT-IX) TO AE-IX
                       IF HIST-FELT2 NOT < AE-DATO (AE-IX)
                           AND HIST-FELT2 NOT > AE-SLUT-DATO (AE-IX)
                           PERFORM SKRIV-POSTERING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       SKRIV-POSTERING.
           ADD 1 TO ANTAL-POSTERINGER
           MOVE AE-IX TO AE-NR-EDIT
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO HIST-BELOEB
           IF HIST-BELOEB < 0
               COMPUTE HIST-BELOEB = 0 - HIST-BELOEB
           END-IF
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "  #" DELIMITED BY SIZE
               AE-NR-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HIST-FELT2 DELIMITED BY SIZE
               "  konto " DELIMITED BY SIZE
               FUNCTION TRIM(HIST-FELT1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(HIST-FELT4) DELIMITED BY SIZE
               "  nr " DELIMITED BY SIZE
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               "  af " DELIMITED BY SIZE
               FUNCTION TRIM(HIST-FELT7) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           IF HIST-BELOEB NOT < VAGT-GRAENSE
               ADD 1 TO ANTAL-OVER
               STRING
                   FUNCTION TRIM(RAPPORT-LINJE) DELIMITED BY SIZE
                   "  *** OVER GRAENSEN ***" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
           END-IF
           IF HIST-FELT8(1:10) = "STORNERET:"
               STRING
                   FUNCTION TRIM(RAPPORT-LINJE) DELIMITED BY SIZE
                   "  (storneret)" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
           END-IF
           WRITE RAPPORT-LINJE.

      * Periodens holdte betalinger og udfaldet af tilbageringningen.
       SKRIV-HOLD.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Betalinger holdt til tilbageringning:"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
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
                               PERFORM VURDER-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILBAGEFIL
           END-IF.

       VURDER-HOLD.
           MOVE SPACES TO TILB-FELT10
           MOVE SPACES TO TILB-FELT11
           UNSTRING TILBAGE-LINJE
               DELIMITED BY ";"
               INTO TILB-FELT1 TILB-FELT2 TILB-FELT3 TILB-FELT4
                    TILB-FELT5 TILB-FELT6 TILB-FELT7 TILB-FELT8
                    TILB-FELT9 TILB-FELT10 TILB-FELT11
           IF TILB-FELT8 NOT < START-DATO
               OR TILB-FELT10 = "V"
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "  hold " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT1) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT8) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT3) DELIMITED BY SIZE
                   "  konto " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT4) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT6) DELIMITED BY SIZE
                   "  tastet af " DELIMITED BY SIZE
                   FUNCTION TRIM(TILB-FELT9) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               EVALUATE TILB-FELT10
                   WHEN "B"
                       ADD 1 TO ANTAL-HOLD-B
                       STRING
                           FUNCTION TRIM(RAPPORT-LINJE)
                               DELIMITED BY SIZE
                           "  BEKRAEFTET af " DELIMITED BY SIZE
                           FUNCTION TRIM(TILB-FELT11)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
                   WHEN "A"
                       ADD 1 TO ANTAL-HOLD-A
                       STRING
                           FUNCTION TRIM(RAPPORT-LINJE)
                               DELIMITED BY SIZE
                           "  AFVIST af " DELIMITED BY SIZE
                           FUNCTION TRIM(TILB-FELT11)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO ANTAL-HOLD-V
                       STRING
                           FUNCTION TRIM(RAPPORT-LINJE)
                               DELIMITED BY SIZE
                           "  *** AFVENTER TILBAGERINGNING ***"
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
               END-EVALUATE
               WRITE RAPPORT-LINJE
           END-IF.

       SKRIV-OPSUMMERING.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Aendringer: " DELIMITED BY SIZE
               AE-ANTAL DELIMITED BY SIZE
               "  udgaaende posteringer: " DELIMITED BY SIZE
               ANTAL-POSTERINGER DELIMITED BY SIZE
               " (over graensen: " DELIMITED BY SIZE
               ANTAL-OVER DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Hold: afventer " DELIMITED BY SIZE
               ANTAL-HOLD-V DELIMITED BY SIZE
               ", bekraeftet " DELIMITED BY SIZE
               ANTAL-HOLD-B DELIMITED BY SIZE
               ", afvist " DELIMITED BY SIZE
               ANTAL-HOLD-A DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
