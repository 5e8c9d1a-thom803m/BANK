       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSUDTRAEK.

      *> Aarlig CRS/FATCA-indberetning: alle indberetningspligtige
      *> kontohavere - kunder med et andet skattemaessigt hjemland
      *> end DK i skatteresidensregisteret (skatteresidens.txt, se
      *> SKATADMIN). For hver af kundens konti (som ejer i
      *> KONTO-FELT2 eller medejer i KONTO-FELT8 - en faelleskonto
      *> indberettes saaledes for hver ejer for sig) skrives en
      *> linje pr. udenlandsk hjemland til crs_<aar>.txt:
      *>   AAR;REGIME;KUNDE-ID;CPR;NAVN;LAND;TIN;STATUS;KONTO-ID;
      *>   EJER;VALUTA;SALDO;RENTE;LUKKET
      *> REGIME er FATCA for US og ellers CRS, EJER er E (ejer)
      *> eller M (medejer), STATUS selvcertificeringens status fra
      *> registeret. Saldoen er kontoens saldo i konti.txt - trinnet
      *> koeres ved aarsskiftet foer aarets foerste posteringer.
      *> Renten er aarets RENTE-posteringer fra kontohistorikken
      *> (levende fil og aarsarkivet kontohistorik_<aar>.txt) og
      *> fordeles paa en faelleskonto ligeligt mellem ejerne -
      *> praecis som i RENTEAAR. Konti lukket foer aaret udelades.
      *> Udtraekket afsluttes med en TOTAL-linje:
      *>   TOTAL;AAR;ANTAL-LINJER;LINJE-SALDO;LINJE-RENTE;
      *>   ANTAL-KUNDER;RENTE-INDBERETTET;RENTE-OEVRIGE;RENTE-I-ALT;
      *>   UDOKUMENTEREDE
      *> RENTE-I-ALT er renten for samtlige kunder og skal svare til
      *> TOTAL-linjen i RENTEAAR's skat_<aar>.txt; RENTE-INDBERETTET
      *> og RENTE-OEVRIGE deler den paa indberetningspligtige og
      *> ikke-indberetningspligtige kunder (hver kunde taelles en
      *> gang uanset antal hjemlande). UDOKUMENTEREDE er kunder med
      *> konti, men uden gyldig (status G) selvcertificering.

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
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT SKATFIL ASSIGN TO "skatteresidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT ARKIVFIL ASSIGN USING ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIVFIL-STATUS.
           SELECT EKSPORTFIL ASSIGN USING EKSPORT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD SKATFIL.
       01 SKAT-LINJE       PIC X(100).

       FD ARKIVFIL.
       01 ARKIV-LINJE      PIC X(200).

       FD EKSPORTFIL.
       01 EKSPORT-LINJE    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 SKATFIL-STATUS   PIC XX.
       01 ARKIVFIL-STATUS  PIC XX.

       01 AAR-TXT          PIC X(4).
       01 AAR-FRA-DATO     PIC X(10).
       01 AAR-TIL-DATO     PIC X(10).
       01 RAPPORT-AAR      PIC 9(4).
       01 ARKIV-NAVN       PIC X(50).
       01 EKSPORT-NAVN     PIC X(50).

      * Skatteresidensregisteret holdes i hukommelsen under
      * koerslen.
       01 SKAT-FELT1       PIC X(10).
       01 SKAT-FELT2       PIC X(2).
       01 SKAT-FELT3       PIC X(30).
       01 SKAT-FELT4       PIC X(10).
       01 SKAT-FELT5       PIC X(1).
       01 ANTAL-RESIDENS   PIC 9(4) VALUE 0.
       01 RESIDENS-TABEL.
          05 RESIDENS OCCURS 3000 TIMES.
             10 RES-KUNDE  PIC 9(5).
             10 RES-LAND   PIC X(2).
             10 RES-TIN    PIC X(30).
             10 RES-STATUS PIC X(1).
       01 RX               PIC 9(4).

       01 KUNDE-FLAG       PIC X VALUE "N".
          88 KUNDE-ER-PLIGTIG VALUE "J".
       01 CERT-FLAG        PIC X VALUE "N".
          88 CERT-ER-GYLDIG VALUE "J".
       01 KONTO-FLAG       PIC X VALUE "N".
          88 KUNDE-HAR-KONTO VALUE "J".

       01 KONTO-RENTE      PIC S9(11)V99.
       01 KONTO-ANDEL      PIC S9(11)V99.
       01 KONTO-SALDO      PIC S9(11)V99.
       01 KUNDE-RENTE      PIC S9(11)V99.
       01 EJER-TYPE        PIC X(1).
       01 LUKKET-TXT       PIC X(1).
       01 REGIME-TXT       PIC X(5).
       01 KUNDE-NAVN       PIC X(60).

      * Kontroltotaler.
       01 ANTAL-LINJER     PIC 9(7) VALUE 0.
       01 ANTAL-KUNDER     PIC 9(5) VALUE 0.
       01 ANTAL-UDOKUMENTERET PIC 9(5) VALUE 0.
       01 LINJE-SALDO      PIC S9(13)V99 VALUE 0.
       01 LINJE-RENTE      PIC S9(13)V99 VALUE 0.
       01 RENTE-INDBERETTET PIC S9(13)V99 VALUE 0.
       01 RENTE-OEVRIGE    PIC S9(13)V99 VALUE 0.
       01 RENTE-I-ALT      PIC S9(13)V99 VALUE 0.

       01 BELOEB-EDIT      PIC -(12)9.99.
       01 SALDO-TXT        PIC X(16).
       01 RENTE-TXT        PIC X(16).
       01 TOTAL-TXT1       PIC X(16).
       01 TOTAL-TXT2       PIC X(16).
       01 TOTAL-TXT3       PIC X(16).
       01 TOTAL-TXT4       PIC X(16).
       01 TOTAL-TXT5       PIC X(16).

       01 LINJE            PIC X(250).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

      * De indlejrede gennemloeb har egne EOF-markoerer (samme
      * faldgrube som i RENTEAAR).
       01 KONTO-EOF-FLAG   PIC X VALUE "N".
          88 KONTO-EOF     VALUE "Y".
       01 KONTI-AABEN-FLAG PIC X VALUE "N".
          88 KONTI-ER-AABNE VALUE "J".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".
       01 ARKIV-EOF-FLAG   PIC X VALUE "N".
          88 ARKIV-EOF     VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "CRSUDTRAEK".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       01 HIST-LINJE       PIC X(200).

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== CRSUDTRAEK: CRS/FATCA-indberetning ===".
           DISPLAY "Indberetningsaar: " WITH NO ADVANCING.
           ACCEPT AAR-TXT.

           MOVE 0 TO RETUR
           IF FUNCTION TRIM(AAR-TXT) IS NOT NUMERIC
               DISPLAY "Afvist: aaret skal vaere et aarstal."
               MOVE 1 TO RETUR
           ELSE
               MOVE FUNCTION NUMVAL(AAR-TXT) TO RAPPORT-AAR
               MOVE ALL SPACES TO ARKIV-NAVN
               STRING "kontohistorik_" DELIMITED BY SIZE
                   RAPPORT-AAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO ARKIV-NAVN
               END-STRING
               MOVE ALL SPACES TO EKSPORT-NAVN
               STRING "crs_" DELIMITED BY SIZE
                   RAPPORT-AAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO EKSPORT-NAVN
               END-STRING
               PERFORM INDLAES-RESIDENS
               PERFORM DAN-INDBERETNING
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       INDLAES-RESIDENS.
           MOVE 0 TO ANTAL-RESIDENS
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS = "35"
               CLOSE SKATFIL
               DISPLAY "Advarsel: intet skatteresidensregister - "
                   "ingen kunder er indberetningspligtige."
           ELSE
               PERFORM UNTIL EOF
                   READ SKATFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKAT-LINJE)) > 0
                               AND ANTAL-RESIDENS < 3000
                               MOVE SPACES TO SKAT-FELT3
                               MOVE SPACES TO SKAT-FELT5
                               UNSTRING SKAT-LINJE
                                   DELIMITED BY ";"
                                   INTO SKAT-FELT1 SKAT-FELT2
                                        SKAT-FELT3 SKAT-FELT4
                                        SKAT-FELT5
                               ADD 1 TO ANTAL-RESIDENS
                               MOVE FUNCTION NUMVAL(SKAT-FELT1)
                                   TO RES-KUNDE(ANTAL-RESIDENS)
                               MOVE SKAT-FELT2
                                   TO RES-LAND(ANTAL-RESIDENS)
                               MOVE SKAT-FELT3
                                   TO RES-TIN(ANTAL-RESIDENS)
                               MOVE SKAT-FELT5
                                   TO RES-STATUS(ANTAL-RESIDENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKATFIL
           END-IF.

       DAN-INDBERETNING.
           MOVE ALL SPACES TO AAR-FRA-DATO
           STRING AAR-TXT DELIMITED BY SIZE
               "-01-01" DELIMITED BY SIZE
               INTO AAR-FRA-DATO
           END-STRING
           MOVE ALL SPACES TO AAR-TIL-DATO
           STRING AAR-TXT DELIMITED BY SIZE
               "-12-31" DELIMITED BY SIZE
               INTO AAR-TIL-DATO
           END-STRING

           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
               DISPLAY "Ingen kunder.txt fundet."
               MOVE 1 TO RETUR
           ELSE
               OPEN OUTPUT EKSPORTFIL
               MOVE "N" TO KONTI-AABEN-FLAG
               OPEN INPUT KONTOFIL
               IF KONTOFIL-STATUS = "35"
                   CLOSE KONTOFIL
               ELSE
                   SET KONTI-ER-AABNE TO TRUE
               END-IF
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM OPGOER-KUNDE
                   END-READ
               END-PERFORM
               CLOSE KUNDEFIL
               IF KONTI-ER-AABNE
                   CLOSE KONTOFIL
               END-IF

               PERFORM SKRIV-TOTAL
               CLOSE EKSPORTFIL

               DISPLAY "Indberetning dannet i "
                   FUNCTION TRIM(EKSPORT-NAVN) ": "
                   ANTAL-KUNDER " kunder, " ANTAL-LINJER
                   " linjer."
               DISPLAY "Rente i alt " FUNCTION TRIM(TOTAL-TXT5)
                   " (skal svare til RENTEAAR for aaret), heraf "
                   "indberettet " FUNCTION TRIM(TOTAL-TXT3) "."
               IF ANTAL-UDOKUMENTERET > 0
                   DISPLAY "BEMAERK: " ANTAL-UDOKUMENTERET
                       " kunder med konti mangler gyldig "
                       "selvcertificering."
               END-IF
           END-IF.

      * Kundens status slaas op i registeret: indberetningspligtig
      * er kunden med mindst et hjemland udenfor DK; gyldig
      * selvcertificering kraever mindst en linje med status G.
       OPGOER-KUNDE.
           MOVE "N" TO KUNDE-FLAG
           MOVE "N" TO CERT-FLAG
           MOVE "N" TO KONTO-FLAG
           MOVE 0 TO KUNDE-RENTE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ANTAL-RESIDENS
               IF RES-KUNDE(RX) = FELT-ID
                   IF RES-LAND(RX) NOT = "DK"
                       SET KUNDE-ER-PLIGTIG TO TRUE
                   END-IF
                   IF RES-STATUS(RX) = "G"
                       SET CERT-ER-GYLDIG TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL SPACES TO KUNDE-NAVN
           STRING
               FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
               " "
               FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
               INTO KUNDE-NAVN
           END-STRING

      * Kundens konti findes paa ejernoeglerne (samme moenster som
      * KUNDESALDO): foerst som ejer, dernaest som medejer - en
      * konto kunden baade ejer og staar som medejer paa tages kun
      * een gang.
           IF KONTI-ER-AABNE
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
                               PERFORM SKIL-OG-OPGOER-KONTO
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
                               IF KONTO-EJER-ID NOT = FELT-ID
                                   PERFORM SKIL-OG-OPGOER-KONTO
                               END-IF
                           ELSE
                               SET KONTO-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           ADD KUNDE-RENTE TO RENTE-I-ALT
           IF KUNDE-ER-PLIGTIG
               ADD KUNDE-RENTE TO RENTE-INDBERETTET
           ELSE
               ADD KUNDE-RENTE TO RENTE-OEVRIGE
           END-IF
           IF KUNDE-HAR-KONTO AND NOT CERT-ER-GYLDIG
               ADD 1 TO ANTAL-UDOKUMENTERET
           END-IF
           IF KUNDE-HAR-KONTO AND KUNDE-ER-PLIGTIG
               ADD 1 TO ANTAL-KUNDER
           END-IF.

       SKIL-OG-OPGOER-KONTO.
           MOVE FUNCTION TRIM(KONTO-DATA) TO TRIM-LINJE
           IF TRIM-LINJE NOT = SPACES
               MOVE SPACES TO KONTO-FELT9
               MOVE SPACES TO KONTO-FELT10
               MOVE SPACES TO KONTO-FELT11
               UNSTRING KONTO-DATA
                   DELIMITED BY ";"
                   INTO KONTO-FELT1 KONTO-FELT2
                        KONTO-FELT3 KONTO-FELT4
                        KONTO-FELT5 KONTO-FELT6
                        KONTO-FELT7 KONTO-FELT8
                        KONTO-FELT9 KONTO-FELT10
               PERFORM OPGOER-KONTO-FOR-KUNDE
           END-IF.

      * Renten fordeles som i RENTEAAR; konti lukket foer aaret
      * taeller ikke med.
       OPGOER-KONTO-FOR-KUNDE.
           IF FUNCTION NUMVAL(KONTO-FELT2) = FELT-ID
               OR (FUNCTION TRIM(KONTO-FELT8) NOT = SPACES
                   AND FUNCTION NUMVAL(KONTO-FELT8) = FELT-ID)
               IF FUNCTION NUMVAL(KONTO-FELT2) = FELT-ID
                   MOVE "E" TO EJER-TYPE
               ELSE
                   MOVE "M" TO EJER-TYPE
               END-IF
               PERFORM SUM-KONTO-RENTE
               IF FUNCTION TRIM(KONTO-FELT8) = SPACES
                   MOVE KONTO-RENTE TO KONTO-ANDEL
               ELSE
                   COMPUTE KONTO-ANDEL ROUNDED = KONTO-RENTE / 2
               END-IF
               ADD KONTO-ANDEL TO KUNDE-RENTE

               MOVE "N" TO LUKKET-TXT
               IF KONTO-FELT9 = "J"
                   MOVE "J" TO LUKKET-TXT
               END-IF
               IF LUKKET-TXT = "N"
                   OR KONTO-FELT10 NOT < AAR-FRA-DATO
                   SET KUNDE-HAR-KONTO TO TRUE
                   IF KUNDE-ER-PLIGTIG
                       PERFORM SKRIV-KONTO-LINJER
                   END-IF
               END-IF
           END-IF.

      * En linje pr. udenlandsk hjemland for kontohaveren.
       SKRIV-KONTO-LINJER.
           MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
           IF LUKKET-TXT = "J"
               MOVE 0 TO KONTO-SALDO
           END-IF
           MOVE KONTO-SALDO TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SALDO-TXT
           MOVE KONTO-ANDEL TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO RENTE-TXT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ANTAL-RESIDENS
               IF RES-KUNDE(RX) = FELT-ID
                   AND RES-LAND(RX) NOT = "DK"
                   IF RES-LAND(RX) = "US"
                       MOVE "FATCA" TO REGIME-TXT
                   ELSE
                       MOVE "CRS" TO REGIME-TXT
                   END-IF
                   MOVE ALL SPACES TO LINJE
                   STRING
                       RAPPORT-AAR DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(REGIME-TXT) DELIMITED BY SIZE
                       ";"
                       FELT-ID DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-CPR) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(KUNDE-NAVN) DELIMITED BY SIZE
                       ";"
                       RES-LAND(RX) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(RES-TIN(RX)) DELIMITED BY SIZE
                       ";"
                       RES-STATUS(RX) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
                       ";"
                       EJER-TYPE DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
                       ";"
                       LUKKET-TXT DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE EKSPORT-LINJE FROM LINJE
                   ADD 1 TO ANTAL-LINJER
                   ADD KONTO-SALDO TO LINJE-SALDO
                   ADD KONTO-ANDEL TO LINJE-RENTE
               END-IF
           END-PERFORM.

       SKRIV-TOTAL.
           MOVE LINJE-SALDO TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TOTAL-TXT1
           MOVE LINJE-RENTE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TOTAL-TXT2
           MOVE RENTE-INDBERETTET TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TOTAL-TXT3
           MOVE RENTE-OEVRIGE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TOTAL-TXT4
           MOVE RENTE-I-ALT TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TOTAL-TXT5
           MOVE ALL SPACES TO LINJE
           STRING
               "TOTAL;" DELIMITED BY SIZE
               RAPPORT-AAR DELIMITED BY SIZE
               ";"
               ANTAL-LINJER DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TOTAL-TXT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TOTAL-TXT2) DELIMITED BY SIZE
               ";"
               ANTAL-KUNDER DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TOTAL-TXT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TOTAL-TXT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TOTAL-TXT5) DELIMITED BY SIZE
               ";"
               ANTAL-UDOKUMENTERET DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE EKSPORT-LINJE FROM LINJE.

      * Aarets RENTE-posteringer for kontoen - foerst gennem
      * HISTADGANG, dernaest i aarets arkivfil hvis den findes.
       SUM-KONTO-RENTE.
           MOVE 0 TO KONTO-RENTE
           MOVE "N" TO HIST-EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE AAR-FRA-DATO TO HA-FRA-DATO
           MOVE AAR-TIL-DATO TO HA-TIL-DATO
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           PERFORM UNTIL HIST-EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET HIST-EOF TO TRUE
               ELSE
                   MOVE HA-LINJE TO HIST-LINJE
                   IF FUNCTION
                   LENGTH(FUNCTION TRIM(HIST-LINJE)) > 0
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2
                                HIST-FELT3 HIST-FELT4
                                HIST-FELT5
                       PERFORM TAEL-RENTELINJE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT

           MOVE "N" TO ARKIV-EOF-FLAG
           OPEN INPUT ARKIVFIL
           IF ARKIVFIL-STATUS = "35"
               CLOSE ARKIVFIL
           ELSE
               PERFORM UNTIL ARKIV-EOF
                   READ ARKIVFIL
                       AT END SET ARKIV-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ARKIV-LINJE)) > 0
                               UNSTRING ARKIV-LINJE
                                   DELIMITED BY ";"
                                   INTO HIST-FELT1 HIST-FELT2
                                        HIST-FELT3 HIST-FELT4
                                        HIST-FELT5
                               PERFORM TAEL-RENTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIVFIL
           END-IF.

       TAEL-RENTELINJE.
           IF FUNCTION TRIM(HIST-FELT3) = "RENTE"
               AND HIST-FELT2(1:4) = AAR-TXT
               AND FUNCTION NUMVAL(HIST-FELT1) =
                   FUNCTION NUMVAL(KONTO-FELT1)
               ADD FUNCTION NUMVAL(HIST-FELT4) TO KONTO-RENTE
           END-IF.
