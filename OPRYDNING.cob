       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRYDNING.

      *> Maanedlig oprydning i arbejdskoeerne og registrene, der
      *> ellers kun vokser, saa hvert natligt trin der gennemloeber
      *> dem bliver langsommere maaned for maaned. Koeres af
      *> NATBATCH paa maanedens sidste bankdag. Styrefilen
      *> oprydning.txt har en linje pr. fil med opbevaringstiden i
      *> dage:
      *>   FIL;DAGE
      *> (mangler filen oprettes den med standardtiderne). For hver
      *> fil flyttes de afsluttede raekker hvis dato ligger mere end
      *> DAGE dage tilbage til den daterede arkivfil
      *> <fil>_arkiv_<AAAAMM>.txt (tilfoejes, saa flere koersler i
      *> samme maaned samles); aabne raekker roeres ikke. Hvad der er
      *> afsluttet, og hvilken dato der taeller, er fast pr. fil:
      *>   udbetal_koe.txt          status B/R/A (bekraeftet/retur-
      *>                            neret/afvist ved tilbage-
      *>                            ringning), registreringsdato
      *>   ventende.txt             status U/F/S (udfoert/fejlet/
      *>                            annulleret), udfoerselsdato
      *>   godkendkoe.txt           status G/R/F (godkendt/afvist/
      *>                            fejlet), udfoerselsdato
      *>   reservationer.txt        status F/U (frigivet/udloebet),
      *>                            udloebsdato
      *>   mandater.txt             status O (ophoert), ophoersdato
      *>   aftaler.txt              status F (afsluttet),
      *>                            forfaldsdato
      *>   tilbagering.txt          status B/A (bekraeftet/afvist),
      *>                            behandlet dato
      *>   periodisering.txt        status T (tilbagefoert),
      *>                            tilbagefoert dato
      *>   advis_koe_behandlet.txt  alle raekker (ADVISKOER's
      *>                            behandlede adviser), advisdato
      *> fastordre_retry.txt, reparationskoe.txt og advis_koe.txt
      *> rummer kun aabne raekker - trinnene der ejer dem fjerner
      *> selv de behandlede - saa de optaelles kun. En fil hvis
      *> temp-fil <fil>_tmp.txt findes, holdes aaben af et andet
      *> trin (eller et afbrudt trin er ikke ryddet op) og springes
      *> over med en advarsel. Omskrivningen sker via samme
      *> temp-fil/FILSKIFT-moenster som resten af systemet, og
      *> flyttes der ingenting roeres filen ikke. Koerselsrapporten
      *> oprydning_rapport.txt viser antal raekker foer og efter pr.
      *> fil og arkiveres via RAPPORTARKIV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STYREFIL ASSIGN TO "oprydning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STYREFIL-STATUS.
           SELECT KILDEFIL ASSIGN USING KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KILDEFIL-STATUS.
           SELECT TEMPFIL ASSIGN USING TEMP-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPFIL-STATUS.
           SELECT ARKIVFIL ASSIGN USING ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIVFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "oprydning_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STYREFIL.
       01 STYRE-LINJE      PIC X(80).

       FD KILDEFIL.
       01 KILDE-LINJE      PIC X(400).

       FD TEMPFIL.
       01 TEMP-LINJE       PIC X(400).

       FD ARKIVFIL.
       01 ARKIV-LINJE      PIC X(400).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       01 STYREFIL-STATUS  PIC XX.
       01 KILDEFIL-STATUS  PIC XX.
       01 TEMPFIL-STATUS   PIC XX.
       01 ARKIVFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 KILDE-NAVN       PIC X(50).
       01 TEMP-NAVN        PIC X(50).
       01 ARKIV-NAVN       PIC X(50).
       01 BASIS-NAVN       PIC X(40).

      * Styrelinjen.
       01 ST-FIL           PIC X(40).
       01 ST-DAGE-TXT      PIC X(10).
       01 ST-DAGE          PIC 9(5).

      * Reglen for den aktuelle fil (se SAET-REGEL).
       01 RG-ART           PIC X.
          88 RG-STATUS     VALUE "S".
          88 RG-ALLE       VALUE "A".
          88 RG-KUN-AABNE  VALUE "I".
          88 RG-UKENDT     VALUE " ".
       01 RG-STATUS-NR     PIC 9(2).
       01 RG-SLUT          PIC X(5).
       01 RG-DATO-NR       PIC 9(2).
       01 SX               PIC 9.

      * Raekkens felter.
       01 RK-TABEL.
          05 RK-FELT       PIC X(40) OCCURS 15 TIMES.
       01 RK-STATUS        PIC X.
       01 RK-DATO          PIC X(10).
       01 RK-AFSLUTTET     PIC X VALUE "N".
          88 ER-AFSLUTTET  VALUE "Y".

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 SKAERING-DAGNR   PIC 9(7).
       01 SKAERING-DATO    PIC X(10).

       01 ANTAL-FOER       PIC 9(7).
       01 ANTAL-ARKIVERET  PIC 9(7).
       01 ANTAL-EFTER      PIC 9(7).
       01 TOTAL-FOER       PIC 9(9) VALUE 0.
       01 TOTAL-ARKIVERET  PIC 9(9) VALUE 0.
       01 TOTAL-EFTER      PIC 9(9) VALUE 0.
       01 ANTAL-I-BRUG     PIC 9(3) VALUE 0.
       01 BEMAERKNING      PIC X(60).

       01 TRIM-LINJE       PIC X(400).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 KILDE-EOF-FLAG   PIC X VALUE "N".
          88 KILDE-EOF     VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "OPRYDNING".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== OPRYDNING: Maanedlig oprydning af koeer ===".

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
           PERFORM SIKR-STYREFIL

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "OPRYDNING - maanedlig oprydning " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           MOVE "Fil" TO RAPPORT-LINJE(1:3)
           MOVE "Graense" TO RAPPORT-LINJE(26:7)
           MOVE "Foer" TO RAPPORT-LINJE(38:4)
           MOVE "Arkiveret" TO RAPPORT-LINJE(42:9)
           MOVE "Efter" TO RAPPORT-LINJE(56:5)
           MOVE "Bemaerkning" TO RAPPORT-LINJE(63:11)
           WRITE RAPPORT-LINJE
           MOVE ALL "-" TO RAPPORT-LINJE(1:100)
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT STYREFIL
           PERFORM UNTIL EOF
               READ STYREFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(STYRE-LINJE)) > 0
                           MOVE SPACES TO ST-FIL ST-DAGE-TXT
                           UNSTRING STYRE-LINJE
                               DELIMITED BY ";"
                               INTO ST-FIL ST-DAGE-TXT
                           PERFORM RYD-FIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STYREFIL

           MOVE ALL "-" TO RAPPORT-LINJE(1:100)
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "I alt: foer " DELIMITED BY SIZE
               TOTAL-FOER DELIMITED BY SIZE
               ", arkiveret " DELIMITED BY SIZE
               TOTAL-ARKIVERET DELIMITED BY SIZE
               ", efter " DELIMITED BY SIZE
               TOTAL-EFTER DELIMITED BY SIZE
               ", sprunget over (i brug) " DELIMITED BY SIZE
               ANTAL-I-BRUG DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL
           MOVE "oprydning_rapport" TO RA-NAVN
           MOVE "oprydning_rapport.txt" TO RA-FIL
           MOVE "OPRYDNING" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Oprydning: " TOTAL-ARKIVERET " raekker arkiveret, "
               ANTAL-I-BRUG " filer i brug sprunget over - se "
               "oprydning_rapport.txt."
           IF ANTAL-I-BRUG > 0
               DISPLAY "ADVARSEL: en eller flere filer havde en "
                   "temp-fil liggende og er ikke ryddet op."
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Mangler styrefilen oprettes den med standardtiderne.
       SIKR-STYREFIL.
           OPEN INPUT STYREFIL
           IF STYREFIL-STATUS = "35"
               CLOSE STYREFIL
               OPEN OUTPUT STYREFIL
               MOVE "udbetal_koe.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "ventende.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "godkendkoe.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "reservationer.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "fastordre_retry.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "reparationskoe.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "advis_koe.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "advis_koe_behandlet.txt;90" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "mandater.txt;365" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "aftaler.txt;365" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "tilbagering.txt;365" TO STYRE-LINJE
               WRITE STYRE-LINJE
               MOVE "periodisering.txt;365" TO STYRE-LINJE
               WRITE STYRE-LINJE
               CLOSE STYREFIL
               DISPLAY "Ingen oprydning.txt fundet - oprettet med "
                   "standardtider."
           ELSE
               CLOSE STYREFIL
           END-IF.

      * En fil fra styrefilen: find reglen, tjek at ingen holder
      * filen aaben, og del den i beholdte og arkiverede raekker.
       RYD-FIL.
           MOVE FUNCTION TRIM(ST-FIL) TO KILDE-NAVN
           MOVE SPACES TO BASIS-NAVN
           UNSTRING KILDE-NAVN DELIMITED BY ".txt"
               INTO BASIS-NAVN
           MOVE ALL SPACES TO TEMP-NAVN
           STRING FUNCTION TRIM(BASIS-NAVN) DELIMITED BY SIZE
               "_tmp.txt" DELIMITED BY SIZE
               INTO TEMP-NAVN
           END-STRING
           MOVE ALL SPACES TO ARKIV-NAVN
           STRING FUNCTION TRIM(BASIS-NAVN) DELIMITED BY SIZE
               "_arkiv_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ARKIV-NAVN
           END-STRING
           MOVE 0 TO ANTAL-FOER
           MOVE 0 TO ANTAL-ARKIVERET
           MOVE 0 TO ANTAL-EFTER
           MOVE SPACES TO BEMAERKNING
           MOVE 0 TO ST-DAGE
           IF FUNCTION TRIM(ST-DAGE-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(ST-DAGE-TXT) TO ST-DAGE
           END-IF
           PERFORM SAET-REGEL

           EVALUATE TRUE
               WHEN RG-UKENDT
                   MOVE "ukendt fil - ingen oprydningsregel"
                       TO BEMAERKNING
               WHEN ST-DAGE = 0
                   MOVE "ugyldig opbevaringstid - springes over"
                       TO BEMAERKNING
               WHEN OTHER
                   OPEN INPUT TEMPFIL
                   IF TEMPFIL-STATUS = "35"
                       CLOSE TEMPFIL
                       PERFORM DEL-FILEN
                   ELSE
                       CLOSE TEMPFIL
                       ADD 1 TO ANTAL-I-BRUG
                       MOVE "I BRUG - temp-fil findes, springes over"
                           TO BEMAERKNING
                   END-IF
           END-EVALUATE

           ADD ANTAL-FOER TO TOTAL-FOER
           ADD ANTAL-ARKIVERET TO TOTAL-ARKIVERET
           ADD ANTAL-EFTER TO TOTAL-EFTER
           PERFORM SKRIV-RAPPORTLINJE.

      * Faste regler pr. fil: hvilket felt baerer status og hvilke
      * statusser er afsluttede, og hvilket felt baerer datoen.
       SAET-REGEL.
           MOVE SPACE TO RG-ART
           MOVE 0 TO RG-STATUS-NR
           MOVE SPACES TO RG-SLUT
           MOVE 0 TO RG-DATO-NR
           EVALUATE FUNCTION TRIM(KILDE-NAVN)
               WHEN "udbetal_koe.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 8 TO RG-STATUS-NR
                   MOVE "BRA" TO RG-SLUT
                   MOVE 2 TO RG-DATO-NR
               WHEN "ventende.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 8 TO RG-STATUS-NR
                   MOVE "UFS" TO RG-SLUT
                   MOVE 5 TO RG-DATO-NR
               WHEN "godkendkoe.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 8 TO RG-STATUS-NR
                   MOVE "GRF" TO RG-SLUT
                   MOVE 5 TO RG-DATO-NR
               WHEN "reservationer.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 5 TO RG-STATUS-NR
                   MOVE "FU" TO RG-SLUT
                   MOVE 4 TO RG-DATO-NR
               WHEN "mandater.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 3 TO RG-STATUS-NR
                   MOVE "O" TO RG-SLUT
                   MOVE 5 TO RG-DATO-NR
               WHEN "aftaler.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 7 TO RG-STATUS-NR
                   MOVE "F" TO RG-SLUT
                   MOVE 4 TO RG-DATO-NR
               WHEN "tilbagering.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 10 TO RG-STATUS-NR
                   MOVE "BA" TO RG-SLUT
                   MOVE 12 TO RG-DATO-NR
               WHEN "periodisering.txt"
                   SET RG-STATUS TO TRUE
                   MOVE 8 TO RG-STATUS-NR
                   MOVE "T" TO RG-SLUT
                   MOVE 9 TO RG-DATO-NR
               WHEN "advis_koe_behandlet.txt"
                   SET RG-ALLE TO TRUE
                   MOVE 6 TO RG-DATO-NR
               WHEN "fastordre_retry.txt"
               WHEN "reparationskoe.txt"
               WHEN "advis_koe.txt"
                   SET RG-KUN-AABNE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Skaeringsdatoen er dags dato minus opbevaringstiden; en
      * afsluttet raekke med dato foer skaeringen arkiveres.
       DEL-FILEN.
           MOVE NU-DATO TO DATO-TAL
           COMPUTE SKAERING-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - ST-DAGE
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(SKAERING-DAGNR)
           MOVE ALL SPACES TO SKAERING-DATO
           STRING DT-AAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-MAANED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-DAG DELIMITED BY SIZE
               INTO SKAERING-DATO
           END-STRING

           MOVE "N" TO KILDE-EOF-FLAG
           OPEN INPUT KILDEFIL
           IF KILDEFIL-STATUS = "35"
               CLOSE KILDEFIL
               MOVE "filen findes ikke" TO BEMAERKNING
           ELSE
               OPEN OUTPUT TEMPFIL
               OPEN EXTEND ARKIVFIL
               IF ARKIVFIL-STATUS = "35"
                   OPEN OUTPUT ARKIVFIL
               END-IF
               PERFORM UNTIL KILDE-EOF
                   READ KILDEFIL
                       AT END SET KILDE-EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(KILDE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               ADD 1 TO ANTAL-FOER
                               PERFORM VURDER-RAEKKE
                               IF ER-AFSLUTTET
                                   WRITE ARKIV-LINJE FROM KILDE-LINJE
                                   ADD 1 TO ANTAL-ARKIVERET
                               ELSE
                                   WRITE TEMP-LINJE FROM KILDE-LINJE
                                   ADD 1 TO ANTAL-EFTER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KILDEFIL
               CLOSE TEMPFIL
               CLOSE ARKIVFIL

               IF ANTAL-ARKIVERET = 0
                   MOVE "D" TO FS-HANDLING
                   MOVE TEMP-NAVN TO FS-KILDE
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
                   IF RG-KUN-AABNE
                       MOVE "kun aabne raekker" TO BEMAERKNING
                   ELSE
                       MOVE "intet at arkivere - filen uaendret"
                           TO BEMAERKNING
                   END-IF
               ELSE
                   MOVE "S" TO FS-HANDLING
                   MOVE TEMP-NAVN TO FS-KILDE
                   MOVE KILDE-NAVN TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
                   MOVE ALL SPACES TO BEMAERKNING
                   STRING "arkiv " DELIMITED BY SIZE
                       FUNCTION TRIM(ARKIV-NAVN) DELIMITED BY SIZE
                       INTO BEMAERKNING
                   END-STRING
                   MOVE "ARKIVERET" TO LT-HAENDELSE
                   MOVE ALL SPACES TO LT-DETALJE
                   STRING FUNCTION TRIM(KILDE-NAVN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ANTAL-ARKIVERET DELIMITED BY SIZE
                       INTO LT-DETALJE
                   END-STRING
                   CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                       LT-RC OPERATOR-ID LT-DETALJE
               END-IF
           END-IF.

      * Er raekken afsluttet og aeldre end skaeringen? En raekke
      * uden gyldig dato beholdes.
       VURDER-RAEKKE.
           MOVE "N" TO RK-AFSLUTTET
           MOVE SPACES TO RK-TABEL
           UNSTRING KILDE-LINJE
               DELIMITED BY ";"
               INTO RK-FELT (1) RK-FELT (2) RK-FELT (3) RK-FELT (4)
                    RK-FELT (5) RK-FELT (6) RK-FELT (7) RK-FELT (8)
                    RK-FELT (9) RK-FELT (10) RK-FELT (11)
                    RK-FELT (12) RK-FELT (13) RK-FELT (14)
                    RK-FELT (15)
           IF RG-STATUS
               MOVE FUNCTION UPPER-CASE(RK-FELT (RG-STATUS-NR))
                   TO RK-STATUS
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 5
                   IF RG-SLUT(SX:1) NOT = SPACE
                       AND RG-SLUT(SX:1) = RK-STATUS
                       SET ER-AFSLUTTET TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF RG-ALLE
               SET ER-AFSLUTTET TO TRUE
           END-IF
           IF ER-AFSLUTTET
               MOVE FUNCTION TRIM(RK-FELT (RG-DATO-NR)) TO RK-DATO
               IF RK-DATO(1:4) IS NUMERIC
                   AND RK-DATO(6:2) IS NUMERIC
                   AND RK-DATO(9:2) IS NUMERIC
                   AND RK-DATO < SKAERING-DATO
                   CONTINUE
               ELSE
                   MOVE "N" TO RK-AFSLUTTET
               END-IF
           END-IF.

       SKRIV-RAPPORTLINJE.
           MOVE ALL SPACES TO RAPPORT-LINJE
           MOVE KILDE-NAVN TO RAPPORT-LINJE(1:25)
           MOVE ST-DAGE TO RAPPORT-LINJE(26:5)
           MOVE "d" TO RAPPORT-LINJE(32:1)
           MOVE ANTAL-FOER TO RAPPORT-LINJE(35:7)
           MOVE ANTAL-ARKIVERET TO RAPPORT-LINJE(44:7)
           MOVE ANTAL-EFTER TO RAPPORT-LINJE(54:7)
           MOVE BEMAERKNING TO RAPPORT-LINJE(63:60)
           WRITE RAPPORT-LINJE.
