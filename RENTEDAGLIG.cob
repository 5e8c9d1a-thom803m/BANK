      *> tilvaekst. Konti af typen LAAN og AFTALE springes over -
      *> deres rente ejes af LAANBATCH og AFTALEKOER. Typer uden
      *> egen raekke i rentesatser.txt falder tilbage til
      *> STANDARD-raekken, samme regel som RENTEBATCH. En gyldig
      *> individuel prisaftale (prisaftaler.txt, PRISAFTALE) paa
      *> kontoen eller ejeren slaas op foerst og erstatter kredit-
      *> eller debetsatsen; grundlagslinjen faar da et 5. felt
      *> AFTALE:<aftale-id>.
      *> Renten beregnes af den valoerdaterede saldo: en postering
      *> hvis valoerdato (historiklinjens 10. felt) ligger efter en
      *> af periodens dage, taeller ikke med i den dags saldo. Et
      *> gennemloeb af historikken (HISTADGANG) forud for kontiene
      *> opsamler pr. konto summen af de fradrag, og periodens
      *> gennemsnitlige valoersaldo (bogfoert saldo + fradrag /
      *> dage) er det rentegrundlag der beregnes og dokumenteres.
      *> Tilbagedaterede posteringer (valoer foer periodens start)
      *> rettes ikke her - de dage er allerede tilvokset; RENTEKORR
      *> koerer lige foer dette trin og genberegner dem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RENTEFIL ASSIGN TO "rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "RENTEREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 RENTEFIL-STATUS  PIC XX.
       01 NU-DATO-TXT      PIC X(10).

       01 SALDO-NU         PIC S9(11)V99.

      * Valoerfradrag pr. konto: sum af beloeb * dage hvor en
      * bogfoert postering endnu ikke havde valoer i perioden.
       01 VAERDI-TABEL.
          05 VAERDI-RAEKKE OCCURS 5000 TIMES.
             10 VT-KONTO   PIC X(10).
             10 VT-FRADRAG PIC S9(13)V99.
       01 VT-ANTAL         PIC 9(5) VALUE 0.
       01 VT-IX            PIC 9(5).
       01 VT-FUNDET        PIC X.
       01 IDAG-DAGNR       PIC 9(7).
       01 VALOER-DAGNR     PIC 9(7).
       01 DAGE-UDEN-VALOER PIC S9(5).
       01 LINJE-BELOEB     PIC S9(11)V99.
       01 LINJE-FRADRAG    PIC S9(13)V99.
       01 LINJE-VIRKNING   PIC X.
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).
       01 RENTE-SATS       PIC S9V9999.
       01 RENTE-OPSLAG     PIC X(20).
       01 PK-SEGMENT-BLANK PIC X(10) VALUE SPACES.
       01 DEBET-EOF-FLAG   PIC X VALUE "N".
          88 DEBET-EOF     VALUE "Y".

      * Individuelle prisaftaler (PRISAFTALE) slaas op foer
      * rentesatser.txt: en aftalt kreditsats er ét fladt baand fra
      * 0 uden loft, en aftalt debetsats erstatter DEBET-raekken.
      * Aftalens ID skrives paa grundlagslinjen som AFTALE:<id>.
       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.
       01 RENTE-AFTALE     PIC X(10).
       01 DEBET-AFTALE     PIC X(10).
       01 GRUNDLAG-AFTALE  PIC X(10).

       01 TV-KONTO         PIC X(10).
       01 TV-BELOEB        PIC X(18).
       01 TV-DAGE          PIC X(5).
           END-STRING

           PERFORM FIND-KALENDER-DAGE
           PERFORM OPBYG-VALOERFRADRAG

           MOVE 0 TO ANTAL-KONTI
           MOVE 0 TO RETUR
               CONTINUE
           ELSE
               MOVE FUNCTION NUMVAL(KONTO-FELT4) TO SALDO-NU
               PERFORM FIND-VALOERFRADRAG
               PERFORM FIND-RENTESATS
               IF SALDO-NU < 0
                   PERFORM FIND-DEBETSATS
                       SALDO-NU * DEBET-SATS
                       * KALENDER-DAGE / 365
                   MOVE 0 TO UDFALD-ANTAL
                   MOVE DEBET-AFTALE TO GRUNDLAG-AFTALE
                   IF DAGS-RENTE NOT = 0
                       PERFORM OPDATER-DEBETTILVAEKST
                       PERFORM SKRIV-GRUNDLAG
                   END-IF
               ELSE
                   PERFORM BEREGN-BANDRENTE
                   MOVE RENTE-AFTALE TO GRUNDLAG-AFTALE
                   IF DAGS-RENTE NOT = 0
                       PERFORM OPDATER-TILVAEKST
                       PERFORM SKRIV-GRUNDLAG
               END-IF
           END-IF.

      * Periodens dage er (seneste koersel, i dag]. Historikken
      * gennemloebes fra 14 dage foer periodens start, saa poster
      * bogfoert foer perioden med valoer inde i den kommer med.
      * Ogsaa en postering med valoer i dag taeller foerst fra i
      * dag, saa mandagens indbetaling ikke forrentes for weekenden.
      * For hver postering med valoer efter periodens foerste dag
      * fradrages beloeb * antal periodedage foer valoeren (hoejst
      * hele perioden) med fortegn efter posteringstypen.
       OPBYG-VALOERFRADRAG.
           MOVE 0 TO VT-ANTAL
           MOVE NU-DATO TO DATO-TAL
           COMPUTE IDAG-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           COMPUTE SENESTE-DAGNR = IDAG-DAGNR - KALENDER-DAGE
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(SENESTE-DAGNR - 14)
           MOVE ALL SPACES TO HA-FRA-DATO
           STRING DT-AAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-MAANED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-DAG DELIMITED BY SIZE
               INTO HA-FRA-DATO
           END-STRING
           MOVE NU-DATO-TXT TO HA-TIL-DATO
           MOVE "A" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           MOVE "N" TO HIST-EOF-FLAG
           PERFORM UNTIL HIST-EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET HIST-EOF TO TRUE
               ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(HA-LINJE)) > 0
                       PERFORM VURDER-VALOERLINJE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       VURDER-VALOERLINJE.
           MOVE SPACES TO HIST-FELT8
           MOVE SPACES TO HIST-FELT9
           MOVE SPACES TO HIST-FELT10
           UNSTRING HA-LINJE
               DELIMITED BY ";"
               INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                    HIST-FELT4 HIST-FELT5 HIST-FELT6
                    HIST-FELT7 HIST-FELT8 HIST-FELT9
                    HIST-FELT10
      * Gamle linjer uden valoer har valoer lig bogfoeringsdatoen.
           IF HIST-FELT10 = SPACES
               MOVE HIST-FELT2 TO HIST-FELT10
           END-IF
           IF HIST-FELT10(1:4) IS NUMERIC
               AND HIST-FELT10(6:2) IS NUMERIC
               AND HIST-FELT10(9:2) IS NUMERIC
               AND HIST-FELT2 NOT > NU-DATO-TXT
               MOVE HIST-FELT10(1:4) TO DT-AAR
               MOVE HIST-FELT10(6:2) TO DT-MAANED
               MOVE HIST-FELT10(9:2) TO DT-DAG
               COMPUTE VALOER-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               IF VALOER-DAGNR > SENESTE-DAGNR + 1
                   COMPUTE DAGE-UDEN-VALOER =
                       VALOER-DAGNR - SENESTE-DAGNR - 1
                   IF DAGE-UDEN-VALOER > KALENDER-DAGE
                       MOVE KALENDER-DAGE TO DAGE-UDEN-VALOER
                   END-IF
                   PERFORM FIND-LINJEVIRKNING
                   IF LINJE-VIRKNING NOT = "U"
                       COMPUTE LINJE-FRADRAG =
                           0 - LINJE-BELOEB * DAGE-UDEN-VALOER
                       PERFORM LAEG-I-VAERDITABEL
                   END-IF
               END-IF
           END-IF.

      * Fortegn efter posteringstype - samme klassifikation som
      * SALDOTJEK's genafspilning; ukendte typer ("U") springes over.
       FIND-LINJEVIRKNING.
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO LINJE-BELOEB
           EVALUATE FUNCTION TRIM(HIST-FELT3)
               WHEN "OPRET"
               WHEN "INDSAT"
               WHEN "OVERF-IND"
               WHEN "FAST-IND"
               WHEN "RENTE"
               WHEN "SALDO-FREM"
               WHEN "CLEARING-IND"
               WHEN "STORNO"
               WHEN "RENTEKORREKTION"
               WHEN "LAAN-UDBET"
               WHEN "LAAN-AFDRAG"
               WHEN "AFTALE-RETUR"
               WHEN "LOEN"
               WHEN "INDSIG-KREDIT"
               WHEN "RETUR"
               WHEN "BO-INDBETALING"
               WHEN "KOMPENSATION"
                   MOVE "P" TO LINJE-VIRKNING
               WHEN "HAEV"
               WHEN "OVERF-UD"
               WHEN "FAST-UD"
               WHEN "GEBYR"
               WHEN "EKSTERN-UD"
               WHEN "LAAN-YDELSE"
               WHEN "AFTALE-UD"
               WHEN "AFTALE-UDLOEB"
               WHEN "LOEN-TRAEK"
               WHEN "BS-TRAEK"
               WHEN "KILDESKAT"
               WHEN "OVERTRAEKSRENTE"
               WHEN "RYKKERGEBYR"
               WHEN "INDSIG-DEBET"
               WHEN "BO-UDLODNING"
               WHEN "KORT"
               WHEN "ATM-HAEV"
               WHEN "BOKSLEJE"
                   MOVE "M" TO LINJE-VIRKNING
                   COMPUTE LINJE-BELOEB = 0 - LINJE-BELOEB
               WHEN OTHER
                   MOVE "U" TO LINJE-VIRKNING
           END-EVALUATE.

       LAEG-I-VAERDITABEL.
           MOVE "N" TO VT-FUNDET
           PERFORM VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > VT-ANTAL OR VT-FUNDET = "J"
               IF FUNCTION NUMVAL(VT-KONTO (VT-IX)) =
                   FUNCTION NUMVAL(HIST-FELT1)
                   ADD LINJE-FRADRAG TO VT-FRADRAG (VT-IX)
                   MOVE "J" TO VT-FUNDET
               END-IF
           END-PERFORM
           IF VT-FUNDET NOT = "J" AND VT-ANTAL < 5000
               ADD 1 TO VT-ANTAL
               MOVE HIST-FELT1 TO VT-KONTO (VT-ANTAL)
               MOVE LINJE-FRADRAG TO VT-FRADRAG (VT-ANTAL)
           END-IF.

      * Kontoens rentegrundlag: den bogfoerte saldo korrigeret med
      * periodens valoerfradrag fordelt over periodens dage.
       FIND-VALOERFRADRAG.
           MOVE "N" TO VT-FUNDET
           PERFORM VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > VT-ANTAL OR VT-FUNDET = "J"
               IF FUNCTION NUMVAL(VT-KONTO (VT-IX)) =
                   FUNCTION NUMVAL(KONTO-FELT1)
                   COMPUTE SALDO-NU ROUNDED = SALDO-NU
                       + VT-FRADRAG (VT-IX) / KALENDER-DAGE
                   MOVE "J" TO VT-FUNDET
               END-IF
           END-PERFORM.

      * Kontotypens sats med gyldig-fra-regel som RENTEBATCH.
      * Satsraekken findes via produktkatalogets rentenoegle
      * (PRODKAT); en type uden katalograekke falder tilbage til
      * det gamle opslag direkte paa typeteksten. En gyldig
      * prisaftale paa kontoen eller ejeren gaar forud for tabellen.
       FIND-RENTESATS.
           MOVE SPACES TO PK-SEGMENT-BLANK
           CALL "PRODKAT" USING KONTO-FELT3 PK-SEGMENT-BLANK
           MOVE "N" TO SATS-FUNDET
           MOVE 0 TO RENTE-SATS
           MOVE 0 TO BAND-ANTAL
           PERFORM FIND-AFTALESATS
           IF NOT SATS-ER-FUNDET
               PERFORM SOEG-TABELSATS
           END-IF.

      * Aftalt kreditsats: ét baand fra 0 uden loft.
       FIND-AFTALESATS.
           MOVE SPACES TO RENTE-AFTALE
           MOVE KONTO-FELT1 TO PA-KONTO
           MOVE KONTO-FELT2 TO PA-KUNDE
           MOVE "RENTE" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE 1 TO BAND-ANTAL
               MOVE 0 TO BAND-FRA (1)
               MOVE 0 TO BAND-TIL (1)
               MOVE "J" TO BAND-UDEN-LOFT (1)
               MOVE PA-VAERDI TO BAND-SATS (1)
               MOVE NU-DATO-TXT TO BAND-DATO (1)
               MOVE PA-AFTALE-ID TO RENTE-AFTALE
               SET SATS-ER-FUNDET TO TRUE
           END-IF.

       SOEG-TABELSATS.
           MOVE SPACES TO BEDSTE-DATO
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
           END-IF.

      * Debetsatsen: raekken "DEBET:<noegle>" med gyldig-fra-regel
      * som de oevrige satser; fallback DEBET:STANDARD. En aftalt
      * debetsats (PRISAFTALE, art DEBET) gaar forud for begge.
       FIND-DEBETSATS.
           MOVE "N" TO DEBET-FUNDET
           MOVE 0 TO DEBET-SATS
           MOVE SPACES TO DEBET-AFTALE
           MOVE KONTO-FELT1 TO PA-KONTO
           MOVE KONTO-FELT2 TO PA-KUNDE
           MOVE "DEBET" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE PA-VAERDI TO DEBET-SATS
               MOVE PA-AFTALE-ID TO DEBET-AFTALE
               SET DEBET-ER-FUNDET TO TRUE
           ELSE
               PERFORM SOEG-TABEL-DEBETSATS
           END-IF.

       SOEG-TABEL-DEBETSATS.
           MOVE ALL SPACES TO DEBET-OPSLAG
           STRING "DEBET:" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RENTE-OPSLAG))
               FUNCTION TRIM(DAGS-RENTE-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
      * En anvendt prisaftale dokumenteres i 5. felt, saa det
      * fremgaar af grundlaget at standardsatsen er fraveget.
           IF GRUNDLAG-AFTALE NOT = SPACES
               MOVE ALL SPACES TO TRIM-LINJE
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";AFTALE:" DELIMITED BY SIZE
                   FUNCTION TRIM(GRUNDLAG-AFTALE) DELIMITED BY SIZE
                   INTO TRIM-LINJE
               END-STRING
               MOVE TRIM-LINJE TO LINJE
           END-IF
           OPEN EXTEND GRUNDLAGFIL
           IF GRUNDLAGFIL-STATUS = "35"
               OPEN OUTPUT GRUNDLAGFIL
