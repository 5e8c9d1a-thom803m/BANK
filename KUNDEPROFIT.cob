       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDEPROFIT.

      *> Kunderentabilitet for en maaned (AAAA-MM) eller et aar
      *> (AAAA): pr. Kunde-ID nettes bankens indtaegter mod dens
      *> omkostninger, og resultatet rulles op pr. segment
      *> (FELT-SEGMENT, blank = PRIVAT) og pr. filial
      *> (KONTO-FELT11, blank = HK), med de bedste og daarligste
      *> kunder rangeret til sidst.
      *>   Indtaegt:  GEBYR (inkl. BOKSLEJE), RYKKERGEBYR og
      *>              OVERTRAEKSRENTE fra kontohistorik.txt samt
      *>              rentedelen af laanenes betalte terminer i
      *>              laaneplan.txt (LAANBATCH bogfoerer ikke
      *>              rentedelen paa nogen konto);
      *>   Omkostning: RENTE-linjerne (kreditrente udbetalt);
      *>   Funding:   kontoens gennemsnitlige indlaan i perioden fra
      *>              rentegrundlag.txt (positive saldi pr. dag) x
      *>              FUNDINGSATS x periodens dage / 365.
      *> Paa en faelleskonto (medejer i KONTO-FELT8) deles kontoens
      *> resultat ligeligt mellem ejer og medejer som i RENTEAAR;
      *> filialopgoerelsen tager kontoen helt. Fundingsats og antal
      *> rangerede kunder staar i profitkonfig.txt (oprettes med
      *> "FUNDINGSATS;0.0300" og "TOPANTAL;10" hvis filen mangler).
      *> Rapporten skrives til kundeprofit_<periode>.txt og
      *> registreres i rapportkataloget via RAPPORTARKIV.

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
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT GRUNDLAGFIL ASSIGN TO "rentegrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUNDLAGFIL-STATUS.
           SELECT KONFIGFIL ASSIGN TO "profitkonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN USING RAPPORT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD GRUNDLAGFIL.
       01 GRUNDLAG-LINJE   PIC X(80).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "LAANREC.cpy".

       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 GRUNDLAGFIL-STATUS PIC XX.
       01 KONFIGFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).

       01 PERIODE-TXT      PIC X(7).
       01 PERIODE-FRA      PIC X(10).
       01 PERIODE-TIL      PIC X(10).
       01 PERIODE-DAGE     PIC 9(3).
       01 RAPPORT-NAVN     PIC X(50).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 FRA-DAGNR        PIC 9(7).

       01 FUNDINGSATS      PIC 9V9999 VALUE 0.0300.
       01 TOP-ANTAL        PIC 9(3) VALUE 10.
       01 KONFIG-NOEGLE    PIC X(15).
       01 KONFIG-VAERDI    PIC X(15).
       01 KONFIG-EOF-FLAG  PIC X VALUE "N".
          88 KONFIG-EOF    VALUE "Y".

      * Konti i noegleorden (laest med READ NEXT), saa opslag kan
      * halveres. Beloebene er kontoens resultatdele i perioden.
       01 KTO-TABEL.
          05 KTO-RAEKKE OCCURS 5000 TIMES.
             10 KTO-ID     PIC 9(5).
             10 KTO-EJER   PIC 9(5).
             10 KTO-MEDEJER PIC 9(5).
             10 KTO-FILIAL PIC X(10).
             10 KTO-GEBYR  PIC S9(11)V99.
             10 KTO-RYKKER PIC S9(11)V99.
             10 KTO-OVRENTE PIC S9(11)V99.
             10 KTO-LAANRENTE PIC S9(11)V99.
             10 KTO-RENTEKOST PIC S9(11)V99.
             10 KTO-INDLAAN-SUM PIC S9(15)V99.
             10 KTO-FUNDING PIC S9(11)V99.
             10 KTO-NETTO  PIC S9(11)V99.
       01 KTO-ANTAL        PIC 9(4) VALUE 0.
       01 KTO-OVERLOEB     PIC 9(5) VALUE 0.
       01 KTO-IX           PIC 9(4).
       01 KTO-FUNDET-IX    PIC 9(4).

      * Kunder i noegleorden med de fordelte resultatdele.
       01 KND-TABEL.
          05 KND-RAEKKE OCCURS 5000 TIMES.
             10 KND-ID     PIC 9(5).
             10 KND-NAVN   PIC X(40).
             10 KND-SEGMENT PIC X(10).
             10 KND-GEBYR  PIC S9(11)V99.
             10 KND-RYKKER PIC S9(11)V99.
             10 KND-OVRENTE PIC S9(11)V99.
             10 KND-LAANRENTE PIC S9(11)V99.
             10 KND-RENTEKOST PIC S9(11)V99.
             10 KND-FUNDING PIC S9(11)V99.
             10 KND-NETTO  PIC S9(11)V99.
             10 KND-AKTIV  PIC X(1).
             10 KND-VALGT  PIC X(1).
       01 KND-ANTAL        PIC 9(4) VALUE 0.
       01 KND-OVERLOEB     PIC 9(5) VALUE 0.
       01 KND-IX           PIC 9(4).
       01 KND-FUNDET-IX    PIC 9(4).
       01 SOEG-KUNDE       PIC 9(5).

       01 SEG-TABEL.
          05 SEG-RAEKKE OCCURS 10 TIMES.
             10 SEG-NAVN   PIC X(10).
             10 SEG-KUNDER PIC 9(5).
             10 SEG-INDTAEGT PIC S9(13)V99.
             10 SEG-RENTEKOST PIC S9(13)V99.
             10 SEG-FUNDING PIC S9(13)V99.
             10 SEG-NETTO  PIC S9(13)V99.
       01 SEG-ANTAL        PIC 9(2) VALUE 0.
       01 SEG-IX           PIC 9(2).
       01 SEG-FUNDET-IX    PIC 9(2).

       01 FIL-TABEL.
          05 FIL-RAEKKE OCCURS 50 TIMES.
             10 FIL-NAVN   PIC X(10).
             10 FIL-KONTI  PIC 9(5).
             10 FIL-INDTAEGT PIC S9(13)V99.
             10 FIL-RENTEKOST PIC S9(13)V99.
             10 FIL-FUNDING PIC S9(13)V99.
             10 FIL-NETTO  PIC S9(13)V99.
       01 FIL-ANTAL        PIC 9(2) VALUE 0.
       01 FIL-IX           PIC 9(2).
       01 FIL-FUNDET-IX    PIC 9(2).
       01 SOEG-FILIAL      PIC X(10).

       01 BS-LAV           PIC 9(4).
       01 BS-HOEJ          PIC 9(4).
       01 BS-MIDT          PIC 9(4).

       01 LINJE-BELOEB     PIC S9(11)V99.
       01 ANDEL-GEBYR      PIC S9(11)V99.
       01 ANDEL-RYKKER     PIC S9(11)V99.
       01 ANDEL-OVRENTE    PIC S9(11)V99.
       01 ANDEL-LAANRENTE  PIC S9(11)V99.
       01 ANDEL-RENTEKOST  PIC S9(11)V99.
       01 ANDEL-FUNDING    PIC S9(11)V99.
       01 INDTAEGT         PIC S9(13)V99.
       01 GNS-INDLAAN      PIC S9(13)V99.

       01 GRUNDLAG-DATO    PIC X(10).
       01 GRUNDLAG-KONTO   PIC X(10).
       01 GRUNDLAG-SALDO   PIC X(15).
       01 GRUNDLAG-TILV    PIC X(15).
       01 GRUNDLAG-MARK    PIC X(30).
       01 SIDSTE-GRUNDLAGSDATO PIC X(10).
       01 GRUNDLAG-DAGE    PIC 9(3) VALUE 0.
       01 GRUNDLAG-EOF-FLAG PIC X VALUE "N".
          88 GRUNDLAG-EOF  VALUE "Y".

       01 PLAN-EOF-FLAG    PIC X VALUE "N".
          88 PLAN-EOF      VALUE "Y".

       01 UKENDT-NETTO     PIC S9(13)V99 VALUE 0.
       01 TOTAL-INDTAEGT   PIC S9(13)V99 VALUE 0.
       01 TOTAL-RENTEKOST  PIC S9(13)V99 VALUE 0.
       01 TOTAL-FUNDING    PIC S9(13)V99 VALUE 0.
       01 TOTAL-NETTO      PIC S9(13)V99 VALUE 0.
       01 ANTAL-AKTIVE     PIC 9(5) VALUE 0.

       01 RANG             PIC 9(3).
       01 BEDSTE-IX        PIC 9(4).
       01 RANG-RETNING     PIC X(1).
          88 RANG-TOP      VALUE "T".
          88 RANG-BUND     VALUE "B".

       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).
       01 SUM-TXT2         PIC X(17).
       01 SUM-TXT3         PIC X(17).
       01 SUM-TXT4         PIC X(17).
       01 SUM-TXT5         PIC X(17).
       01 SUM-TXT6         PIC X(17).
       01 SUM-TXT7         PIC X(17).
       01 SATS-EDIT        PIC 9.9999.
       01 ANTAL-EDIT       PIC ZZZZ9.

       01 LINJE            PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "KUNDEPROFIT".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Parsebuffer for historiklinjer laest gennem HISTADGANG.
       01 HIST-LINJE       PIC X(200).

      * Historikken laeses gennem HISTADGANG, der kun aabner de
      * maanedspartitioner datointervallet skaerer (se HISTADGANG).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== KUNDEPROFIT: Kunderentabilitet ===".
           DISPLAY "Periode (AAAA-MM = maaned, AAAA = aar, "
               "blank = indevaerende maaned): " WITH NO ADVANCING.
           ACCEPT PERIODE-TXT.

           MOVE 0 TO RETUR
           PERFORM BESTEM-PERIODE
           IF RETUR NOT = 0
               DISPLAY "Afvist: perioden skal angives som AAAA-MM "
                   "eller AAAA."
           ELSE
               PERFORM SIKR-KONFIGFIL
               PERFORM LAES-KONFIG
               PERFORM INDLAES-KONTI
               PERFORM INDLAES-KUNDER
               PERFORM SUMMER-HISTORIK
               PERFORM SUMMER-LAANERENTE
               PERFORM SUMMER-INDLAAN
               PERFORM FORDEL-KONTI
               PERFORM SKRIV-RAPPORT
               MOVE "kundeprofit" TO RA-NAVN
               MOVE RAPPORT-NAVN TO RA-FIL
               MOVE "KUNDEPROFIT" TO RA-PROGRAM
               CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
                   RA-RETUR
               DISPLAY "Kunderentabilitet dannet i "
                   FUNCTION TRIM(RAPPORT-NAVN) ": " ANTAL-AKTIVE
                   " kunder med resultat."
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Periodens foerste og sidste dato og antal dage. En maaned
      * slutter dagen foer naeste maaneds foerste dag.
       BESTEM-PERIODE.
           MOVE FUNCTION CURRENT-DATE TO NU
           IF FUNCTION TRIM(PERIODE-TXT) = SPACES
               MOVE ALL SPACES TO PERIODE-TXT
               STRING
                   NU-AAR DELIMITED BY SIZE
                   "-"
                   NU-MAANED DELIMITED BY SIZE
                   INTO PERIODE-TXT
               END-STRING
           END-IF
           IF PERIODE-TXT(1:4) IS NOT NUMERIC
               MOVE 1 TO RETUR
           ELSE
               MOVE PERIODE-TXT(1:4) TO DT-AAR
               IF PERIODE-TXT(5:3) = SPACES
                   MOVE 1 TO DT-MAANED
                   MOVE 1 TO DT-DAG
                   COMPUTE FRA-DAGNR =
                       FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                   ADD 1 TO DT-AAR
                   COMPUTE PERIODE-DAGE =
                       FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                       - FRA-DAGNR
                   MOVE ALL SPACES TO PERIODE-FRA PERIODE-TIL
                   STRING PERIODE-TXT(1:4) DELIMITED BY SIZE
                       "-01-01" DELIMITED BY SIZE
                       INTO PERIODE-FRA
                   END-STRING
                   STRING PERIODE-TXT(1:4) DELIMITED BY SIZE
                       "-12-31" DELIMITED BY SIZE
                       INTO PERIODE-TIL
                   END-STRING
               ELSE
                   IF PERIODE-TXT(5:1) NOT = "-"
                       OR PERIODE-TXT(6:2) IS NOT NUMERIC
                       OR PERIODE-TXT(6:2) < "01"
                       OR PERIODE-TXT(6:2) > "12"
                       MOVE 1 TO RETUR
                   ELSE
                       PERFORM BESTEM-MAANED
                   END-IF
               END-IF
           END-IF
           IF RETUR = 0
               MOVE ALL SPACES TO RAPPORT-NAVN
               STRING "kundeprofit_" DELIMITED BY SIZE
                   PERIODE-TXT(1:4) DELIMITED BY SIZE
                   PERIODE-TXT(6:2) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO RAPPORT-NAVN
               END-STRING
           END-IF.

       BESTEM-MAANED.
           MOVE PERIODE-TXT(6:2) TO DT-MAANED
           MOVE 1 TO DT-DAG
           COMPUTE FRA-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           IF DT-MAANED = 12
               ADD 1 TO DT-AAR
               MOVE 1 TO DT-MAANED
           ELSE
               ADD 1 TO DT-MAANED
           END-IF
           COMPUTE PERIODE-DAGE =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - FRA-DAGNR
           MOVE ALL SPACES TO PERIODE-FRA PERIODE-TIL
           STRING PERIODE-TXT DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO PERIODE-FRA
           END-STRING
           MOVE PERIODE-DAGE TO DT-DAG
           STRING PERIODE-TXT DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-DAG DELIMITED BY SIZE
               INTO PERIODE-TIL
           END-STRING.

       INDLAES-KONTI.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KONTO-FELT8 KONTO-FELT11
                           UNSTRING KONTO-DATA
                               DELIMITED BY ";"
                               INTO KONTO-FELT1 KONTO-FELT2
                                    KONTO-FELT3 KONTO-FELT4
                                    KONTO-FELT5 KONTO-FELT6
                                    KONTO-FELT7 KONTO-FELT8
                                    KONTO-FELT9 KONTO-FELT10
                                    KONTO-FELT11
                           PERFORM GEM-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       GEM-KONTO.
           IF KTO-ANTAL < 5000
               ADD 1 TO KTO-ANTAL
               INITIALIZE KTO-RAEKKE(KTO-ANTAL)
               MOVE KONTO-NOEGLE TO KTO-ID(KTO-ANTAL)
               MOVE FUNCTION NUMVAL(KONTO-FELT2)
                   TO KTO-EJER(KTO-ANTAL)
               IF FUNCTION TRIM(KONTO-FELT8) = SPACES
                   MOVE 0 TO KTO-MEDEJER(KTO-ANTAL)
               ELSE
                   MOVE FUNCTION NUMVAL(KONTO-FELT8)
                       TO KTO-MEDEJER(KTO-ANTAL)
               END-IF
               IF KONTO-FELT11 = SPACES
                   MOVE "HK" TO KTO-FILIAL(KTO-ANTAL)
               ELSE
                   MOVE KONTO-FELT11 TO KTO-FILIAL(KTO-ANTAL)
               END-IF
           ELSE
               ADD 1 TO KTO-OVERLOEB
           END-IF.

       INDLAES-KUNDER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               PERFORM UNTIL EOF
      * Records fra foer segmentfeltet kom til er kortere end
      * FD-posten (se LEDELSESRAPPORT).
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM GEM-KUNDE
                   END-READ
               END-PERFORM
               CLOSE KUNDEFIL
           END-IF.

       GEM-KUNDE.
           IF KND-ANTAL < 5000
               ADD 1 TO KND-ANTAL
               INITIALIZE KND-RAEKKE(KND-ANTAL)
               MOVE FELT-ID TO KND-ID(KND-ANTAL)
               MOVE ALL SPACES TO LINJE
               STRING FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               MOVE LINJE(1:40) TO KND-NAVN(KND-ANTAL)
               IF FUNCTION TRIM(FELT-SEGMENT) = SPACES
                   MOVE "PRIVAT" TO KND-SEGMENT(KND-ANTAL)
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       FELT-SEGMENT)) TO KND-SEGMENT(KND-ANTAL)
               END-IF
               MOVE "N" TO KND-AKTIV(KND-ANTAL)
               MOVE "N" TO KND-VALGT(KND-ANTAL)
           ELSE
               ADD 1 TO KND-OVERLOEB
           END-IF.

      * Periodens gebyrer, rykkergebyrer, overtraeksrenter og
      * kreditrenter pr. konto. Gebyrtyperne er debiteringer og
      * taelles med absolut beloeb; RENTE beholder sit fortegn.
      * En storneret postering (STORNERET:) er tilbagefoert og
      * taeller ikke med; selve STORNO-linjen har sin egen type.
       SUMMER-HISTORIK.
           MOVE "N" TO HIST-EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE PERIODE-FRA TO HA-FRA-DATO
           MOVE PERIODE-TIL TO HA-TIL-DATO
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
                       MOVE SPACES TO HIST-FELT8
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2
                                HIST-FELT3 HIST-FELT4
                                HIST-FELT5 HIST-FELT6
                                HIST-FELT7 HIST-FELT8
                       IF FUNCTION TRIM(HIST-FELT2) NOT < PERIODE-FRA
                           AND FUNCTION TRIM(HIST-FELT2)
                               NOT > PERIODE-TIL
                           AND HIST-FELT8(1:10) NOT = "STORNERET:"
                           PERFORM TAEL-HISTORIKLINJE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       TAEL-HISTORIKLINJE.
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO LINJE-BELOEB
           EVALUATE FUNCTION TRIM(HIST-FELT3)
               WHEN "GEBYR"
               WHEN "BOKSLEJE"
               WHEN "RYKKERGEBYR"
               WHEN "OVERTRAEKSRENTE"
               WHEN "RENTE"
                   PERFORM FIND-KONTO-HIST
               WHEN OTHER
                   MOVE 0 TO KTO-FUNDET-IX
           END-EVALUATE
           IF KTO-FUNDET-IX > 0
               IF LINJE-BELOEB < 0
                   AND FUNCTION TRIM(HIST-FELT3) NOT = "RENTE"
                   COMPUTE LINJE-BELOEB = 0 - LINJE-BELOEB
               END-IF
               EVALUATE FUNCTION TRIM(HIST-FELT3)
                   WHEN "GEBYR"
                   WHEN "BOKSLEJE"
                       ADD LINJE-BELOEB TO KTO-GEBYR(KTO-FUNDET-IX)
                   WHEN "RYKKERGEBYR"
                       ADD LINJE-BELOEB TO KTO-RYKKER(KTO-FUNDET-IX)
                   WHEN "OVERTRAEKSRENTE"
                       ADD LINJE-BELOEB
                           TO KTO-OVRENTE(KTO-FUNDET-IX)
                   WHEN "RENTE"
                       ADD LINJE-BELOEB
                           TO KTO-RENTEKOST(KTO-FUNDET-IX)
               END-EVALUATE
           END-IF.

       FIND-KONTO-HIST.
           MOVE FUNCTION NUMVAL(HIST-FELT1) TO KONTO-NOEGLE
           PERFORM FIND-KONTO.

      * Rentedelen af laanets betalte terminer (B) med forfald i
      * perioden.
       SUMMER-LAANERENTE.
           MOVE "N" TO PLAN-EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL PLAN-EOF
                   READ PLANFIL
                       AT END SET PLAN-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PLAN-LINJE)) > 0
                               UNSTRING PLAN-LINJE
                                   DELIMITED BY ";"
                                   INTO PLAN-FELT1 PLAN-FELT2
                                        PLAN-FELT3 PLAN-FELT4
                                        PLAN-FELT5 PLAN-FELT6
                                        PLAN-FELT7 PLAN-FELT8
                               PERFORM TAEL-TERMIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

       TAEL-TERMIN.
           IF (PLAN-FELT8 = "B" OR PLAN-FELT8 = "b")
               AND FUNCTION TRIM(PLAN-FELT3) NOT < PERIODE-FRA
               AND FUNCTION TRIM(PLAN-FELT3) NOT > PERIODE-TIL
               MOVE FUNCTION NUMVAL(PLAN-FELT1) TO KONTO-NOEGLE
               PERFORM FIND-KONTO
               IF KTO-FUNDET-IX > 0
                   ADD FUNCTION NUMVAL(PLAN-FELT5)
                       TO KTO-LAANRENTE(KTO-FUNDET-IX)
               END-IF
           END-IF.

      * Dagssaldi i rentegrundlag.txt (dato;konto;saldo;tilvaekst);
      * kun positive saldi er indlaan. Antallet af forskellige
      * datoer i perioden er naevneren i gennemsnittet.
       SUMMER-INDLAAN.
           MOVE SPACES TO SIDSTE-GRUNDLAGSDATO
           MOVE "N" TO GRUNDLAG-EOF-FLAG
           OPEN INPUT GRUNDLAGFIL
           IF GRUNDLAGFIL-STATUS = "35"
               CLOSE GRUNDLAGFIL
           ELSE
               PERFORM UNTIL GRUNDLAG-EOF
                   READ GRUNDLAGFIL
                       AT END SET GRUNDLAG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GRUNDLAG-LINJE)) > 0
                               MOVE SPACES TO GRUNDLAG-MARK
                               UNSTRING GRUNDLAG-LINJE
                                   DELIMITED BY ";"
                                   INTO GRUNDLAG-DATO GRUNDLAG-KONTO
                                        GRUNDLAG-SALDO GRUNDLAG-TILV
                                        GRUNDLAG-MARK
                               PERFORM TAEL-GRUNDLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUNDLAGFIL
           END-IF.

      * RENTEKORR's rettelseslinjer baerer en saldoforskel, ikke en
      * dagssaldo, og taeller ikke med i indlaansgrundlaget.
       TAEL-GRUNDLAG.
           IF GRUNDLAG-MARK(1:11) = "KORREKTION:"
               CONTINUE
           ELSE
           IF GRUNDLAG-DATO NOT < PERIODE-FRA
               AND GRUNDLAG-DATO NOT > PERIODE-TIL
               IF GRUNDLAG-DATO NOT = SIDSTE-GRUNDLAGSDATO
                   ADD 1 TO GRUNDLAG-DAGE
                   MOVE GRUNDLAG-DATO TO SIDSTE-GRUNDLAGSDATO
               END-IF
               MOVE FUNCTION NUMVAL(GRUNDLAG-SALDO) TO LINJE-BELOEB
               IF LINJE-BELOEB > 0
                   MOVE FUNCTION NUMVAL(GRUNDLAG-KONTO)
                       TO KONTO-NOEGLE
                   PERFORM FIND-KONTO
                   IF KTO-FUNDET-IX > 0
                       ADD LINJE-BELOEB
                           TO KTO-INDLAAN-SUM(KTO-FUNDET-IX)
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Kontoens resultat fordeles paa ejer/medejer (halvdelen hver
      * paa en faelleskonto) og laegges i filialens totaler.
       FORDEL-KONTI.
           PERFORM VARYING KTO-IX FROM 1 BY 1
               UNTIL KTO-IX > KTO-ANTAL
               IF GRUNDLAG-DAGE > 0
                   COMPUTE GNS-INDLAAN ROUNDED =
                       KTO-INDLAAN-SUM(KTO-IX) / GRUNDLAG-DAGE
                   COMPUTE KTO-FUNDING(KTO-IX) ROUNDED =
                       GNS-INDLAAN * FUNDINGSATS * PERIODE-DAGE
                       / 365
               END-IF
               COMPUTE INDTAEGT = KTO-GEBYR(KTO-IX)
                   + KTO-RYKKER(KTO-IX) + KTO-OVRENTE(KTO-IX)
                   + KTO-LAANRENTE(KTO-IX)
               COMPUTE KTO-NETTO(KTO-IX) = INDTAEGT
                   - KTO-RENTEKOST(KTO-IX) + KTO-FUNDING(KTO-IX)
               IF INDTAEGT NOT = 0 OR KTO-RENTEKOST(KTO-IX) NOT = 0
                   OR KTO-FUNDING(KTO-IX) NOT = 0
                   PERFORM OPDATER-FILIAL
                   PERFORM FORDEL-KONTO
               END-IF
           END-PERFORM.

       OPDATER-FILIAL.
           MOVE KTO-FILIAL(KTO-IX) TO SOEG-FILIAL
           MOVE 0 TO FIL-FUNDET-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL OR FIL-FUNDET-IX > 0
               IF FIL-NAVN(FIL-IX) = SOEG-FILIAL
                   MOVE FIL-IX TO FIL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FIL-FUNDET-IX = 0
               IF FIL-ANTAL < 50
                   ADD 1 TO FIL-ANTAL
                   MOVE FIL-ANTAL TO FIL-FUNDET-IX
                   INITIALIZE FIL-RAEKKE(FIL-FUNDET-IX)
                   MOVE SOEG-FILIAL TO FIL-NAVN(FIL-FUNDET-IX)
               ELSE
                   MOVE 50 TO FIL-FUNDET-IX
                   MOVE "OEVRIGE" TO FIL-NAVN(FIL-FUNDET-IX)
               END-IF
           END-IF
           ADD 1 TO FIL-KONTI(FIL-FUNDET-IX)
           ADD INDTAEGT TO FIL-INDTAEGT(FIL-FUNDET-IX)
           ADD KTO-RENTEKOST(KTO-IX) TO FIL-RENTEKOST(FIL-FUNDET-IX)
           ADD KTO-FUNDING(KTO-IX) TO FIL-FUNDING(FIL-FUNDET-IX)
           ADD KTO-NETTO(KTO-IX) TO FIL-NETTO(FIL-FUNDET-IX)
           ADD INDTAEGT TO TOTAL-INDTAEGT
           ADD KTO-RENTEKOST(KTO-IX) TO TOTAL-RENTEKOST
           ADD KTO-FUNDING(KTO-IX) TO TOTAL-FUNDING
           ADD KTO-NETTO(KTO-IX) TO TOTAL-NETTO.

       FORDEL-KONTO.
           IF KTO-MEDEJER(KTO-IX) = 0
               MOVE KTO-GEBYR(KTO-IX) TO ANDEL-GEBYR
               MOVE KTO-RYKKER(KTO-IX) TO ANDEL-RYKKER
               MOVE KTO-OVRENTE(KTO-IX) TO ANDEL-OVRENTE
               MOVE KTO-LAANRENTE(KTO-IX) TO ANDEL-LAANRENTE
               MOVE KTO-RENTEKOST(KTO-IX) TO ANDEL-RENTEKOST
               MOVE KTO-FUNDING(KTO-IX) TO ANDEL-FUNDING
               MOVE KTO-EJER(KTO-IX) TO SOEG-KUNDE
               PERFORM TILFOEJ-KUNDEANDEL
           ELSE
               COMPUTE ANDEL-GEBYR ROUNDED = KTO-GEBYR(KTO-IX) / 2
               COMPUTE ANDEL-RYKKER ROUNDED = KTO-RYKKER(KTO-IX) / 2
               COMPUTE ANDEL-OVRENTE ROUNDED =
                   KTO-OVRENTE(KTO-IX) / 2
               COMPUTE ANDEL-LAANRENTE ROUNDED =
                   KTO-LAANRENTE(KTO-IX) / 2
               COMPUTE ANDEL-RENTEKOST ROUNDED =
                   KTO-RENTEKOST(KTO-IX) / 2
               COMPUTE ANDEL-FUNDING ROUNDED =
                   KTO-FUNDING(KTO-IX) / 2
               MOVE KTO-EJER(KTO-IX) TO SOEG-KUNDE
               PERFORM TILFOEJ-KUNDEANDEL
               MOVE KTO-MEDEJER(KTO-IX) TO SOEG-KUNDE
               PERFORM TILFOEJ-KUNDEANDEL
           END-IF.

       TILFOEJ-KUNDEANDEL.
           PERFORM FIND-KUNDE
           IF KND-FUNDET-IX = 0
               COMPUTE UKENDT-NETTO = UKENDT-NETTO + ANDEL-GEBYR
                   + ANDEL-RYKKER + ANDEL-OVRENTE + ANDEL-LAANRENTE
                   - ANDEL-RENTEKOST + ANDEL-FUNDING
           ELSE
               MOVE "J" TO KND-AKTIV(KND-FUNDET-IX)
               ADD ANDEL-GEBYR TO KND-GEBYR(KND-FUNDET-IX)
               ADD ANDEL-RYKKER TO KND-RYKKER(KND-FUNDET-IX)
               ADD ANDEL-OVRENTE TO KND-OVRENTE(KND-FUNDET-IX)
               ADD ANDEL-LAANRENTE TO KND-LAANRENTE(KND-FUNDET-IX)
               ADD ANDEL-RENTEKOST TO KND-RENTEKOST(KND-FUNDET-IX)
               ADD ANDEL-FUNDING TO KND-FUNDING(KND-FUNDET-IX)
               COMPUTE KND-NETTO(KND-FUNDET-IX) =
                   KND-NETTO(KND-FUNDET-IX) + ANDEL-GEBYR
                   + ANDEL-RYKKER + ANDEL-OVRENTE + ANDEL-LAANRENTE
                   - ANDEL-RENTEKOST + ANDEL-FUNDING
           END-IF.

      * Halveringssoegning i kontotabellen paa KONTO-NOEGLE.
       FIND-KONTO.
           MOVE 0 TO KTO-FUNDET-IX
           MOVE 1 TO BS-LAV
           MOVE KTO-ANTAL TO BS-HOEJ
           PERFORM UNTIL BS-LAV > BS-HOEJ OR KTO-FUNDET-IX > 0
               COMPUTE BS-MIDT = (BS-LAV + BS-HOEJ) / 2
               EVALUATE TRUE
                   WHEN KTO-ID(BS-MIDT) = KONTO-NOEGLE
                       MOVE BS-MIDT TO KTO-FUNDET-IX
                   WHEN KTO-ID(BS-MIDT) < KONTO-NOEGLE
                       COMPUTE BS-LAV = BS-MIDT + 1
                   WHEN OTHER
                       IF BS-MIDT = 1
                           MOVE 0 TO BS-HOEJ
                       ELSE
                           COMPUTE BS-HOEJ = BS-MIDT - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Halveringssoegning i kundetabellen paa SOEG-KUNDE.
       FIND-KUNDE.
           MOVE 0 TO KND-FUNDET-IX
           MOVE 1 TO BS-LAV
           MOVE KND-ANTAL TO BS-HOEJ
           PERFORM UNTIL BS-LAV > BS-HOEJ OR KND-FUNDET-IX > 0
               COMPUTE BS-MIDT = (BS-LAV + BS-HOEJ) / 2
               EVALUATE TRUE
                   WHEN KND-ID(BS-MIDT) = SOEG-KUNDE
                       MOVE BS-MIDT TO KND-FUNDET-IX
                   WHEN KND-ID(BS-MIDT) < SOEG-KUNDE
                       COMPUTE BS-LAV = BS-MIDT + 1
                   WHEN OTHER
                       IF BS-MIDT = 1
                           MOVE 0 TO BS-HOEJ
                       ELSE
                           COMPUTE BS-HOEJ = BS-MIDT - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KUNDEPROFIT - kunderentabilitet " DELIMITED BY SIZE
               PERIODE-FRA DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PERIODE-TIL DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE FUNDINGSATS TO SATS-EDIT
           MOVE PERIODE-DAGE TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Fundingsats " DELIMITED BY SIZE
               SATS-EDIT DELIMITED BY SIZE
               "  periodens dage " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           MOVE GRUNDLAG-DAGE TO ANTAL-EDIT
           MOVE ALL SPACES TO LINJE
           STRING FUNCTION TRIM(RAPPORT-LINJE) DELIMITED BY SIZE
               "  dage i rentegrundlaget " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE LINJE TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           IF KTO-OVERLOEB > 0 OR KND-OVERLOEB > 0
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   KTO-OVERLOEB DELIMITED BY SIZE
                   " konti og " DELIMITED BY SIZE
                   KND-OVERLOEB DELIMITED BY SIZE
                   " kunder ud over tabellerne er ikke medtaget."
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE 1 TO RETUR
           END-IF
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Pr. kunde (gebyr/rykkergebyr/overtraeksrente/"
               DELIMITED BY SIZE
               "laanerente/kreditrente/funding  netto)"
               DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           PERFORM VARYING KND-IX FROM 1 BY 1
               UNTIL KND-IX > KND-ANTAL
               IF KND-AKTIV(KND-IX) = "J"
                   ADD 1 TO ANTAL-AKTIVE
                   PERFORM SKRIV-KUNDELINJE
                   PERFORM OPDATER-SEGMENT
               END-IF
           END-PERFORM

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Pr. segment" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING SEG-IX FROM 1 BY 1
               UNTIL SEG-IX > SEG-ANTAL
               MOVE SEG-INDTAEGT(SEG-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE SEG-RENTEKOST(SEG-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
               MOVE SEG-FUNDING(SEG-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
               MOVE SEG-NETTO(SEG-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Segment " DELIMITED BY SIZE
                   SEG-NAVN(SEG-IX) DELIMITED BY SIZE
                   " kunder " DELIMITED BY SIZE
                   SEG-KUNDER(SEG-IX) DELIMITED BY SIZE
                   "  indtaegt " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   "  kreditrente " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                   "  funding " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
                   "  netto " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Pr. filial" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL
               MOVE FIL-INDTAEGT(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE FIL-RENTEKOST(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
               MOVE FIL-FUNDING(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
               MOVE FIL-NETTO(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Filial " DELIMITED BY SIZE
                   FIL-NAVN(FIL-IX) DELIMITED BY SIZE
                   " konti " DELIMITED BY SIZE
                   FIL-KONTI(FIL-IX) DELIMITED BY SIZE
                   "  indtaegt " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   "  kreditrente " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                   "  funding " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
                   "  netto " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Mest rentable kunder" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           SET RANG-TOP TO TRUE
           PERFORM RANGER-KUNDER
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Mindst rentable kunder" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           SET RANG-BUND TO TRUE
           PERFORM RANGER-KUNDER

           PERFORM SKRIV-TOTALER
           CLOSE RAPPORTFIL.

       SKRIV-KUNDELINJE.
           MOVE KND-GEBYR(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE KND-RYKKER(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE KND-OVRENTE(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
           MOVE KND-LAANRENTE(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
           MOVE KND-RENTEKOST(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT5
           MOVE KND-FUNDING(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT6
           MOVE KND-NETTO(KND-IX) TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT7
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Kunde " DELIMITED BY SIZE
               KND-ID(KND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KND-NAVN(KND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KND-SEGMENT(KND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT5) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT6) DELIMITED BY SIZE
               "  netto " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT7) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       OPDATER-SEGMENT.
           MOVE 0 TO SEG-FUNDET-IX
           PERFORM VARYING SEG-IX FROM 1 BY 1
               UNTIL SEG-IX > SEG-ANTAL OR SEG-FUNDET-IX > 0
               IF SEG-NAVN(SEG-IX) = KND-SEGMENT(KND-IX)
                   MOVE SEG-IX TO SEG-FUNDET-IX
               END-IF
           END-PERFORM
           IF SEG-FUNDET-IX = 0
               IF SEG-ANTAL < 10
                   ADD 1 TO SEG-ANTAL
                   MOVE SEG-ANTAL TO SEG-FUNDET-IX
                   INITIALIZE SEG-RAEKKE(SEG-FUNDET-IX)
                   MOVE KND-SEGMENT(KND-IX)
                       TO SEG-NAVN(SEG-FUNDET-IX)
               ELSE
                   MOVE 10 TO SEG-FUNDET-IX
                   MOVE "OEVRIGE" TO SEG-NAVN(SEG-FUNDET-IX)
               END-IF
           END-IF
           ADD 1 TO SEG-KUNDER(SEG-FUNDET-IX)
           COMPUTE SEG-INDTAEGT(SEG-FUNDET-IX) =
               SEG-INDTAEGT(SEG-FUNDET-IX) + KND-GEBYR(KND-IX)
               + KND-RYKKER(KND-IX) + KND-OVRENTE(KND-IX)
               + KND-LAANRENTE(KND-IX)
           ADD KND-RENTEKOST(KND-IX) TO SEG-RENTEKOST(SEG-FUNDET-IX)
           ADD KND-FUNDING(KND-IX) TO SEG-FUNDING(SEG-FUNDET-IX)
           ADD KND-NETTO(KND-IX) TO SEG-NETTO(SEG-FUNDET-IX).

      * TOP-ANTAL gennemloeb der hver vaelger den bedste (eller
      * daarligste) endnu ikke valgte aktive kunde.
       RANGER-KUNDER.
           PERFORM VARYING KND-IX FROM 1 BY 1
               UNTIL KND-IX > KND-ANTAL
               MOVE "N" TO KND-VALGT(KND-IX)
           END-PERFORM
           PERFORM VARYING RANG FROM 1 BY 1
               UNTIL RANG > TOP-ANTAL
               MOVE 0 TO BEDSTE-IX
               PERFORM VARYING KND-IX FROM 1 BY 1
                   UNTIL KND-IX > KND-ANTAL
                   IF KND-AKTIV(KND-IX) = "J"
                       AND KND-VALGT(KND-IX) NOT = "J"
                       IF BEDSTE-IX = 0
                           MOVE KND-IX TO BEDSTE-IX
                       ELSE
                           IF (RANG-TOP AND KND-NETTO(KND-IX) >
                               KND-NETTO(BEDSTE-IX))
                               OR (RANG-BUND AND KND-NETTO(KND-IX) <
                               KND-NETTO(BEDSTE-IX))
                               MOVE KND-IX TO BEDSTE-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEDSTE-IX = 0
                   MOVE TOP-ANTAL TO RANG
               ELSE
                   MOVE "J" TO KND-VALGT(BEDSTE-IX)
                   MOVE KND-NETTO(BEDSTE-IX) TO SUM-EDIT
                   MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
                   MOVE RANG TO ANTAL-EDIT
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
                       ". kunde " DELIMITED BY SIZE
                       KND-ID(BEDSTE-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KND-NAVN(BEDSTE-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KND-SEGMENT(BEDSTE-IX) DELIMITED BY SIZE
                       "  netto " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-PERFORM.

       SKRIV-TOTALER.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE TOTAL-INDTAEGT TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE TOTAL-RENTEKOST TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE TOTAL-FUNDING TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
           MOVE TOTAL-NETTO TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "I alt: indtaegt " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  kreditrente " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  funding " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
               "  netto " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           IF UKENDT-NETTO NOT = 0
               MOVE UKENDT-NETTO TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Heraf paa konti uden kunde i kunder.txt: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       SIKR-KONFIGFIL.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "FUNDINGSATS;0.0300" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               MOVE "TOPANTAL;10" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
               DISPLAY "Ingen profitkonfig.txt fundet - oprettet "
                   "standard (fundingsats 0.0300, top 10)."
           ELSE
               CLOSE KONFIGFIL
           END-IF.

       LAES-KONFIG.
           MOVE "N" TO KONFIG-EOF-FLAG
           OPEN INPUT KONFIGFIL
           PERFORM UNTIL KONFIG-EOF
               READ KONFIGFIL
                   AT END SET KONFIG-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                           UNSTRING KONFIG-LINJE
                               DELIMITED BY ";"
                               INTO KONFIG-NOEGLE KONFIG-VAERDI
                           EVALUATE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(KONFIG-NOEGLE))
                               WHEN "FUNDINGSATS"
                                   MOVE FUNCTION
                                       NUMVAL(KONFIG-VAERDI)
                                       TO FUNDINGSATS
                               WHEN "TOPANTAL"
                                   MOVE FUNCTION
                                       NUMVAL(KONFIG-VAERDI)
                                       TO TOP-ANTAL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIGFIL.
