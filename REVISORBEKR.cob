       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISORBEKR.

      *> Engagementsbekraeftelse til kundens revisor pr. en
      *> skaeringsdato (typisk 31/12 - blank giver 31/12 i forrige
      *> aar). For hvert Kunde-ID dannes et brev
      *> revisorbekr_<kunde>_<AAAAMMDD>.txt med alle kundens
      *> engagementer pr. skaeringsdatoen:
      *>   Konti:        kontiene hvor kunden er ejer eller medejer
      *>                 og som ikke var lukket paa datoen. Saldoen
      *>                 tilbageregnes fra den bogfoerte saldo
      *>                 (KONTO-FELT4) ved at fortryde alle
      *>                 historiklinjer dateret efter skaeringsdatoen
      *>                 (HISTADGANG "U", saa ARKIVBATCH's aarsarkiver
      *>                 ogsaa kommer med) efter SALDOTJEK's
      *>                 fortegnsregler. SALDO-FREM er ikke en
      *>                 bevaegelse og springes over; en OPRET-linje
      *>                 efter datoen betyder at kontoen ikke fandtes.
      *>                 Linjer af ukendt type kan ikke fortrydes -
      *>                 saldoen markeres da med "*" til efterproevning.
      *>   Laan:         laan.txt med restgaeld pr. datoen, rente og
      *>                 naeste/sidste termin fra laaneplan.txt samt
      *>                 pantet i pant.txt; vurderingen pr. datoen
      *>                 findes via pantlog.txt (foerste revurdering
      *>                 efter datoen baerer den dagaeldende vaerdi).
      *>   Aftaleindlaan, fuldmagter og reservationer der loeb paa
      *>                 skaeringsdatoen, samt tegningsberettigede
      *>                 (ejer og medejer) pr. konto.
      *> Hver udstedt bekraeftelse logges i revisorbekraeftelser.txt
      *> (kunde;skaeringsdato;revisor;udstedt;bruger;konti;status;
      *> brevfil), status USIKKER naar en saldo ikke kunne
      *> tilbageregnes fuldt ud.

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
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT AFTALEFIL ASSIGN TO "aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALEFIL-STATUS.
           SELECT PANTFIL ASSIGN TO "pant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTFIL-STATUS.
           SELECT PANTLOGFIL ASSIGN TO "pantlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTLOGFIL-STATUS.
           SELECT FMFIL ASSIGN TO "fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMFIL-STATUS.
           SELECT RESFIL ASSIGN TO "reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESFIL-STATUS.
           SELECT BEKRLOGFIL ASSIGN TO "revisorbekraeftelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEKRLOGFIL-STATUS.
           SELECT BREVFIL ASSIGN USING BREV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(120).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD AFTALEFIL.
       01 AFTALE-LINJE     PIC X(80).

       FD PANTFIL.
       01 PANT-LINJE       PIC X(150).

       FD PANTLOGFIL.
       01 PANTLOG-LINJE    PIC X(150).

       FD FMFIL.
       01 FM-LINJE         PIC X(100).

       FD RESFIL.
       01 RES-LINJE        PIC X(200).

       FD BEKRLOGFIL.
       01 BEKRLOG-LINJE    PIC X(200).

       FD BREVFIL.
       01 BREV-LINJE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "LAANREC.cpy".
       COPY "AFTALEREC.cpy".
       COPY "RESERVREC.cpy".

       01 PANT-FELT1       PIC X(10).
       01 PANT-FELT2       PIC X(10).
       01 PANT-FELT3       PIC X(20).
       01 PANT-FELT4       PIC X(40).
       01 PANT-FELT5       PIC X(15).
       01 PANT-FELT6       PIC X(10).

       01 PL-TIDSPUNKT     PIC X(19).
       01 PL-BRUGER        PIC X(10).
       01 PL-PANT-ID       PIC X(10).
       01 PL-HANDLING      PIC X(15).
       01 PL-GAMMEL        PIC X(15).
       01 PL-NY            PIC X(15).

       01 FM-FELT1         PIC X(10).
       01 FM-FELT2         PIC X(10).
       01 FM-FELT3         PIC X(10).
       01 FM-FELT4         PIC X(1).
       01 FM-FELT5         PIC X(10).
       01 FM-FELT6         PIC X(1).
       01 FM-FELT7         PIC X(10).
       01 FM-FELT8         PIC X(10).

       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 AFTALEFIL-STATUS PIC XX.
       01 PANTFIL-STATUS   PIC XX.
       01 PANTLOGFIL-STATUS PIC XX.
       01 FMFIL-STATUS     PIC XX.
       01 RESFIL-STATUS    PIC XX.
       01 BEKRLOGFIL-STATUS PIC XX.

       01 BREV-NAVN        PIC X(60).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 FORRIGE-AAR      PIC 9(4).

       01 REVISOR-NAVN     PIC X(50).
       01 SKAERING-INPUT   PIC X(10).
       01 SKAERING-DATO    PIC X(10).
       01 SKAERING-KOMPAKT PIC X(8).
       01 DATO-GYLDIG      PIC X.

       01 KUNDE-ID-TXT     PIC X(10).
       01 KUNDE-NR         PIC 9(5).
       01 KUNDE-NR-TXT     PIC X(10).
       01 KUNDE-NAVN       PIC X(60).
       01 KUNDE-ADRESSE    PIC X(60).
       01 KUNDE-POSTBY     PIC X(45).

       01 NAVN-ID          PIC X(10).
       01 NAVN-TXT         PIC X(60).

      * Kundens konti (ejer eller medejer). KT-MED = "N" naar
      * kontoen ikke fandtes paa skaeringsdatoen.
       01 KONTO-TABEL.
          05 KT-RAEKKE OCCURS 200 TIMES.
             10 KT-ID          PIC X(10).
             10 KT-NR          PIC 9(5).
             10 KT-TYPE        PIC X(20).
             10 KT-VALUTA      PIC X(5).
             10 KT-SALDO       PIC S9(11)V99.
             10 KT-EJER        PIC X(10).
             10 KT-MEDEJER     PIC X(10).
             10 KT-LUKDATO     PIC X(10).
             10 KT-MED         PIC X.
             10 KT-UKENDTE     PIC 9(5).
       01 ANTAL-KONTI      PIC 9(4) VALUE 0.
       01 ANTAL-MED        PIC 9(4) VALUE 0.
       01 KONTO-OVERLOEB   PIC 9(4) VALUE 0.
       01 IX               PIC 9(4).
       01 IX-FUNDET        PIC 9(4).
       01 SOEG-NR          PIC 9(5).

       01 HIST-LINJE       PIC X(200).
       01 LINJE-BELOEB     PIC S9(11)V99.
       01 VIRKNING         PIC X.
          88 VIRKNING-PLUS   VALUE "P".
          88 VIRKNING-MINUS  VALUE "M".
          88 VIRKNING-UKENDT VALUE "U".
          88 VIRKNING-INGEN  VALUE "I".
       01 ANTAL-USIKRE     PIC 9(4) VALUE 0.

       01 RESTGAELD        PIC S9(11)V99.
       01 NAESTE-FORFALD   PIC X(10).
       01 NAESTE-YDELSE    PIC X(15).
       01 SIDSTE-FORFALD   PIC X(10).

       01 PANT-MED         PIC X.
       01 PANT-VAERDI      PIC X(15).
       01 PANT-REVURDERET  PIC X.
       01 PANT-FOERSTE     PIC X.

       01 ANTAL-I-AFSNIT   PIC 9(4).
       01 ANTAL-LAAN-PANT  PIC 9(4).
       01 ANTAL-UDSTEDT    PIC 9(4) VALUE 0.

       01 SALDO-EDIT       PIC -(10)9.99.
       01 SALDO-TXT        PIC X(16).
       01 MARKERING        PIC X(2).
       01 TILLAEG-TXT      PIC X(60).
       01 OMFANG-TXT       PIC X(20).
       01 STATUS-TXT       PIC X(30).
       01 BEKR-STATUS      PIC X(8).

       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 PLAN-EOF-FLAG    PIC X VALUE "N".
          88 PLAN-EOF      VALUE "Y".
       01 PANT-EOF-FLAG    PIC X VALUE "N".
          88 PANT-EOF      VALUE "Y".
       01 PANTLOG-EOF-FLAG PIC X VALUE "N".
          88 PANTLOG-EOF   VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".
       01 SLUT-FLAG        PIC X VALUE "N".
          88 SLUT          VALUE "J".

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 LT-PROGRAM       PIC X(20) VALUE "REVISORBEKR".
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

           DISPLAY "=== REVISORBEKR: Engagementsbekraeftelse til "
               "revisor ===".

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
           COMPUTE FORRIGE-AAR = NU-AAR - 1

           MOVE 0 TO RETUR
           DISPLAY "Revisor (navn/firma): " WITH NO ADVANCING
           ACCEPT REVISOR-NAVN
           IF FUNCTION TRIM(REVISOR-NAVN) = SPACES
               DISPLAY "Afvist: revisor skal angives."
               MOVE 1 TO RETUR
           ELSE
               DISPLAY "Skaeringsdato (AAAA-MM-DD, blank = "
                   FORRIGE-AAR "-12-31): " WITH NO ADVANCING
               ACCEPT SKAERING-INPUT
               PERFORM VALIDER-SKAERING
               IF DATO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: skaeringsdatoen skal vaere "
                       "AAAA-MM-DD og ikke ligge efter i dag."
                   MOVE 1 TO RETUR
               END-IF
           END-IF

           IF RETUR = 0
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
                   DISPLAY "Ingen kunder.txt fundet."
                   MOVE 1 TO RETUR
               ELSE
                   MOVE "N" TO SLUT-FLAG
                   PERFORM UNTIL SLUT
                       DISPLAY "Kunde-ID (blank = afslut): "
                           WITH NO ADVANCING
                       ACCEPT KUNDE-ID-TXT
                       IF FUNCTION TRIM(KUNDE-ID-TXT) = SPACES
                           SET SLUT TO TRUE
                       ELSE
                           PERFORM BEKRAEFT-KUNDE
                       END-IF
                   END-PERFORM
                   CLOSE KUNDEFIL
                   DISPLAY ANTAL-UDSTEDT " bekraeftelse(r) udstedt "
                       "pr. " SKAERING-DATO "."
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Blank = 31/12 i forrige aar; ellers samme datokontrol som
      * LAANINDFRI, og datoen maa ikke ligge efter i dag.
       VALIDER-SKAERING.
           MOVE "N" TO DATO-GYLDIG
           IF FUNCTION TRIM(SKAERING-INPUT) = SPACES
               MOVE ALL SPACES TO SKAERING-DATO
               STRING FORRIGE-AAR DELIMITED BY SIZE
                   "-12-31" DELIMITED BY SIZE
                   INTO SKAERING-DATO
               END-STRING
               MOVE "J" TO DATO-GYLDIG
           ELSE
               MOVE SKAERING-INPUT TO SKAERING-DATO
               IF SKAERING-DATO(1:4) IS NUMERIC
                   AND SKAERING-DATO(5:1) = "-"
                   AND SKAERING-DATO(6:2) IS NUMERIC
                   AND SKAERING-DATO(8:1) = "-"
                   AND SKAERING-DATO(9:2) IS NUMERIC
                   IF FUNCTION NUMVAL(SKAERING-DATO(6:2)) >= 1
                       AND FUNCTION NUMVAL(SKAERING-DATO(6:2)) <= 12
                       AND FUNCTION NUMVAL(SKAERING-DATO(9:2)) >= 1
                       AND FUNCTION NUMVAL(SKAERING-DATO(9:2)) <= 31
                       AND SKAERING-DATO NOT > NU-DATO-TXT
                       MOVE "J" TO DATO-GYLDIG
                   END-IF
               END-IF
           END-IF
           MOVE ALL SPACES TO SKAERING-KOMPAKT
           STRING SKAERING-DATO(1:4) DELIMITED BY SIZE
               SKAERING-DATO(6:2) DELIMITED BY SIZE
               SKAERING-DATO(9:2) DELIMITED BY SIZE
               INTO SKAERING-KOMPAKT
           END-STRING.

       BEKRAEFT-KUNDE.
           IF FUNCTION TRIM(KUNDE-ID-TXT) IS NOT NUMERIC
               DISPLAY "Afvist: Kunde-ID skal vaere numerisk."
           ELSE
               MOVE FUNCTION NUMVAL(KUNDE-ID-TXT) TO KUNDE-NR
               MOVE KUNDE-NR TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       DISPLAY "Ukendt Kunde-ID: "
                           FUNCTION TRIM(KUNDE-ID-TXT)
                   NOT INVALID KEY
                       PERFORM GEM-KUNDE
                       PERFORM SAML-KONTI
                       PERFORM TILBAGEREGN-SALDI
                       PERFORM SKRIV-BREV
                       PERFORM LOG-BEKRAEFTELSE
                       ADD 1 TO ANTAL-UDSTEDT
                       DISPLAY "Bekraeftelse skrevet til "
                           FUNCTION TRIM(BREV-NAVN) ": " ANTAL-MED
                           " konto(i) pr. " SKAERING-DATO
                       IF KONTO-OVERLOEB > 0
                           DISPLAY "ADVARSEL: " KONTO-OVERLOEB
                               " konto(i) ud over 200 er ikke med."
                       END-IF
                       IF ANTAL-USIKRE > 0
                           DISPLAY "ADVARSEL: " ANTAL-USIKRE
                               " saldo(i) indeholder posteringer "
                               "af ukendt type - efterproev de "
                               "markerede saldi foer afsendelse."
                       END-IF
               END-READ
           END-IF.

       GEM-KUNDE.
           MOVE KUNDE-NR TO KUNDE-NR-TXT
           MOVE ALL SPACES TO KUNDE-NAVN
           STRING
               FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
               INTO KUNDE-NAVN
           END-STRING
           MOVE FELT-ADRESSE TO KUNDE-ADRESSE
           MOVE ALL SPACES TO KUNDE-POSTBY
           STRING
               FUNCTION TRIM(FELT-POSTNR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FELT-BY) DELIMITED BY SIZE
               INTO KUNDE-POSTBY
           END-STRING
           MOVE ALL SPACES TO BREV-NAVN
           STRING "revisorbekr_" DELIMITED BY SIZE
               KUNDE-NR DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               SKAERING-KOMPAKT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO BREV-NAVN
           END-STRING.

      * Kontiene hvor kunden er ejer eller medejer. En konto lukket
      * paa eller foer skaeringsdatoen er ikke med.
       SAML-KONTI.
           MOVE 0 TO ANTAL-KONTI
           MOVE 0 TO KONTO-OVERLOEB
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9
                               KONTO-FELT10 KONTO-FELT11
                           UNSTRING KONTO-DATA
                               DELIMITED BY ";"
                               INTO KONTO-FELT1 KONTO-FELT2
                                    KONTO-FELT3 KONTO-FELT4
                                    KONTO-FELT5 KONTO-FELT6
                                    KONTO-FELT7 KONTO-FELT8
                                    KONTO-FELT9 KONTO-FELT10
                                    KONTO-FELT11
                           IF FUNCTION NUMVAL(KONTO-FELT2) = KUNDE-NR
                               OR (FUNCTION TRIM(KONTO-FELT8)
                                   NOT = SPACES
                               AND FUNCTION NUMVAL(KONTO-FELT8)
                                   = KUNDE-NR)
                               PERFORM GEM-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       GEM-KONTO.
           IF KONTO-FELT9 = "J"
               AND FUNCTION TRIM(KONTO-FELT10) NOT = SPACES
               AND KONTO-FELT10 NOT > SKAERING-DATO
               CONTINUE
           ELSE
               IF ANTAL-KONTI < 200
                   ADD 1 TO ANTAL-KONTI
                   MOVE KONTO-FELT1 TO KT-ID(ANTAL-KONTI)
                   MOVE KONTO-NOEGLE TO KT-NR(ANTAL-KONTI)
                   MOVE KONTO-FELT3 TO KT-TYPE(ANTAL-KONTI)
                   MOVE KONTO-FELT5 TO KT-VALUTA(ANTAL-KONTI)
                   MOVE FUNCTION NUMVAL(KONTO-FELT4)
                       TO KT-SALDO(ANTAL-KONTI)
                   MOVE KONTO-FELT2 TO KT-EJER(ANTAL-KONTI)
                   MOVE KONTO-FELT8 TO KT-MEDEJER(ANTAL-KONTI)
                   IF KONTO-FELT9 = "J"
                       MOVE KONTO-FELT10 TO KT-LUKDATO(ANTAL-KONTI)
                   ELSE
                       MOVE SPACES TO KT-LUKDATO(ANTAL-KONTI)
                   END-IF
                   MOVE "J" TO KT-MED(ANTAL-KONTI)
                   MOVE 0 TO KT-UKENDTE(ANTAL-KONTI)
               ELSE
                   ADD 1 TO KONTO-OVERLOEB
               END-IF
           END-IF.

      * Et gennemloeb af historikken fra skaeringsdatoen og frem
      * (inkl. aarsarkiverne); hver linje dateret efter datoen paa
      * en af kundens konti fortrydes paa tabellens saldo.
       TILBAGEREGN-SALDI.
           MOVE "N" TO HIST-EOF-FLAG
           MOVE "U" TO HA-HANDLING
           MOVE SKAERING-DATO TO HA-FRA-DATO
           MOVE SPACES TO HA-TIL-DATO
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
                       IF HIST-FELT2 > SKAERING-DATO
                           MOVE FUNCTION NUMVAL(HIST-FELT1)
                               TO SOEG-NR
                           PERFORM FIND-KT
                           IF IX-FUNDET > 0
                               PERFORM FORTRYD-LINJE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT

           MOVE 0 TO ANTAL-MED
           MOVE 0 TO ANTAL-USIKRE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ANTAL-KONTI
               IF KT-MED(IX) = "J"
                   ADD 1 TO ANTAL-MED
                   IF KT-UKENDTE(IX) > 0
                       ADD 1 TO ANTAL-USIKRE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-KT.
           MOVE 0 TO IX-FUNDET
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > ANTAL-KONTI OR IX-FUNDET > 0
               IF KT-NR(IX) = SOEG-NR
                   MOVE IX TO IX-FUNDET
               END-IF
           END-PERFORM.

      * Samme fortegnsregler som SALDOTJEK, blot baglaens: en
      * plus-linje traekkes fra, en minus-linje laegges til.
       FORTRYD-LINJE.
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO LINJE-BELOEB
           EVALUATE FUNCTION TRIM(HIST-FELT3)
               WHEN "OPRET"
                   MOVE "N" TO KT-MED(IX-FUNDET)
                   SET VIRKNING-INGEN TO TRUE
               WHEN "SALDO-FREM"
                   SET VIRKNING-INGEN TO TRUE
               WHEN "INDSAT"
               WHEN "OVERF-IND"
               WHEN "FAST-IND"
               WHEN "RENTE"
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
                   SET VIRKNING-PLUS TO TRUE
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
                   SET VIRKNING-MINUS TO TRUE
               WHEN OTHER
                   SET VIRKNING-UKENDT TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN VIRKNING-PLUS
                   SUBTRACT LINJE-BELOEB FROM KT-SALDO(IX-FUNDET)
               WHEN VIRKNING-MINUS
                   ADD LINJE-BELOEB TO KT-SALDO(IX-FUNDET)
               WHEN VIRKNING-UKENDT
                   ADD 1 TO KT-UKENDTE(IX-FUNDET)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SKRIV-BREV.
           OPEN OUTPUT BREVFIL
           MOVE "========================================"
               TO BREV-LINJE
           WRITE BREV-LINJE
           MOVE "ENGAGEMENTSBEKRAEFTELSE TIL REVISOR" TO BREV-LINJE
           WRITE BREV-LINJE
           MOVE ALL SPACES TO LINJE
           STRING "Skaeringsdato: " DELIMITED BY SIZE
               SKAERING-DATO DELIMITED BY SIZE
               "   Udstedt: " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE
           MOVE ALL SPACES TO LINJE
           STRING "Til revisor: " DELIMITED BY SIZE
               FUNCTION TRIM(REVISOR-NAVN) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE
           MOVE SPACES TO BREV-LINJE
           WRITE BREV-LINJE
           MOVE ALL SPACES TO LINJE
           STRING "Kunde " DELIMITED BY SIZE
               FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(KUNDE-NAVN) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE
           WRITE BREV-LINJE FROM KUNDE-ADRESSE
           WRITE BREV-LINJE FROM KUNDE-POSTBY

           PERFORM SKRIV-KONTI
           PERFORM SKRIV-LAAN
           PERFORM SKRIV-AFTALER
           PERFORM SKRIV-FULDMAGTER
           PERFORM SKRIV-TEGNING
           PERFORM SKRIV-RESERVATIONER

           MOVE SPACES TO BREV-LINJE
           WRITE BREV-LINJE
           IF ANTAL-USIKRE > 0
               MOVE "* Saldoen er beregnet med forbehold: der er "
                   TO BREV-LINJE
               WRITE BREV-LINJE
               MOVE "  posteringer efter skaeringsdatoen som ikke "
                   TO BREV-LINJE
               WRITE BREV-LINJE
               MOVE "  kunne henfoeres; kontakt banken." TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF
           MOVE "Bekraeftelsen er dannet ud fra bankens registre."
               TO BREV-LINJE
           WRITE BREV-LINJE
           MOVE "Fuldmagters og reservationers status er den "
               TO BREV-LINJE
           WRITE BREV-LINJE
           MOVE "aktuelle pr. udstedelsesdatoen." TO BREV-LINJE
           WRITE BREV-LINJE
           CLOSE BREVFIL.

       SKRIV-AFSNIT.
           MOVE SPACES TO BREV-LINJE
           WRITE BREV-LINJE
           WRITE BREV-LINJE FROM LINJE
           MOVE "----------------------------------------"
               TO BREV-LINJE
           WRITE BREV-LINJE.

       SKRIV-KONTI.
           MOVE "KONTI" TO LINJE
           PERFORM SKRIV-AFSNIT
           IF ANTAL-MED = 0
               MOVE "Ingen konti pr. skaeringsdatoen." TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ANTAL-KONTI
               IF KT-MED(IX) = "J"
                   MOVE KT-SALDO(IX) TO SALDO-EDIT
                   MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
                   MOVE SPACES TO MARKERING
                   IF KT-UKENDTE(IX) > 0
                       MOVE " *" TO MARKERING
                   END-IF
                   MOVE SPACES TO TILLAEG-TXT
                   IF KT-LUKDATO(IX) NOT = SPACES
                       STRING "  (lukket " DELIMITED BY SIZE
                           KT-LUKDATO(IX) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO TILLAEG-TXT
                       END-STRING
                   END-IF
                   MOVE ALL SPACES TO LINJE
                   STRING "Konto " DELIMITED BY SIZE
                       FUNCTION TRIM(KT-ID(IX)) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(KT-TYPE(IX)) DELIMITED BY SIZE
                       "  Saldo: " DELIMITED BY SIZE
                       FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(KT-VALUTA(IX)) DELIMITED BY SIZE
                       MARKERING DELIMITED BY SIZE
                       TILLAEG-TXT DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE BREV-LINJE FROM LINJE
               END-IF
           END-PERFORM.

      * Laan paa kundens konti: restgaeld er laanekontoens negative
      * saldo pr. skaeringsdatoen; naeste og sidste termin fra
      * laaneplan.txt, og pantet der var stillet for laanet.
       SKRIV-LAAN.
           MOVE "LAAN" TO LINJE
           PERFORM SKRIV-AFSNIT
           MOVE 0 TO ANTAL-I-AFSNIT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LAANFIL
           IF LAANFIL-STATUS = "35"
               CLOSE LAANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LAANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LAAN-LINJE)) > 0
                               MOVE SPACES TO LAAN-FELT5 LAAN-FELT6
                                   LAAN-FELT7 LAAN-FELT8
                               UNSTRING LAAN-LINJE
                                   DELIMITED BY ";"
                                   INTO LAAN-FELT1 LAAN-FELT2
                                        LAAN-FELT3 LAAN-FELT4
                                        LAAN-FELT5 LAAN-FELT6
                                        LAAN-FELT7 LAAN-FELT8
                               MOVE FUNCTION NUMVAL(LAAN-FELT1)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   IF KT-MED(IX-FUNDET) = "J"
                                       PERFORM SKRIV-ET-LAAN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANFIL
           END-IF
           IF ANTAL-I-AFSNIT = 0
               MOVE "Ingen laan pr. skaeringsdatoen." TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

       SKRIV-ET-LAAN.
           ADD 1 TO ANTAL-I-AFSNIT
           COMPUTE RESTGAELD = 0 - KT-SALDO(IX-FUNDET)
           MOVE RESTGAELD TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
           MOVE SPACES TO MARKERING
           IF KT-UKENDTE(IX-FUNDET) > 0
               MOVE " *" TO MARKERING
           END-IF
           MOVE SPACES TO TILLAEG-TXT
           IF FUNCTION TRIM(LAAN-FELT5) NOT = SPACES
               STRING " (variabel, " DELIMITED BY SIZE
                   FUNCTION TRIM(LAAN-FELT5) DELIMITED BY SIZE
                   " + " DELIMITED BY SIZE
                   FUNCTION TRIM(LAAN-FELT6) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TILLAEG-TXT
               END-STRING
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING "Laan " DELIMITED BY SIZE
               FUNCTION TRIM(LAAN-FELT1) DELIMITED BY SIZE
               "  Restgaeld: " DELIMITED BY SIZE
               FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KT-VALUTA(IX-FUNDET)) DELIMITED BY SIZE
               MARKERING DELIMITED BY SIZE
               "  Rente: " DELIMITED BY SIZE
               FUNCTION TRIM(LAAN-FELT3) DELIMITED BY SIZE
               TILLAEG-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE
           MOVE ALL SPACES TO LINJE
           STRING "  Betalingskonto: " DELIMITED BY SIZE
               FUNCTION TRIM(LAAN-FELT2) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE

           PERFORM FIND-TERMINER
           IF NAESTE-FORFALD NOT = SPACES
               MOVE ALL SPACES TO LINJE
               STRING "  Naeste termin: " DELIMITED BY SIZE
                   NAESTE-FORFALD DELIMITED BY SIZE
                   "  Ydelse: " DELIMITED BY SIZE
                   FUNCTION TRIM(NAESTE-YDELSE) DELIMITED BY SIZE
                   "  Sidste termin: " DELIMITED BY SIZE
                   SIDSTE-FORFALD DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE BREV-LINJE FROM LINJE
           END-IF

           PERFORM SKRIV-PANT.

      * Naeste termin = den foerste med forfald efter skaerings-
      * datoen; sidste termin = planens seneste forfald.
       FIND-TERMINER.
           MOVE SPACES TO NAESTE-FORFALD
           MOVE SPACES TO NAESTE-YDELSE
           MOVE SPACES TO SIDSTE-FORFALD
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
                               IF FUNCTION NUMVAL(PLAN-FELT1) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   PERFORM VURDER-TERMIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

       VURDER-TERMIN.
           IF PLAN-FELT3 > SKAERING-DATO
               IF NAESTE-FORFALD = SPACES
                   OR PLAN-FELT3 < NAESTE-FORFALD
                   MOVE PLAN-FELT3 TO NAESTE-FORFALD
                   MOVE PLAN-FELT4 TO NAESTE-YDELSE
               END-IF
           END-IF
           IF SIDSTE-FORFALD = SPACES
               OR PLAN-FELT3 > SIDSTE-FORFALD
               MOVE PLAN-FELT3 TO SIDSTE-FORFALD
           END-IF.

       SKRIV-PANT.
           MOVE 0 TO ANTAL-LAAN-PANT
           MOVE "N" TO PANT-EOF-FLAG
           OPEN INPUT PANTFIL
           IF PANTFIL-STATUS = "35"
               CLOSE PANTFIL
           ELSE
               PERFORM UNTIL PANT-EOF
                   READ PANTFIL
                       AT END SET PANT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PANT-LINJE)) > 0
                               UNSTRING PANT-LINJE
                                   DELIMITED BY ";"
                                   INTO PANT-FELT1 PANT-FELT2
                                        PANT-FELT3 PANT-FELT4
                                        PANT-FELT5 PANT-FELT6
                               IF FUNCTION NUMVAL(PANT-FELT2) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   PERFORM VURDERING-VED-SKAERING
                                   IF PANT-MED = "J"
                                       PERFORM SKRIV-EN-PANT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PANTFIL
           END-IF
           IF ANTAL-LAAN-PANT = 0
               MOVE "  Intet pant registreret." TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

      * pantlog.txt har en linje pr. oprettelse (blank gammel
      * vaerdi) og revurdering. Den foerste linje for pantet efter
      * skaeringsdatoen afgoer: en oprettelse betyder at pantet
      * ikke fandtes, en revurdering baerer den dagaeldende
      * vurdering som gammel vaerdi.
       VURDERING-VED-SKAERING.
           MOVE "J" TO PANT-MED
           MOVE PANT-FELT5 TO PANT-VAERDI
           MOVE "N" TO PANT-REVURDERET
           MOVE "N" TO PANT-FOERSTE
           MOVE "N" TO PANTLOG-EOF-FLAG
           OPEN INPUT PANTLOGFIL
           IF PANTLOGFIL-STATUS = "35"
               CLOSE PANTLOGFIL
           ELSE
               PERFORM UNTIL PANTLOG-EOF OR PANT-FOERSTE = "J"
                   READ PANTLOGFIL
                       AT END SET PANTLOG-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO PL-GAMMEL PL-NY
                           UNSTRING PANTLOG-LINJE
                               DELIMITED BY ";"
                               INTO PL-TIDSPUNKT PL-BRUGER
                                    PL-PANT-ID PL-HANDLING
                                    PL-GAMMEL PL-NY
                           IF FUNCTION TRIM(PL-PANT-ID) =
                               FUNCTION TRIM(PANT-FELT1)
                               AND PL-TIDSPUNKT(1:10) > SKAERING-DATO
                               MOVE "J" TO PANT-FOERSTE
                               IF FUNCTION TRIM(PL-GAMMEL) = SPACES
                                   MOVE "N" TO PANT-MED
                               ELSE
                                   MOVE PL-GAMMEL TO PANT-VAERDI
                                   MOVE "J" TO PANT-REVURDERET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PANTLOGFIL
           END-IF.

       SKRIV-EN-PANT.
           ADD 1 TO ANTAL-LAAN-PANT
           MOVE SPACES TO TILLAEG-TXT
           IF PANT-REVURDERET = "J"
               MOVE " (revurderet efter skaeringsdatoen)"
                   TO TILLAEG-TXT
           ELSE
               STRING " pr. " DELIMITED BY SIZE
                   FUNCTION TRIM(PANT-FELT6) DELIMITED BY SIZE
                   INTO TILLAEG-TXT
               END-STRING
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING "  Pant " DELIMITED BY SIZE
               FUNCTION TRIM(PANT-FELT1) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(PANT-FELT3) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(PANT-FELT4) DELIMITED BY SIZE
               "  Vurdering: " DELIMITED BY SIZE
               FUNCTION TRIM(PANT-VAERDI) DELIMITED BY SIZE
               TILLAEG-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE.

      * Aftaleindlaan der loeb paa skaeringsdatoen (startet paa
      * eller foer, forfald efter).
       SKRIV-AFTALER.
           MOVE "AFTALEINDLAAN" TO LINJE
           PERFORM SKRIV-AFSNIT
           MOVE 0 TO ANTAL-I-AFSNIT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AFTALEFIL
           IF AFTALEFIL-STATUS = "35"
               CLOSE AFTALEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ AFTALEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(AFTALE-LINJE)) > 0
                               UNSTRING AFTALE-LINJE
                                   DELIMITED BY ";"
                                   INTO AFT-FELT1 AFT-FELT2 AFT-FELT3
                                        AFT-FELT4 AFT-FELT5 AFT-FELT6
                                        AFT-FELT7
                               MOVE FUNCTION NUMVAL(AFT-FELT1)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   AND AFT-FELT2 NOT > SKAERING-DATO
                                   AND AFT-FELT4 > SKAERING-DATO
                                   IF KT-MED(IX-FUNDET) = "J"
                                       PERFORM SKRIV-EN-AFTALE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALEFIL
           END-IF
           IF ANTAL-I-AFSNIT = 0
               MOVE "Ingen aftaleindlaan pr. skaeringsdatoen."
                   TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

       SKRIV-EN-AFTALE.
           ADD 1 TO ANTAL-I-AFSNIT
           MOVE KT-SALDO(IX-FUNDET) TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
           MOVE ALL SPACES TO LINJE
           STRING "Konto " DELIMITED BY SIZE
               FUNCTION TRIM(AFT-FELT1) DELIMITED BY SIZE
               "  Indestaaende: " DELIMITED BY SIZE
               FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KT-VALUTA(IX-FUNDET)) DELIMITED BY SIZE
               "  Rente: " DELIMITED BY SIZE
               FUNCTION TRIM(AFT-FELT3) DELIMITED BY SIZE
               "  Start: " DELIMITED BY SIZE
               AFT-FELT2 DELIMITED BY SIZE
               "  Forfald: " DELIMITED BY SIZE
               AFT-FELT4 DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE.

      * Fuldmagter paa kundens konti, oprettet paa eller foer
      * skaeringsdatoen og ikke udloebet foer den.
       SKRIV-FULDMAGTER.
           MOVE "FULDMAGTER" TO LINJE
           PERFORM SKRIV-AFSNIT
           MOVE 0 TO ANTAL-I-AFSNIT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FMFIL
           IF FMFIL-STATUS = "35"
               CLOSE FMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ FMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(FM-LINJE)) > 0
                               MOVE SPACES TO FM-FELT7 FM-FELT8
                               UNSTRING FM-LINJE
                                   DELIMITED BY ";"
                                   INTO FM-FELT1 FM-FELT2 FM-FELT3
                                        FM-FELT4 FM-FELT5 FM-FELT6
                                        FM-FELT7 FM-FELT8
                               MOVE FUNCTION NUMVAL(FM-FELT2)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   AND FM-FELT7 NOT > SKAERING-DATO
                                   AND (FUNCTION TRIM(FM-FELT5) = SPACES
                                   OR FM-FELT5 NOT < SKAERING-DATO)
                                   IF KT-MED(IX-FUNDET) = "J"
                                       PERFORM SKRIV-EN-FULDMAGT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMFIL
           END-IF
           IF ANTAL-I-AFSNIT = 0
               MOVE "Ingen fuldmagter pr. skaeringsdatoen."
                   TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

       SKRIV-EN-FULDMAGT.
           ADD 1 TO ANTAL-I-AFSNIT
           MOVE FM-FELT3 TO NAVN-ID
           PERFORM HENT-NAVN
           EVALUATE FM-FELT4
               WHEN "F"
               WHEN "f"
                   MOVE "forespoergsel" TO OMFANG-TXT
               WHEN "H"
               WHEN "h"
                   MOVE "haevning" TO OMFANG-TXT
               WHEN OTHER
                   MOVE "alt" TO OMFANG-TXT
           END-EVALUATE
           IF FM-FELT6 = "A" OR FM-FELT6 = "a"
               MOVE "aktiv" TO STATUS-TXT
           ELSE
               MOVE "nu tilbagekaldt" TO STATUS-TXT
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING "Konto " DELIMITED BY SIZE
               FUNCTION TRIM(FM-FELT2) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(NAVN-TXT) DELIMITED BY SIZE
               " (Kunde-ID " DELIMITED BY SIZE
               FUNCTION TRIM(FM-FELT3) DELIMITED BY SIZE
               ")  Omfang: " DELIMITED BY SIZE
               FUNCTION TRIM(OMFANG-TXT) DELIMITED BY SIZE
               "  Udloeb: " DELIMITED BY SIZE
               FUNCTION TRIM(FM-FELT5) DELIMITED BY SIZE
               "  Status: " DELIMITED BY SIZE
               FUNCTION TRIM(STATUS-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE.

      * Tegningsberettigede pr. konto: ejer og en eventuel medejer.
       SKRIV-TEGNING.
           MOVE "TEGNINGSBERETTIGEDE" TO LINJE
           PERFORM SKRIV-AFSNIT
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ANTAL-KONTI
               IF KT-MED(IX) = "J"
                   MOVE KT-EJER(IX) TO NAVN-ID
                   PERFORM HENT-NAVN
                   MOVE ALL SPACES TO LINJE
                   STRING "Konto " DELIMITED BY SIZE
                       FUNCTION TRIM(KT-ID(IX)) DELIMITED BY SIZE
                       ": ejer " DELIMITED BY SIZE
                       FUNCTION TRIM(NAVN-TXT) DELIMITED BY SIZE
                       " (Kunde-ID " DELIMITED BY SIZE
                       FUNCTION TRIM(KT-EJER(IX)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE BREV-LINJE FROM LINJE
                   IF FUNCTION TRIM(KT-MEDEJER(IX)) NOT = SPACES
                       MOVE KT-MEDEJER(IX) TO NAVN-ID
                       PERFORM HENT-NAVN
                       MOVE ALL SPACES TO LINJE
                       STRING "         medejer " DELIMITED BY SIZE
                           FUNCTION TRIM(NAVN-TXT) DELIMITED BY SIZE
                           " (Kunde-ID " DELIMITED BY SIZE
                           FUNCTION TRIM(KT-MEDEJER(IX))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO LINJE
                       END-STRING
                       WRITE BREV-LINJE FROM LINJE
                   END-IF
               END-IF
           END-PERFORM
           IF ANTAL-MED = 0
               MOVE "Ingen." TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

      * Reservationer der laa paa kundens konti paa skaerings-
      * datoen (oprettet paa eller foer, udloeb paa eller efter).
       SKRIV-RESERVATIONER.
           MOVE "RESERVATIONER" TO LINJE
           PERFORM SKRIV-AFSNIT
           MOVE 0 TO ANTAL-I-AFSNIT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RESFIL
           IF RESFIL-STATUS = "35"
               CLOSE RESFIL
           ELSE
               PERFORM UNTIL EOF
                   READ RESFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RES-LINJE)) > 0
                               MOVE SPACES TO RES-FELT8 RES-FELT9
                               UNSTRING RES-LINJE
                                   DELIMITED BY ";"
                                   INTO RES-FELT1 RES-FELT2 RES-FELT3
                                        RES-FELT4 RES-FELT5 RES-FELT6
                                        RES-FELT7 RES-FELT8 RES-FELT9
                               MOVE FUNCTION NUMVAL(RES-FELT1)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   AND RES-FELT3 NOT > SKAERING-DATO
                                   AND RES-FELT4 NOT < SKAERING-DATO
                                   IF KT-MED(IX-FUNDET) = "J"
                                       PERFORM SKRIV-EN-RESERVATION
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESFIL
           END-IF
           IF ANTAL-I-AFSNIT = 0
               MOVE "Ingen reservationer pr. skaeringsdatoen."
                   TO BREV-LINJE
               WRITE BREV-LINJE
           END-IF.

       SKRIV-EN-RESERVATION.
           ADD 1 TO ANTAL-I-AFSNIT
           EVALUATE RES-FELT5
               WHEN "A"
                   MOVE "aaben" TO STATUS-TXT
               WHEN "F"
                   MOVE "nu frigivet" TO STATUS-TXT
               WHEN OTHER
                   MOVE "nu udloebet" TO STATUS-TXT
           END-EVALUATE
           MOVE ALL SPACES TO LINJE
           STRING "Konto " DELIMITED BY SIZE
               FUNCTION TRIM(RES-FELT1) DELIMITED BY SIZE
               "  Beloeb: " DELIMITED BY SIZE
               FUNCTION TRIM(RES-FELT2) DELIMITED BY SIZE
               "  Oprettet: " DELIMITED BY SIZE
               RES-FELT3 DELIMITED BY SIZE
               "  Udloeb: " DELIMITED BY SIZE
               RES-FELT4 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(RES-FELT7) DELIMITED BY SIZE
               "  Status: " DELIMITED BY SIZE
               FUNCTION TRIM(STATUS-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE BREV-LINJE FROM LINJE.

       HENT-NAVN.
           MOVE "ukendt" TO NAVN-TXT
           IF FUNCTION TRIM(NAVN-ID) IS NUMERIC
               MOVE FUNCTION NUMVAL(NAVN-ID) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALL SPACES TO NAVN-TXT
                       STRING
                           FUNCTION TRIM(FELT-FORNAVN)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(FELT-EFTERNAVN)
                               DELIMITED BY SIZE
                           INTO NAVN-TXT
                       END-STRING
               END-READ
           END-IF.

       LOG-BEKRAEFTELSE.
           IF ANTAL-USIKRE > 0
               MOVE "USIKKER" TO BEKR-STATUS
           ELSE
               MOVE "OK" TO BEKR-STATUS
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
               ";"
               SKAERING-DATO DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(REVISOR-NAVN) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               ANTAL-MED DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BEKR-STATUS) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BREV-NAVN) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND BEKRLOGFIL
           IF BEKRLOGFIL-STATUS = "35"
               OPEN OUTPUT BEKRLOGFIL
           END-IF
           WRITE BEKRLOG-LINJE FROM LINJE
           CLOSE BEKRLOGFIL.
