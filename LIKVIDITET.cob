       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIKVIDITET.

      *> Likviditetsprognose (cash-flow-trappe) til treasury: hvad
      *> gaar ind og ud over de naeste HORISONT kalenderdage, fordelt
      *> pr. bankdag (BANKDAG/bankkalender.txt) og pr. valuta (den
      *> beroerte kontos KONTO-FELT5), med dagligt netto og
      *> kumuleret netto. Alle allerede planlagte bevaegelser tages
      *> med:
      *>   1 faste ordrer i fasteordrer.txt (status A) paa deres
      *>     forfaldsdag i hver maaned i horisonten (som FASTKOER,
      *>     dag 31 = maanedens sidste dag, start/slut respekteres)
      *>   2 fremdaterede overfoersler i ventende.txt (status A)
      *>   3 store overfoersler i godkendkoe.txt (status V)
      *>   4 laaneydelser i laaneplan.txt (status A) fra
      *>     betalingskontoen i laan.txt til laanekontoen
      *>   5 tidsindskud i aftaler.txt der forfalder: instruks U
      *>     udbetaler saldoen til modkontoen; instruks R rulles over
      *>     og giver ingen betaling (vises som oplysning)
      *>   6 betalingsservice: for hvert aktivt mandat i mandater.txt
      *>     gentages den seneste BS-TRAEK for konto+kreditor i
      *>     historikken (sidste 92 dage) paa samme dag i maaneden
      *>   7 udgaaende betalinger i udbetal_koe.txt (status K)
      *> En bevaegelse mellem to konti i banken bogfoeres med begge
      *> ben (ud paa fra-kontoen, ind paa til-kontoen - omregnet med
      *> VALUTAKURS hvis valutaen er en anden), saa interne
      *> flytninger gaar i nul i nettoet for valutaen; eksterne
      *> betalinger (EKSTERN-ordrer, BS og udbetal_koe) har kun
      *> udben. En dato der ikke er en bankdag rykkes til naeste
      *> bankdag; forfaldne men endnu ikke afviklede poster lander
      *> paa foerste bankdag i prognosen.
      *> Stress: de TOPANTAL stoerste indskydere (positive saldi paa
      *> aabne konti, LAAN undtaget, omregnet til DKK og lagt paa
      *> den primaere ejer) antages at traekke alt ud foerste
      *> bankdag - den stressede kumulerede kolonne viser hver
      *> valutas kumulerede netto fratrukket deres indlaan i den
      *> valuta. HORISONT og TOPANTAL staar i likviditetkonfig.txt
      *> (oprettes med "HORISONT;30" og "TOPANTAL;10" hvis filen
      *> mangler). Rapporten skrives til likviditet.txt og arkiveres
      *> som dateret generation (RAPPORTARKIV). Koerer som trin i
      *> natbatchen, saa prognosen ligger klar om morgenen, og kan
      *> dannes igen paa forlangende fra menuen.

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
           SELECT ORDREFIL ASSIGN TO "fasteordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDREFIL-STATUS.
           SELECT VENTEFIL ASSIGN TO "ventende.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTEFIL-STATUS.
           SELECT GODKFIL ASSIGN TO "godkendkoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODKFIL-STATUS.
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT AFTALEFIL ASSIGN TO "aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALEFIL-STATUS.
           SELECT MANDATFIL ASSIGN TO "mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udbetal_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT KONFIGFIL ASSIGN TO "likviditetkonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "likviditet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD ORDREFIL.
       01 ORDRE-LINJE      PIC X(200).

       FD VENTEFIL.
       01 VENTE-LINJE      PIC X(200).

       FD GODKFIL.
       01 GODK-LINJE       PIC X(200).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(200).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD AFTALEFIL.
       01 AFTALE-LINJE     PIC X(200).

       FD MANDATFIL.
       01 MANDAT-LINJE     PIC X(200).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "ORDREREC.cpy".
       COPY "VENTEREC.cpy".
       COPY "GODKENDREC.cpy".
       COPY "LAANREC.cpy".
       COPY "AFTALEREC.cpy".
       COPY "MANDATREC.cpy".

       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 ORDREFIL-STATUS  PIC XX.
       01 VENTEFIL-STATUS  PIC XX.
       01 GODKFIL-STATUS   PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 AFTALEFIL-STATUS PIC XX.
       01 MANDATFIL-STATUS PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 KONFIGFIL-STATUS PIC XX.

      * Felterne i en udbetal_koe.txt-linje (samme som CLEARUD).
       01 KOE-FELT1        PIC X(10).
       01 KOE-FELT2        PIC X(10).
       01 KOE-FELT3        PIC X(10).
       01 KOE-FELT4        PIC X(4).
       01 KOE-FELT5        PIC X(10).
       01 KOE-FELT6        PIC X(15).
       01 KOE-FELT7        PIC X(10).
       01 KOE-FELT8        PIC X(1).
       01 KOE-FELT9        PIC X(10).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 SLUT-DATO        PIC X(10).
       01 HIST-FRA-DATO    PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 ARB-DAGNR        PIC 9(7).
       01 ARB-DATO         PIC X(10).
       01 BD-RETUR         PIC 9.

       01 HORISONT         PIC 9(3) VALUE 30.
       01 TOP-ANTAL        PIC 9(3) VALUE 10.
       01 KONFIG-NOEGLE    PIC X(15).
       01 KONFIG-VAERDI    PIC X(15).
       01 KONFIG-EOF-FLAG  PIC X VALUE "N".
          88 KONFIG-EOF    VALUE "Y".

      * Gentagne maanedlige forfald (faste ordrer og BS): dagen i
      * maaneden lagt ind i kandidatmaaneden, begraenset til
      * maanedens sidste dag.
       01 KANDIDAT-AAR     PIC 9(4).
       01 KANDIDAT-MAANED  PIC 9(2).
       01 KANDIDAT-DATO    PIC X(10).
       01 GENT-DAG         PIC 9(2).
       01 SIDSTE-DAG       PIC 9(2).
       01 MAANED-ANTAL     PIC 9(2).
       01 MD-IX            PIC 9(2).

      * Konti i noegleorden (laest med READ NEXT), saa opslag kan
      * halveres.
       01 KTO-TABEL.
          05 KTO-RAEKKE OCCURS 5000 TIMES.
             10 KTO-ID     PIC 9(5).
             10 KTO-EJER   PIC 9(5).
             10 KTO-VALUTA PIC X(5).
             10 KTO-SALDO  PIC S9(11)V99.
             10 KTO-INDLAAN PIC X(1).
       01 KTO-ANTAL        PIC 9(4) VALUE 0.
       01 KTO-OVERLOEB     PIC 9(5) VALUE 0.
       01 KTO-IX           PIC 9(4).
       01 KTO-FUNDET-IX    PIC 9(4).

      * Kunder i noegleorden med samlet indlaan i DKK.
       01 KND-TABEL.
          05 KND-RAEKKE OCCURS 5000 TIMES.
             10 KND-ID     PIC 9(5).
             10 KND-NAVN   PIC X(40).
             10 KND-INDLAAN PIC S9(13)V99.
             10 KND-VALGT  PIC X(1).
       01 KND-ANTAL        PIC 9(4) VALUE 0.
       01 KND-OVERLOEB     PIC 9(5) VALUE 0.
       01 KND-IX           PIC 9(4).
       01 KND-FUNDET-IX    PIC 9(4).
       01 SOEG-KUNDE       PIC 9(5).

       01 BS-LAV           PIC 9(4).
       01 BS-HOEJ          PIC 9(4).
       01 BS-MIDT          PIC 9(4).

       01 LTB-TABEL.
          05 LTB-RAEKKE OCCURS 2000 TIMES.
             10 LTB-KONTO  PIC 9(5).
             10 LTB-BETKONTO PIC 9(5).
       01 LTB-ANTAL        PIC 9(4) VALUE 0.
       01 LTB-IX           PIC 9(4).
       01 LTB-FUNDET-IX    PIC 9(4).

      * Aktive BS-mandater med den seneste opkraevning i
      * historikvinduet.
       01 MND-TABEL.
          05 MND-RAEKKE OCCURS 2000 TIMES.
             10 MND-KONTO  PIC 9(5).
             10 MND-KREDITOR PIC X(15).
             10 MND-DATO   PIC X(10).
             10 MND-BELOEB PIC S9(11)V99.
       01 MND-ANTAL        PIC 9(4) VALUE 0.
       01 MND-IX           PIC 9(4).

      * Prognosens bankdage; hver dag har ind/ud pr. valuta (samme
      * raekkefoelge som VAL-TABEL).
       01 DAG-TABEL.
          05 DAG-RAEKKE OCCURS 70 TIMES.
             10 DAG-DATO   PIC X(10).
             10 DAG-VAL OCCURS 10 TIMES.
                15 DAG-IND PIC S9(13)V99.
                15 DAG-UD  PIC S9(13)V99.
       01 DAG-ANTAL        PIC 9(2) VALUE 0.
       01 DAG-IX           PIC 9(2).
       01 DAG-FUNDET-IX    PIC 9(2).
       01 HOR-IX           PIC 9(3).

       01 VAL-TABEL.
          05 VAL-RAEKKE OCCURS 10 TIMES.
             10 VAL-KODE   PIC X(5).
             10 VAL-STRESS PIC S9(13)V99.
             10 VAL-RULLES PIC S9(13)V99.
             10 VAL-KAT OCCURS 7 TIMES.
                15 KAT-IND PIC S9(13)V99.
                15 KAT-UD  PIC S9(13)V99.
       01 VAL-ANTAL        PIC 9(2) VALUE 0.
       01 VAL-IX           PIC 9(2).
       01 VAL-FUNDET-IX    PIC 9(2).
       01 SOEG-VALUTA      PIC X(5).

       01 KAT-NAVNE.
          05 FILLER        PIC X(20) VALUE "Faste ordrer".
          05 FILLER        PIC X(20) VALUE "Fremdaterede overf.".
          05 FILLER        PIC X(20) VALUE "Godkendelseskoe".
          05 FILLER        PIC X(20) VALUE "Laaneydelser".
          05 FILLER        PIC X(20) VALUE "Tidsindskud (U)".
          05 FILLER        PIC X(20) VALUE "Betalingsservice".
          05 FILLER        PIC X(20) VALUE "Udbetalingskoe".
       01 KAT-NAVN-TABEL   REDEFINES KAT-NAVNE.
          05 KAT-NAVN      PIC X(20) OCCURS 7 TIMES.
       01 KAT-IX           PIC 9.

      * En enkelt bevaegelse der skal laegges i trappen.
       01 BEV-DATO         PIC X(10).
       01 BEV-KONTO        PIC 9(5).
       01 BEV-BELOEB       PIC S9(11)V99.
       01 BEV-KAT          PIC 9.
       01 BEV-RETNING      PIC X(1).
          88 BEV-ER-IND    VALUE "I".
          88 BEV-ER-UD     VALUE "U".
       01 BEV-VALUTA       PIC X(5).

      * En overfoersel mellem to konti i banken (begge ben).
       01 OVF-FRA          PIC 9(5).
       01 OVF-TIL          PIC 9(5).
       01 OVF-BELOEB       PIC S9(11)V99.
       01 OVF-FRA-VALUTA   PIC X(5).
       01 OVF-TIL-VALUTA   PIC X(5).

       01 VK-FRA           PIC X(5).
       01 VK-TIL           PIC X(5).
       01 VK-BELOEB-IND    PIC S9(11)V99.
       01 VK-BELOEB-UD     PIC S9(11)V99.
       01 VK-RETUR         PIC 9.

       01 ANTAL-BEV        PIC 9(7) VALUE 0.
       01 ANTAL-UDENFOR    PIC 9(7) VALUE 0.
       01 ANTAL-UKENDT     PIC 9(7) VALUE 0.
       01 ANTAL-RULLES     PIC 9(5) VALUE 0.
       01 ANTAL-BS-UDEN    PIC 9(5) VALUE 0.

       01 KUMULERET        PIC S9(13)V99.
       01 STRESSET         PIC S9(13)V99.
       01 NETTO            PIC S9(13)V99.
       01 LAVESTE-KUM      PIC S9(13)V99.
       01 LAVESTE-STRESS   PIC S9(13)V99.
       01 LAVESTE-DATO     PIC X(10).
       01 LAVESTE-S-DATO   PIC X(10).
       01 LINJE-BELOEB     PIC S9(11)V99.
       01 DKK-BELOEB       PIC S9(11)V99.

       01 RANG             PIC 9(3).
       01 BEDSTE-IX        PIC 9(4).

       01 E1               PIC -(12)9.99.
       01 E2               PIC -(12)9.99.
       01 E3               PIC -(12)9.99.
       01 E4               PIC -(12)9.99.
       01 E5               PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).
       01 SUM-TXT2         PIC X(17).
       01 ANTAL-EDIT       PIC ZZZZZZ9.

       01 LINJE            PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "LIKVIDITET".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Parsebuffer for historiklinjer laest gennem HISTADGANG.
       01 HIST-LINJE       PIC X(200).

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

           DISPLAY "=== LIKVIDITET: Likviditetsprognose ===".

           MOVE 0 TO RETUR
           PERFORM SIKR-KONFIGFIL
           PERFORM LAES-KONFIG
           PERFORM BYG-BANKDAGE
           PERFORM INDLAES-KONTI
           PERFORM INDLAES-KUNDER
           PERFORM INDLAES-LAAN

           PERFORM PROJEKTER-ORDRER
           PERFORM PROJEKTER-VENTENDE
           PERFORM PROJEKTER-GODKENDKOE
           PERFORM PROJEKTER-LAANEPLAN
           PERFORM PROJEKTER-AFTALER
           PERFORM INDLAES-MANDATER
           PERFORM FIND-BS-HISTORIK
           PERFORM PROJEKTER-BS
           PERFORM PROJEKTER-UDBETALINGER

           PERFORM SUMMER-INDSKYDERE
           PERFORM VAELG-STOERSTE
           PERFORM SUMMER-STRESS

           PERFORM SKRIV-RAPPORT
           MOVE "likviditet" TO RA-NAVN
           MOVE "likviditet.txt" TO RA-FIL
           MOVE "LIKVIDITET" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Likviditetsprognose dannet i likviditet.txt: "
               DAG-ANTAL " bankdage til " SLUT-DATO ", "
               ANTAL-BEV " bevaegelser i " VAL-ANTAL " valuta(er)."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Bankdagene fra i morgen til og med i dag + HORISONT. Dagens
      * egne bevaegelser afvikles af natbatchen i aften; hvad der
      * stadig ligger og venter lander paa foerste bankdag.
       BYG-BANKDAGE.
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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           IF HORISONT < 1
               MOVE 30 TO HORISONT
           END-IF
           IF HORISONT > 90
               MOVE 90 TO HORISONT
           END-IF
           COMPUTE MAANED-ANTAL = HORISONT / 28 + 2

           COMPUTE ARB-DAGNR = NU-DAGNR + HORISONT
           PERFORM DAGNR-TIL-TEKST
           MOVE ARB-DATO TO SLUT-DATO
           COMPUTE ARB-DAGNR = NU-DAGNR - 92
           PERFORM DAGNR-TIL-TEKST
           MOVE ARB-DATO TO HIST-FRA-DATO

           INITIALIZE DAG-TABEL
           MOVE 0 TO DAG-ANTAL
           PERFORM VARYING HOR-IX FROM 1 BY 1
               UNTIL HOR-IX > HORISONT
               COMPUTE ARB-DAGNR = NU-DAGNR + HOR-IX
               PERFORM DAGNR-TIL-TEKST
               CALL "BANKDAG" USING ARB-DATO BD-RETUR
               IF BD-RETUR = 0 AND DAG-ANTAL < 70
                   ADD 1 TO DAG-ANTAL
                   MOVE ARB-DATO TO DAG-DATO(DAG-ANTAL)
               END-IF
           END-PERFORM.

       DAGNR-TIL-TEKST.
           MOVE FUNCTION DATE-OF-INTEGER(ARB-DAGNR) TO DATO-TAL-RED
           MOVE ALL SPACES TO ARB-DATO
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO ARB-DATO
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
                           PERFORM GEM-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

      * Indlaan til stresstesten: aabne konti med positiv saldo,
      * laanekonti undtaget (samme afgraensning som INDSKYDERGAR).
       GEM-KONTO.
           IF KTO-ANTAL < 5000
               ADD 1 TO KTO-ANTAL
               INITIALIZE KTO-RAEKKE(KTO-ANTAL)
               MOVE KONTO-NOEGLE TO KTO-ID(KTO-ANTAL)
               MOVE FUNCTION NUMVAL(KONTO-FELT2)
                   TO KTO-EJER(KTO-ANTAL)
               IF FUNCTION TRIM(KONTO-FELT5) = SPACES
                   MOVE "DKK" TO KTO-VALUTA(KTO-ANTAL)
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       KONTO-FELT5)) TO KTO-VALUTA(KTO-ANTAL)
               END-IF
               MOVE FUNCTION NUMVAL(KONTO-FELT4)
                   TO KTO-SALDO(KTO-ANTAL)
               IF KONTO-FELT9 NOT = "J"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       KONTO-FELT3)) NOT = "LAAN"
                   AND KTO-SALDO(KTO-ANTAL) > 0
                   MOVE "J" TO KTO-INDLAAN(KTO-ANTAL)
               ELSE
                   MOVE "N" TO KTO-INDLAAN(KTO-ANTAL)
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
               MOVE "N" TO KND-VALGT(KND-ANTAL)
           ELSE
               ADD 1 TO KND-OVERLOEB
           END-IF.

       INDLAES-LAAN.
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
                               AND LTB-ANTAL < 2000
                               UNSTRING LAAN-LINJE
                                   DELIMITED BY ";"
                                   INTO LAAN-FELT1 LAAN-FELT2
                               ADD 1 TO LTB-ANTAL
                               MOVE FUNCTION NUMVAL(LAAN-FELT1)
                                   TO LTB-KONTO(LTB-ANTAL)
                               MOVE FUNCTION NUMVAL(LAAN-FELT2)
                                   TO LTB-BETKONTO(LTB-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANFIL
           END-IF.

      * Faste ordrer: et forfald pr. maaned i horisonten.
       PROJEKTER-ORDRER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS = "35"
               CLOSE ORDREFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ORDREFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ORDRE-LINJE)) > 0
                               MOVE SPACES TO ORDRE-FELT7
                                   ORDRE-FELT8 ORDRE-FELT9
                                   ORDRE-FELT10
                               UNSTRING ORDRE-LINJE
                                   DELIMITED BY ";"
                                   INTO ORDRE-FELT1 ORDRE-FELT2
                                        ORDRE-FELT3 ORDRE-FELT4
                                        ORDRE-FELT5 ORDRE-FELT6
                                        ORDRE-FELT7 ORDRE-FELT8
                                        ORDRE-FELT9 ORDRE-FELT10
                               IF ORDRE-FELT8 = "A" OR ORDRE-FELT8 = "a"
                                   PERFORM PROJEKTER-ORDRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDREFIL
           END-IF.

       PROJEKTER-ORDRE.
           MOVE FUNCTION NUMVAL(ORDRE-FELT5) TO GENT-DAG
           MOVE NU-AAR TO KANDIDAT-AAR
           MOVE NU-MAANED TO KANDIDAT-MAANED
           PERFORM VARYING MD-IX FROM 1 BY 1
               UNTIL MD-IX > MAANED-ANTAL
               PERFORM FIND-FORFALD-I-MAANED
               IF KANDIDAT-DATO > NU-DATO-TXT
                   AND KANDIDAT-DATO NOT > SLUT-DATO
                   AND FUNCTION TRIM(ORDRE-FELT6) NOT > KANDIDAT-DATO
                   AND (FUNCTION TRIM(ORDRE-FELT7) = SPACES
                       OR FUNCTION TRIM(ORDRE-FELT7)
                           NOT < KANDIDAT-DATO)
                   MOVE KANDIDAT-DATO TO BEV-DATO
                   MOVE 1 TO BEV-KAT
                   MOVE FUNCTION NUMVAL(ORDRE-FELT4) TO OVF-BELOEB
                   MOVE FUNCTION NUMVAL(ORDRE-FELT2) TO OVF-FRA
                   IF FUNCTION TRIM(ORDRE-FELT3) = "EKSTERN"
                       MOVE OVF-FRA TO BEV-KONTO
                       MOVE OVF-BELOEB TO BEV-BELOEB
                       SET BEV-ER-UD TO TRUE
                       PERFORM REGISTRER-BEV
                   ELSE
                       MOVE FUNCTION NUMVAL(ORDRE-FELT3) TO OVF-TIL
                       PERFORM REGISTRER-OVERFOERSEL
                   END-IF
               END-IF
               PERFORM NAESTE-MAANED
           END-PERFORM.

      * Forfaldsdagen GENT-DAG i kandidatmaaneden; dag 29-31 i en
      * kortere maaned bliver maanedens sidste dag (som FASTKOER).
       FIND-FORFALD-I-MAANED.
           MOVE KANDIDAT-AAR TO DT-AAR
           IF KANDIDAT-MAANED = 12
               ADD 1 TO DT-AAR
               MOVE 01 TO DT-MAANED
           ELSE
               COMPUTE DT-MAANED = KANDIDAT-MAANED + 1
           END-IF
           MOVE 01 TO DT-DAG
           COMPUTE ARB-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - 1
           MOVE FUNCTION DATE-OF-INTEGER(ARB-DAGNR) TO DATO-TAL-RED
           MOVE DT-DAG TO SIDSTE-DAG
           MOVE GENT-DAG TO DT-DAG
           IF DT-DAG > SIDSTE-DAG
               MOVE SIDSTE-DAG TO DT-DAG
           END-IF
           IF DT-DAG = 0
               MOVE 1 TO DT-DAG
           END-IF
           MOVE ALL SPACES TO KANDIDAT-DATO
           STRING
               KANDIDAT-AAR DELIMITED BY SIZE
               "-"
               KANDIDAT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO KANDIDAT-DATO
           END-STRING.

       NAESTE-MAANED.
           IF KANDIDAT-MAANED = 12
               ADD 1 TO KANDIDAT-AAR
               MOVE 01 TO KANDIDAT-MAANED
           ELSE
               ADD 1 TO KANDIDAT-MAANED
           END-IF.

       PROJEKTER-VENTENDE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT VENTEFIL
           IF VENTEFIL-STATUS = "35"
               CLOSE VENTEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ VENTEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(VENTE-LINJE)) > 0
                               MOVE SPACES TO VENT-FELT8 VENT-FELT9
                               UNSTRING VENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO VENT-FELT1 VENT-FELT2
                                        VENT-FELT3 VENT-FELT4
                                        VENT-FELT5 VENT-FELT6
                                        VENT-FELT7 VENT-FELT8
                                        VENT-FELT9
                               IF VENT-FELT8 = "A"
                                   AND VENT-FELT5 NOT > SLUT-DATO
                                   MOVE VENT-FELT5 TO BEV-DATO
                                   MOVE 2 TO BEV-KAT
                                   MOVE FUNCTION NUMVAL(VENT-FELT4)
                                       TO OVF-BELOEB
                                   MOVE FUNCTION NUMVAL(VENT-FELT2)
                                       TO OVF-FRA
                                   MOVE FUNCTION NUMVAL(VENT-FELT3)
                                       TO OVF-TIL
                                   PERFORM REGISTRER-OVERFOERSEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEFIL
           END-IF.

       PROJEKTER-GODKENDKOE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GODKFIL
           IF GODKFIL-STATUS = "35"
               CLOSE GODKFIL
           ELSE
               PERFORM UNTIL EOF
                   READ GODKFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GODK-LINJE)) > 0
                               MOVE SPACES TO GODK-FELT8 GODK-FELT9
                               UNSTRING GODK-LINJE
                                   DELIMITED BY ";"
                                   INTO GODK-FELT1 GODK-FELT2
                                        GODK-FELT3 GODK-FELT4
                                        GODK-FELT5 GODK-FELT6
                                        GODK-FELT7 GODK-FELT8
                                        GODK-FELT9
                               IF GODK-FELT8 = "V"
                                   AND GODK-FELT5 NOT > SLUT-DATO
                                   MOVE GODK-FELT5 TO BEV-DATO
                                   MOVE 3 TO BEV-KAT
                                   MOVE FUNCTION NUMVAL(GODK-FELT4)
                                       TO OVF-BELOEB
                                   MOVE FUNCTION NUMVAL(GODK-FELT2)
                                       TO OVF-FRA
                                   MOVE FUNCTION NUMVAL(GODK-FELT3)
                                       TO OVF-TIL
                                   PERFORM REGISTRER-OVERFOERSEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GODKFIL
           END-IF.

      * Afventende terminer: ydelsen gaar fra betalingskontoen til
      * laanekontoen.
       PROJEKTER-LAANEPLAN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PLANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PLAN-LINJE)) > 0
                               MOVE SPACES TO PLAN-FELT8
                               UNSTRING PLAN-LINJE
                                   DELIMITED BY ";"
                                   INTO PLAN-FELT1 PLAN-FELT2
                                        PLAN-FELT3 PLAN-FELT4
                                        PLAN-FELT5 PLAN-FELT6
                                        PLAN-FELT7 PLAN-FELT8
                               IF PLAN-FELT8 = "A"
                                   AND PLAN-FELT3 NOT > SLUT-DATO
                                   PERFORM PROJEKTER-TERMIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

       PROJEKTER-TERMIN.
           MOVE 0 TO LTB-FUNDET-IX
           PERFORM VARYING LTB-IX FROM 1 BY 1
               UNTIL LTB-IX > LTB-ANTAL OR LTB-FUNDET-IX > 0
               IF LTB-KONTO(LTB-IX) = FUNCTION NUMVAL(PLAN-FELT1)
                   MOVE LTB-IX TO LTB-FUNDET-IX
               END-IF
           END-PERFORM
           IF LTB-FUNDET-IX > 0
               MOVE PLAN-FELT3 TO BEV-DATO
               MOVE 4 TO BEV-KAT
               MOVE FUNCTION NUMVAL(PLAN-FELT4) TO OVF-BELOEB
               MOVE LTB-BETKONTO(LTB-FUNDET-IX) TO OVF-FRA
               MOVE LTB-KONTO(LTB-FUNDET-IX) TO OVF-TIL
               PERFORM REGISTRER-OVERFOERSEL
           ELSE
               ADD 1 TO ANTAL-UKENDT
           END-IF.

      * Tidsindskud der forfalder i horisonten. Kun instruks U flytter
      * penge (saldoen til modkontoen); R rulles over.
       PROJEKTER-AFTALER.
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
                                   INTO AFT-FELT1 AFT-FELT2
                                        AFT-FELT3 AFT-FELT4
                                        AFT-FELT5 AFT-FELT6
                                        AFT-FELT7
                               IF AFT-FELT7 = "A"
                                   AND AFT-FELT4 NOT > SLUT-DATO
                                   PERFORM PROJEKTER-AFTALE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALEFIL
           END-IF.

       PROJEKTER-AFTALE.
           MOVE FUNCTION NUMVAL(AFT-FELT1) TO KONTO-NOEGLE
           PERFORM FIND-KONTO
           IF KTO-FUNDET-IX = 0
               ADD 1 TO ANTAL-UKENDT
           ELSE
               IF KTO-SALDO(KTO-FUNDET-IX) > 0
                   IF AFT-FELT5 = "U"
                       MOVE AFT-FELT4 TO BEV-DATO
                       MOVE 5 TO BEV-KAT
                       MOVE KTO-SALDO(KTO-FUNDET-IX) TO OVF-BELOEB
                       MOVE KTO-ID(KTO-FUNDET-IX) TO OVF-FRA
                       MOVE FUNCTION NUMVAL(AFT-FELT6) TO OVF-TIL
                       PERFORM REGISTRER-OVERFOERSEL
                   ELSE
                       MOVE KTO-VALUTA(KTO-FUNDET-IX) TO SOEG-VALUTA
                       PERFORM FIND-VALUTA
                       ADD KTO-SALDO(KTO-FUNDET-IX)
                           TO VAL-RULLES(VAL-FUNDET-IX)
                       ADD 1 TO ANTAL-RULLES
                   END-IF
               END-IF
           END-IF.

       INDLAES-MANDATER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS = "35"
               CLOSE MANDATFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MANDATFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MANDAT-LINJE)) > 0
                               UNSTRING MANDAT-LINJE
                                   DELIMITED BY ";"
                                   INTO MAN-FELT1 MAN-FELT2 MAN-FELT3
                               IF MAN-FELT3 = "A" AND MND-ANTAL < 2000
                                   ADD 1 TO MND-ANTAL
                                   MOVE FUNCTION NUMVAL(MAN-FELT1)
                                       TO MND-KONTO(MND-ANTAL)
                                   MOVE FUNCTION TRIM(MAN-FELT2)
                                       TO MND-KREDITOR(MND-ANTAL)
                                   MOVE SPACES TO MND-DATO(MND-ANTAL)
                                   MOVE 0 TO MND-BELOEB(MND-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
           END-IF.

      * Seneste BS-TRAEK pr. mandat (konto + kreditor i 9. felt) i
      * de sidste 92 dage.
       FIND-BS-HISTORIK.
           IF MND-ANTAL > 0
               MOVE "N" TO HIST-EOF-FLAG
               MOVE "A" TO HA-HANDLING
               MOVE HIST-FRA-DATO TO HA-FRA-DATO
               MOVE NU-DATO-TXT TO HA-TIL-DATO
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
                           MOVE SPACES TO HIST-FELT8 HIST-FELT9
                           UNSTRING HIST-LINJE
                               DELIMITED BY ";"
                               INTO HIST-FELT1 HIST-FELT2
                                    HIST-FELT3 HIST-FELT4
                                    HIST-FELT5 HIST-FELT6
                                    HIST-FELT7 HIST-FELT8
                                    HIST-FELT9
                           IF FUNCTION TRIM(HIST-FELT3) = "BS-TRAEK"
                               AND HIST-FELT2 NOT < HIST-FRA-DATO
                               AND HIST-FELT8(1:10) NOT = "STORNERET:"
                               PERFORM GEM-BS-TRAEK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "L" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           END-IF.

       GEM-BS-TRAEK.
           PERFORM VARYING MND-IX FROM 1 BY 1
               UNTIL MND-IX > MND-ANTAL
               IF MND-KONTO(MND-IX) = FUNCTION NUMVAL(HIST-FELT1)
                   AND MND-KREDITOR(MND-IX) = FUNCTION TRIM(HIST-FELT9)
                   AND HIST-FELT2 NOT < MND-DATO(MND-IX)
                   MOVE HIST-FELT2 TO MND-DATO(MND-IX)
                   MOVE FUNCTION NUMVAL(HIST-FELT4) TO LINJE-BELOEB
                   IF LINJE-BELOEB < 0
                       COMPUTE LINJE-BELOEB = 0 - LINJE-BELOEB
                   END-IF
                   MOVE LINJE-BELOEB TO MND-BELOEB(MND-IX)
               END-IF
           END-PERFORM.

      * Et mandat uden opkraevning i vinduet kan ikke skoennes og
      * taelles kun.
       PROJEKTER-BS.
           PERFORM VARYING MND-IX FROM 1 BY 1
               UNTIL MND-IX > MND-ANTAL
               IF MND-DATO(MND-IX) = SPACES
                   ADD 1 TO ANTAL-BS-UDEN
               ELSE
                   MOVE MND-DATO(MND-IX)(9:2) TO GENT-DAG
                   MOVE NU-AAR TO KANDIDAT-AAR
                   MOVE NU-MAANED TO KANDIDAT-MAANED
                   PERFORM VARYING MD-IX FROM 1 BY 1
                       UNTIL MD-IX > MAANED-ANTAL
                       PERFORM FIND-FORFALD-I-MAANED
                       IF KANDIDAT-DATO > NU-DATO-TXT
                           AND KANDIDAT-DATO NOT > SLUT-DATO
                           MOVE KANDIDAT-DATO TO BEV-DATO
                           MOVE 6 TO BEV-KAT
                           MOVE MND-KONTO(MND-IX) TO BEV-KONTO
                           MOVE MND-BELOEB(MND-IX) TO BEV-BELOEB
                           SET BEV-ER-UD TO TRUE
                           PERFORM REGISTRER-BEV
                       END-IF
                       PERFORM NAESTE-MAANED
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Udgaaende betalinger der endnu ikke er sendt af CLEARUD
      * afregnes foerste bankdag.
       PROJEKTER-UDBETALINGER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KOEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KOE-LINJE)) > 0
                               MOVE SPACES TO KOE-FELT8 KOE-FELT9
                               UNSTRING KOE-LINJE
                                   DELIMITED BY ";"
                                   INTO KOE-FELT1 KOE-FELT2 KOE-FELT3
                                        KOE-FELT4 KOE-FELT5 KOE-FELT6
                                        KOE-FELT7 KOE-FELT8 KOE-FELT9
                               IF KOE-FELT8 = "K" OR KOE-FELT8 = "k"
                                   MOVE SPACES TO BEV-DATO
                                   MOVE 7 TO BEV-KAT
                                   MOVE FUNCTION NUMVAL(KOE-FELT3)
                                       TO BEV-KONTO
                                   MOVE FUNCTION NUMVAL(KOE-FELT6)
                                       TO BEV-BELOEB
                                   SET BEV-ER-UD TO TRUE
                                   PERFORM REGISTRER-BEV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF.

      * Begge ben af en intern overfoersel (BEV-DATO og BEV-KAT er
      * sat af kalderen). Tilbenet omregnes naar til-kontoen har en
      * anden valuta end fra-kontoen.
       REGISTRER-OVERFOERSEL.
           MOVE OVF-FRA TO KONTO-NOEGLE
           PERFORM FIND-KONTO
           IF KTO-FUNDET-IX > 0
               MOVE KTO-VALUTA(KTO-FUNDET-IX) TO OVF-FRA-VALUTA
           ELSE
               MOVE "DKK" TO OVF-FRA-VALUTA
           END-IF
           MOVE OVF-TIL TO KONTO-NOEGLE
           PERFORM FIND-KONTO
           IF KTO-FUNDET-IX > 0
               MOVE KTO-VALUTA(KTO-FUNDET-IX) TO OVF-TIL-VALUTA
           ELSE
               MOVE "DKK" TO OVF-TIL-VALUTA
           END-IF

           MOVE OVF-FRA TO BEV-KONTO
           MOVE OVF-BELOEB TO BEV-BELOEB
           SET BEV-ER-UD TO TRUE
           PERFORM REGISTRER-BEV

           MOVE OVF-TIL TO BEV-KONTO
           IF OVF-TIL-VALUTA = OVF-FRA-VALUTA
               MOVE OVF-BELOEB TO BEV-BELOEB
           ELSE
               MOVE OVF-FRA-VALUTA TO VK-FRA
               MOVE OVF-TIL-VALUTA TO VK-TIL
               MOVE OVF-BELOEB TO VK-BELOEB-IND
               CALL "VALUTAKURS" USING VK-FRA VK-TIL VK-BELOEB-IND
                   VK-BELOEB-UD VK-RETUR
               MOVE VK-BELOEB-UD TO BEV-BELOEB
           END-IF
           SET BEV-ER-IND TO TRUE
           PERFORM REGISTRER-BEV.

      * Laeg en bevaegelse i trappen paa kontoens valuta og den
      * bankdag datoen falder paa.
       REGISTRER-BEV.
           MOVE BEV-KONTO TO KONTO-NOEGLE
           PERFORM FIND-KONTO
           IF KTO-FUNDET-IX > 0
               MOVE KTO-VALUTA(KTO-FUNDET-IX) TO BEV-VALUTA
           ELSE
               MOVE "DKK" TO BEV-VALUTA
               ADD 1 TO ANTAL-UKENDT
           END-IF
           PERFORM FIND-DAG
           IF DAG-FUNDET-IX = 0
               ADD 1 TO ANTAL-UDENFOR
           ELSE
               MOVE BEV-VALUTA TO SOEG-VALUTA
               PERFORM FIND-VALUTA
               ADD 1 TO ANTAL-BEV
               IF BEV-ER-IND
                   ADD BEV-BELOEB
                       TO DAG-IND(DAG-FUNDET-IX, VAL-FUNDET-IX)
                   ADD BEV-BELOEB TO KAT-IND(VAL-FUNDET-IX, BEV-KAT)
               ELSE
                   ADD BEV-BELOEB
                       TO DAG-UD(DAG-FUNDET-IX, VAL-FUNDET-IX)
                   ADD BEV-BELOEB TO KAT-UD(VAL-FUNDET-IX, BEV-KAT)
               END-IF
           END-IF.

      * Foerste bankdag paa eller efter BEV-DATO; blank eller allerede
      * forfalden dato giver foerste bankdag, efter sidste bankdag
      * giver 0 (uden for horisonten).
       FIND-DAG.
           MOVE 0 TO DAG-FUNDET-IX
           IF DAG-ANTAL > 0
               IF BEV-DATO = SPACES
                   OR BEV-DATO NOT > DAG-DATO(1)
                   MOVE 1 TO DAG-FUNDET-IX
               ELSE
                   PERFORM VARYING DAG-IX FROM 1 BY 1
                       UNTIL DAG-IX > DAG-ANTAL OR DAG-FUNDET-IX > 0
                       IF DAG-DATO(DAG-IX) NOT < BEV-DATO
                           MOVE DAG-IX TO DAG-FUNDET-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Valutaens plads i tabellen; en ny valuta faar en ny plads,
      * og er tabellen fuld samles resten under OEVRIG.
       FIND-VALUTA.
           MOVE 0 TO VAL-FUNDET-IX
           PERFORM VARYING VAL-IX FROM 1 BY 1
               UNTIL VAL-IX > VAL-ANTAL OR VAL-FUNDET-IX > 0
               IF VAL-KODE(VAL-IX) = SOEG-VALUTA
                   MOVE VAL-IX TO VAL-FUNDET-IX
               END-IF
           END-PERFORM
           IF VAL-FUNDET-IX = 0
               IF VAL-ANTAL < 10
                   ADD 1 TO VAL-ANTAL
                   MOVE VAL-ANTAL TO VAL-FUNDET-IX
                   INITIALIZE VAL-RAEKKE(VAL-FUNDET-IX)
                   MOVE SOEG-VALUTA TO VAL-KODE(VAL-FUNDET-IX)
               ELSE
                   MOVE 10 TO VAL-FUNDET-IX
                   MOVE "OEVRG" TO VAL-KODE(VAL-FUNDET-IX)
               END-IF
           END-IF.

      * Indlaan pr. kunde i DKK (valutakonti omregnet med dagens
      * kurs), lagt paa den primaere ejer.
       SUMMER-INDSKYDERE.
           PERFORM VARYING KTO-IX FROM 1 BY 1
               UNTIL KTO-IX > KTO-ANTAL
               IF KTO-INDLAAN(KTO-IX) = "J"
                   MOVE KTO-EJER(KTO-IX) TO SOEG-KUNDE
                   PERFORM FIND-KUNDE
                   IF KND-FUNDET-IX > 0
                       IF KTO-VALUTA(KTO-IX) = "DKK"
                           MOVE KTO-SALDO(KTO-IX) TO DKK-BELOEB
                       ELSE
                           MOVE KTO-VALUTA(KTO-IX) TO VK-FRA
                           MOVE "DKK" TO VK-TIL
                           MOVE KTO-SALDO(KTO-IX) TO VK-BELOEB-IND
                           CALL "VALUTAKURS" USING VK-FRA VK-TIL
                               VK-BELOEB-IND VK-BELOEB-UD VK-RETUR
                           MOVE VK-BELOEB-UD TO DKK-BELOEB
                       END-IF
                       ADD DKK-BELOEB TO KND-INDLAAN(KND-FUNDET-IX)
                   END-IF
               END-IF
           END-PERFORM.

      * TOP-ANTAL gennemloeb der hver vaelger den stoerste endnu
      * ikke valgte indskyder (samme moenster som KUNDEPROFIT).
       VAELG-STOERSTE.
           IF TOP-ANTAL > 50
               MOVE 50 TO TOP-ANTAL
           END-IF
           PERFORM VARYING RANG FROM 1 BY 1
               UNTIL RANG > TOP-ANTAL
               MOVE 0 TO BEDSTE-IX
               PERFORM VARYING KND-IX FROM 1 BY 1
                   UNTIL KND-IX > KND-ANTAL
                   IF KND-INDLAAN(KND-IX) > 0
                       AND KND-VALGT(KND-IX) NOT = "J"
                       IF BEDSTE-IX = 0
                           MOVE KND-IX TO BEDSTE-IX
                       ELSE
                           IF KND-INDLAAN(KND-IX) >
                               KND-INDLAAN(BEDSTE-IX)
                               MOVE KND-IX TO BEDSTE-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEDSTE-IX = 0
                   MOVE TOP-ANTAL TO RANG
               ELSE
                   MOVE "J" TO KND-VALGT(BEDSTE-IX)
               END-IF
           END-PERFORM.

      * De valgte indskyderes indlaan pr. valuta er stress-
      * udstroemningen.
       SUMMER-STRESS.
           PERFORM VARYING KTO-IX FROM 1 BY 1
               UNTIL KTO-IX > KTO-ANTAL
               IF KTO-INDLAAN(KTO-IX) = "J"
                   MOVE KTO-EJER(KTO-IX) TO SOEG-KUNDE
                   PERFORM FIND-KUNDE
                   IF KND-FUNDET-IX > 0
                       IF KND-VALGT(KND-FUNDET-IX) = "J"
                           MOVE KTO-VALUTA(KTO-IX) TO SOEG-VALUTA
                           PERFORM FIND-VALUTA
                           ADD KTO-SALDO(KTO-IX)
                               TO VAL-STRESS(VAL-FUNDET-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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
           STRING "LIKVIDITET - likviditetsprognose dannet "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               " for bankdagene til og med " DELIMITED BY SIZE
               SLUT-DATO DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE TOP-ANTAL TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Stress: de " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               " stoerste indskydere haever alt foerste bankdag."
               DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
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
           END-IF
           IF ANTAL-UKENDT > 0
               MOVE ANTAL-UKENDT TO ANTAL-EDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
                   " bevaegelser paa ukendte konti (regnet i DKK)."
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF

           PERFORM VARYING VAL-IX FROM 1 BY 1
               UNTIL VAL-IX > VAL-ANTAL
               PERFORM SKRIV-VALUTA
           END-PERFORM
           IF VAL-ANTAL = 0
               MOVE "----------------------------------------"
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               MOVE "Ingen planlagte bevaegelser i horisonten."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF

           PERFORM SKRIV-INDSKYDERE
           PERFORM SKRIV-OPLYSNINGER
           CLOSE RAPPORTFIL.

       SKRIV-VALUTA.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE VAL-STRESS(VAL-IX) TO E1
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Valuta " DELIMITED BY SIZE
               VAL-KODE(VAL-IX) DELIMITED BY SIZE
               "  stressudstroemning " DELIMITED BY SIZE
               FUNCTION TRIM(E1) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Bankdag   " DELIMITED BY SIZE
               "               Ind" DELIMITED BY SIZE
               "                Ud" DELIMITED BY SIZE
               "             Netto" DELIMITED BY SIZE
               "         Kumuleret" DELIMITED BY SIZE
               "          Stresset" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE

           MOVE 0 TO KUMULERET
           MOVE 0 TO LAVESTE-KUM
           MOVE 0 TO LAVESTE-STRESS
           MOVE SPACES TO LAVESTE-DATO LAVESTE-S-DATO
           PERFORM VARYING DAG-IX FROM 1 BY 1
               UNTIL DAG-IX > DAG-ANTAL
               COMPUTE NETTO = DAG-IND(DAG-IX, VAL-IX)
                   - DAG-UD(DAG-IX, VAL-IX)
               ADD NETTO TO KUMULERET
               COMPUTE STRESSET = KUMULERET - VAL-STRESS(VAL-IX)
               IF LAVESTE-DATO = SPACES OR KUMULERET < LAVESTE-KUM
                   MOVE KUMULERET TO LAVESTE-KUM
                   MOVE DAG-DATO(DAG-IX) TO LAVESTE-DATO
               END-IF
               IF LAVESTE-S-DATO = SPACES
                   OR STRESSET < LAVESTE-STRESS
                   MOVE STRESSET TO LAVESTE-STRESS
                   MOVE DAG-DATO(DAG-IX) TO LAVESTE-S-DATO
               END-IF
               MOVE DAG-IND(DAG-IX, VAL-IX) TO E1
               MOVE DAG-UD(DAG-IX, VAL-IX) TO E2
               MOVE NETTO TO E3
               MOVE KUMULERET TO E4
               MOVE STRESSET TO E5
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING DAG-DATO(DAG-IX) DELIMITED BY SIZE
                   "  " E1 "  " E2 "  " E3 "  " E4 "  " E5
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM

           MOVE LAVESTE-KUM TO E1
           MOVE LAVESTE-STRESS TO E2
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Laveste kumuleret " DELIMITED BY SIZE
               FUNCTION TRIM(E1) DELIMITED BY SIZE
               " den " DELIMITED BY SIZE
               LAVESTE-DATO DELIMITED BY SIZE
               ", stresset " DELIMITED BY SIZE
               FUNCTION TRIM(E2) DELIMITED BY SIZE
               " den " DELIMITED BY SIZE
               LAVESTE-S-DATO DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE

           MOVE "Pr. kilde (ind / ud i horisonten)" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 7
               IF KAT-IND(VAL-IX, KAT-IX) NOT = 0
                   OR KAT-UD(VAL-IX, KAT-IX) NOT = 0
                   MOVE KAT-IND(VAL-IX, KAT-IX) TO E1
                   MOVE KAT-UD(VAL-IX, KAT-IX) TO E2
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "  " KAT-NAVN(KAT-IX) DELIMITED BY SIZE
                       E1 "  " E2 DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-PERFORM
           IF VAL-RULLES(VAL-IX) NOT = 0
               MOVE VAL-RULLES(VAL-IX) TO E1
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "  Tidsindskud der rulles over (ingen betaling) "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(E1) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       SKRIV-INDSKYDERE.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Stoerste indskydere (indlaan omregnet til DKK)"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE 0 TO RANG
           PERFORM VARYING KND-IX FROM 1 BY 1
               UNTIL KND-IX > KND-ANTAL
               IF KND-VALGT(KND-IX) = "J"
                   ADD 1 TO RANG
               END-IF
           END-PERFORM
           IF RANG = 0
               MOVE "Ingen indskydere." TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF
      * Udskriv i faldende orden: hver runde tager den stoerste
      * valgte der ikke er skrevet endnu (markeret "S").
           PERFORM RANG TIMES
               MOVE 0 TO BEDSTE-IX
               PERFORM VARYING KND-IX FROM 1 BY 1
                   UNTIL KND-IX > KND-ANTAL
                   IF KND-VALGT(KND-IX) = "J"
                       IF BEDSTE-IX = 0
                           MOVE KND-IX TO BEDSTE-IX
                       ELSE
                           IF KND-INDLAAN(KND-IX) >
                               KND-INDLAAN(BEDSTE-IX)
                               MOVE KND-IX TO BEDSTE-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEDSTE-IX > 0
                   MOVE "S" TO KND-VALGT(BEDSTE-IX)
                   MOVE KND-INDLAAN(BEDSTE-IX) TO E1
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "Kunde " DELIMITED BY SIZE
                       KND-ID(BEDSTE-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KND-NAVN(BEDSTE-IX) DELIMITED BY SIZE
                       " indlaan " DELIMITED BY SIZE
                       FUNCTION TRIM(E1) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-PERFORM.

       SKRIV-OPLYSNINGER.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ANTAL-BEV TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Bevaegelser i trappen: " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ANTAL-UDENFOR TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Falder efter sidste bankdag i horisonten: "
               DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ANTAL-RULLES TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Tidsindskud der rulles over: " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ANTAL-BS-UDEN TO ANTAL-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Aktive BS-mandater uden opkraevning de sidste 92 "
               DELIMITED BY SIZE
               "dage (ikke skoennet): " DELIMITED BY SIZE
               FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       SIKR-KONFIGFIL.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "HORISONT;30" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               MOVE "TOPANTAL;10" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
               DISPLAY "Ingen likviditetkonfig.txt fundet - oprettet "
                   "standard (horisont 30 dage, top 10)."
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
                               WHEN "HORISONT"
                                   MOVE FUNCTION
                                       NUMVAL(KONFIG-VAERDI)
                                       TO HORISONT
                               WHEN "TOPANTAL"
                                   MOVE FUNCTION
                                       NUMVAL(KONFIG-VAERDI)
                                       TO TOP-ANTAL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIGFIL.
