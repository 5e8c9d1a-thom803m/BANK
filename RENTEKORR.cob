       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEKORR.

      *> Tilbagevirkende renteberegning i natbatchen, koert lige
      *> foer RENTEDAGLIG. En postering hvis valoerdato ligger paa
      *> eller foer RENTEDAGLIG's seneste koersel (natkontrol.txt) -
      *> typisk en STORNO af en aeldre postering, der faar
      *> originalens valoer, eller en sen clearinglinje - aendrer
      *> saldoen for dage hvis rente allerede er tilvokset. Trinnet
      *> finder de posteringer der er bogfoert siden sin egen
      *> seneste koersel (foerste gang: siden RENTEDAGLIG's) med
      *> valoer paa en allerede tilskrevet dag, og for hver beroert
      *> konto genberegnes hver dag fra den tidligste valoer til og
      *> med RENTEDAGLIG's seneste dato:
      *>   rettet dagssaldo  = bogfoert saldo minus alle posteringer
      *>                       med valoer efter dagen;
      *>   tidligere saldo   = rettet dagssaldo minus de fundne
      *>                       posteringer med valoer til og med
      *>                       dagen (de kendtes ikke da dagen blev
      *>                       tilskrevet);
      *> og begge forrentes for én dag med satserne i
      *> rentesatser.txt der var gyldige den dag (gyldig-fra-regel,
      *> trapperente og DEBET-raekker som RENTEDAGLIG; en gyldig
      *> prisaftale gaar forud). Forskellen lander saadan:
      *>   - dage efter RENTEBATCH's seneste tilskrivning: kredit-
      *>     forskellen laegges til kontoens linje i
      *>     rentetilvaekst.txt, debetforskellen i
      *>     overtraek_tilvaekst.txt, og hver rettet dag
      *>     dokumenteres i rentegrundlag.txt som
      *>     dato;konto;saldoforskel;renteforskel;KORREKTION:<dag>;
      *>   - dage der allerede er tilskrevet: forskellen posteres
      *>     direkte paa kontoen som en RENTEKORREKTION-linje
      *>     (fortegnsbaerende beloeb som STORNO) og adviseres.
      *> Alle rettelser staar paa dagens rapport
      *> rentekorrektion_rapport.txt (arkiveret via RAPPORTARKIV)
      *> med de udloesende posteringer. Konti af typen LAAN og
      *> AFTALE springes over ligesom i RENTEDAGLIG; spaerrede og
      *> lukkede konti rettes ikke men naevnes paa rapporten, saa
      *> de kan behandles manuelt. Hoejst 400 dage tilbage rettes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
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
               FILE STATUS IS RENTEFIL-STATUS.
           SELECT TILVAEKSTFIL ASSIGN TO "rentetilvaekst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILVAEKSTFIL-STATUS.
           SELECT TILVAEKSTTEMP ASSIGN TO "rentetilvaekst_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBETFIL ASSIGN TO "overtraek_tilvaekst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEBETFIL-STATUS.
           SELECT DEBETTEMP ASSIGN TO "overtraek_tilvaekst_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRUNDLAGFIL ASSIGN TO "rentegrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUNDLAGFIL-STATUS.
           SELECT KONTROLFIL ASSIGN TO "natkontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROLFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "rentekorrektion_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD RENTEFIL.
       01 RENTE-LINJE      PIC X(100).

       FD TILVAEKSTFIL.
       01 TILVAEKST-LINJE  PIC X(50).

       FD TILVAEKSTTEMP.
       01 TILVAEKSTTEMP-LINJE PIC X(50).

       FD DEBETFIL.
       01 DEBET-LINJE      PIC X(50).

       FD DEBETTEMP.
       01 DEBETTEMP-LINJE  PIC X(50).

       FD GRUNDLAGFIL.
       01 GRUNDLAG-LINJE   PIC X(80).

       FD KONTROLFIL.
       01 KONTROL-LINJE    PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "RENTEREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 RENTEFIL-STATUS  PIC XX.
       01 TILVAEKSTFIL-STATUS PIC XX.
       01 GRUNDLAGFIL-STATUS PIC XX.
       01 DEBETFIL-STATUS  PIC XX.
       01 KONTROLFIL-STATUS PIC XX.

      * Seneste gennemfoerte datoer fra natkontrol.txt.
       01 KONTROL-NAVN     PIC X(20).
       01 KONTROL-DATO     PIC X(10).
       01 DAGLIG-DATO      PIC X(10).
       01 KORR-DATO        PIC X(10).
       01 TILSKREVET-DATO  PIC X(10).
       01 START-DATO       PIC X(10).
       01 DAGLIG-DAGNR     PIC 9(7).
       01 TILSKREVET-DAGNR PIC 9(7).
       01 KONTROL-EOF-FLAG PIC X VALUE "N".
          88 KONTROL-EOF   VALUE "Y".

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
       01 ARB-DATO         PIC X(10).
       01 ARB-DAGNR        PIC 9(7).
       01 ARB-GYLDIG       PIC X.

      * De udloesende posteringer: bogfoert siden START-DATO med
      * valoer paa en allerede tilskrevet dag.
       01 KILDE-TABEL.
          05 KILDE-RAEKKE OCCURS 500 TIMES.
             10 KL-KONTO       PIC 9(5).
             10 KL-LOEBENR     PIC X(10).
             10 KL-TYPE        PIC X(15).
             10 KL-BELOEB      PIC S9(11)V99.
             10 KL-BOGDATO     PIC X(10).
             10 KL-VALOER      PIC X(10).
             10 KL-DAGNR       PIC 9(7).
       01 KL-ANTAL         PIC 9(4) VALUE 0.
       01 KL-IX            PIC 9(4).
       01 KL-OVERLOEB      PIC 9(4) VALUE 0.

      * Beroerte konti med tidligste valoer.
       01 KORRKONTO-TABEL.
          05 KORRKONTO-RAEKKE OCCURS 200 TIMES.
             10 KK-KONTO       PIC 9(5).
             10 KK-FRA-DAGNR   PIC 9(7).
       01 KK-ANTAL         PIC 9(4) VALUE 0.
       01 KK-IX            PIC 9(4).
       01 KK-FUNDET        PIC 9(4).

      * Dagstabel for den konto der rettes: dag 1 = FRA-DAGNR.
      * DG-ALLE er alle posteringer med valoer den dag, DG-KILDE
      * de udloesende; DG-NY-SALDO den rettede dagssaldo.
       01 DAG-TABEL.
          05 DAG-RAEKKE OCCURS 400 TIMES.
             10 DG-ALLE        PIC S9(13)V99.
             10 DG-KILDE       PIC S9(13)V99.
             10 DG-NY-SALDO    PIC S9(13)V99.
       01 DG-ANTAL         PIC 9(3).
       01 DG-IX            PIC 9(3).
       01 FRA-DAGNR        PIC 9(7).
       01 DAG-DAGNR        PIC 9(7).
       01 SUM-EFTER        PIC S9(13)V99.
       01 KILDE-FOER       PIC S9(13)V99.
       01 KUM-KILDE        PIC S9(13)V99.
       01 BEGRAENSET       PIC X.

       01 BOGFOERT-SALDO   PIC S9(11)V99.
       01 NY-SALDO         PIC S9(13)V99.
       01 GL-SALDO         PIC S9(13)V99.
       01 SALDO-NU         PIC S9(13)V99.
       01 NY-KREDIT        PIC S9(9)V9999.
       01 NY-DEBET         PIC S9(9)V9999.
       01 GL-KREDIT        PIC S9(9)V9999.
       01 GL-DEBET         PIC S9(9)V9999.
       01 DAGS-KREDIT      PIC S9(9)V9999.
       01 DAGS-DEBET       PIC S9(9)V9999.
       01 DIFF-KREDIT      PIC S9(9)V9999.
       01 DIFF-DEBET       PIC S9(9)V9999.
       01 DIFF-SALDO       PIC S9(13)V99.
       01 DIFF-RENTE       PIC S9(9)V9999.
       01 TV-KREDIT-SUM    PIC S9(11)V9999.
       01 TV-DEBET-SUM     PIC S9(11)V9999.
       01 KAP-SUM          PIC S9(11)V9999.
       01 KAP-BELOEB       PIC S9(11)V99.
       01 SALDO-NY         PIC S9(11)V99.
       01 RETTEDE-DAGE     PIC 9(4).
       01 KAP-DAGE         PIC 9(4).

       01 ANTAL-RETTET     PIC 9(5) VALUE 0.
       01 ANTAL-POSTERET   PIC 9(5) VALUE 0.
       01 ANTAL-IKKE-RETTET PIC 9(5) VALUE 0.

       01 LINJE-BELOEB     PIC S9(11)V99.
       01 LINJE-VIRKNING   PIC X.
       01 LINJE-DAGNR      PIC 9(7).

       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

      * Satsopslag som RENTEDAGLIG, men med den rettede dag som
      * gyldighedsdato i stedet for dags dato.
       01 SATS-DATO        PIC X(10).
       01 RENTE-SATS       PIC S9V9999.
       01 RENTE-OPSLAG     PIC X(20).
       01 PK-SEGMENT-BLANK PIC X(10) VALUE SPACES.
       01 PK-OVERTRAEK     PIC X(15).
       01 PK-RENTENOEGLE   PIC X(20).
       01 PK-GEBYRNOEGLE   PIC X(20).
       01 PK-GRAENSENOEGLE PIC X(20).
       01 PK-RETUR         PIC 9.
       01 KANDIDAT-DATO    PIC X(10).
       01 SATS-FUNDET      PIC X VALUE "N".
          88 SATS-ER-FUNDET VALUE "Y".

       01 BAND-TABEL.
          05 BAND-RAEKKE OCCURS 10 TIMES.
             10 BAND-FRA   PIC S9(11)V99.
             10 BAND-TIL   PIC S9(11)V99.
             10 BAND-UDEN-LOFT PIC X(1).
             10 BAND-SATS  PIC S9V9999.
             10 BAND-DATO  PIC X(10).
       01 BAND-ANTAL       PIC 9(2) VALUE 0.
       01 BAND-IX          PIC 9(2).
       01 BAND-IY          PIC 9(2).
       01 KAND-FRA         PIC S9(11)V99.
       01 KAND-TIL         PIC S9(11)V99.
       01 KAND-UDEN-LOFT   PIC X(1).
       01 BAND-MATCH       PIC X.
       01 BAND-DEL         PIC S9(11)V99.
       01 BAND-RENTE       PIC S9(9)V9999.
       01 REST-SALDO       PIC S9(13)V99.

       01 DEBET-SATS       PIC S9V9999.
       01 DEBET-FUNDET     PIC X VALUE "N".
          88 DEBET-ER-FUNDET VALUE "Y".
       01 DEBET-OPSLAG     PIC X(30).
       01 DEBET-BEDSTE-DATO PIC X(10).
       01 DEBET-EOF-FLAG   PIC X VALUE "N".
          88 DEBET-EOF     VALUE "Y".

      * Prisaftalerne slaas op én gang pr. konto.
       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.
       01 AFTALE-KREDIT    PIC X VALUE "N".
       01 AFTALE-KREDIT-SATS PIC S9V9999.
       01 AFTALE-DEBET     PIC X VALUE "N".
       01 AFTALE-DEBET-SATS PIC S9V9999.

       01 TV-KONTO         PIC X(10).
       01 TV-BELOEB        PIC X(18).
       01 TV-DAGE          PIC X(5).
       01 TV-TILLAEG       PIC S9(11)V9999.
       01 NY-TILVAEKST     PIC S9(11)V9999.
       01 NY-DAGE          PIC 9(4).
       01 TV-FUNDET        PIC X VALUE "N".
          88 TV-EXISTERER  VALUE "Y".

       01 TILVAEKST-EDIT   PIC -(9)9.9999.
       01 TILVAEKST-TXT    PIC X(18).
       01 RENTE-EDIT       PIC -(7)9.9999.
       01 RENTE-TXT        PIC X(15).
       01 SALDO-EDIT       PIC -(12)9.99.
       01 SALDO-TXT        PIC X(17).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 SALDO-NY-TXT     PIC X(15).
       01 BEHANDLING       PIC X(40).
       01 FRA-DATO-TXT     PIC X(10).

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 SATS-EOF-FLAG    PIC X VALUE "N".
          88 SATS-EOF      VALUE "Y".
       01 TV-EOF-FLAG      PIC X VALUE "N".
          88 TV-EOF        VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 AD-KONTO         PIC X(10).
       01 AD-TYPE          PIC X(15).
       01 AD-BELOEB        PIC X(15).
       01 AD-REF           PIC X(30).
       01 AD-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "RENTEKORR".
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

           DISPLAY "=== RENTEKORR: Tilbagevirkende renteretning ===".

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
           MOVE 0 TO KL-ANTAL
           MOVE 0 TO KK-ANTAL
           MOVE 0 TO KL-OVERLOEB

           PERFORM LAES-KONTROLDATOER

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "RENTEKORR - tilbagevirkende renteretning "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE

           IF DAGLIG-DATO = SPACES
               MOVE "Ingen rentetilvaekst koert endnu - intet at rette."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           ELSE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Tilvaekst til og med " DELIMITED BY SIZE
                   DAGLIG-DATO DELIMITED BY SIZE
                   ", tilskrevet til og med " DELIMITED BY SIZE
                   TILSKREVET-DATO DELIMITED BY SIZE
                   ", posteringer bogfoert efter " DELIMITED BY SIZE
                   START-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE "----------------------------------------"
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               PERFORM OPSAML-KILDELINJER
               IF KK-ANTAL > 0
                   OPEN I-O KONTOFIL
                   PERFORM VARYING KK-IX FROM 1 BY 1
                       UNTIL KK-IX > KK-ANTAL
                       PERFORM BEHANDL-KONTO
                   END-PERFORM
                   CLOSE KONTOFIL
               END-IF
               IF KL-OVERLOEB > 0
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "ADVARSEL: " DELIMITED BY SIZE
                       KL-OVERLOEB DELIMITED BY SIZE
                       " postering(er) ud over 500 ikke rettet - "
                       DELIMITED BY SIZE
                       "koer trinnet igen." DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Udloesende posteringer: " DELIMITED BY SIZE
               KL-ANTAL DELIMITED BY SIZE
               "  Konti rettet: " DELIMITED BY SIZE
               ANTAL-RETTET DELIMITED BY SIZE
               "  RENTEKORREKTION posteret: " DELIMITED BY SIZE
               ANTAL-POSTERET DELIMITED BY SIZE
               "  Ikke rettet: " DELIMITED BY SIZE
               ANTAL-IKKE-RETTET DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL
           MOVE "rentekorrektion_rapport" TO RA-NAVN
           MOVE "rentekorrektion_rapport.txt" TO RA-FIL
           MOVE "RENTEKORR" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Renteretning: " KL-ANTAL " postering(er), "
               ANTAL-RETTET " konto(i) rettet, " ANTAL-POSTERET
               " RENTEKORREKTION - se rentekorrektion_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * RENTEDAGLIG's, RENTEBATCH's og trinnets egen seneste dato.
      * Uden egen dato regnes fra RENTEDAGLIG's, saa foerste koersel
      * ikke retter posteringer der allerede var med i tilvaeksten.
       LAES-KONTROLDATOER.
           MOVE SPACES TO DAGLIG-DATO
           MOVE SPACES TO KORR-DATO
           MOVE SPACES TO TILSKREVET-DATO
           MOVE "N" TO KONTROL-EOF-FLAG
           OPEN INPUT KONTROLFIL
           IF KONTROLFIL-STATUS = "35"
               CLOSE KONTROLFIL
           ELSE
               PERFORM UNTIL KONTROL-EOF
                   READ KONTROLFIL
                       AT END SET KONTROL-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KONTROL-LINJE)) > 0
                               MOVE SPACES TO KONTROL-DATO
                               UNSTRING KONTROL-LINJE
                                   DELIMITED BY ";"
                                   INTO KONTROL-NAVN KONTROL-DATO
                               EVALUATE FUNCTION TRIM(KONTROL-NAVN)
                                   WHEN "RENTEDAGLIG"
                                       MOVE KONTROL-DATO TO DAGLIG-DATO
                                   WHEN "RENTEKORR"
                                       MOVE KONTROL-DATO TO KORR-DATO
                                   WHEN "RENTEBATCH"
                                       MOVE KONTROL-DATO
                                           TO TILSKREVET-DATO
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTROLFIL
           END-IF

           MOVE DAGLIG-DATO TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           IF ARB-GYLDIG = "J"
               MOVE ARB-DAGNR TO DAGLIG-DAGNR
           ELSE
               MOVE SPACES TO DAGLIG-DATO
           END-IF
           MOVE 0 TO TILSKREVET-DAGNR
           MOVE TILSKREVET-DATO TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           IF ARB-GYLDIG = "J"
               MOVE ARB-DAGNR TO TILSKREVET-DAGNR
           ELSE
               MOVE "(ingen)" TO TILSKREVET-DATO
           END-IF
           IF KORR-DATO NOT = SPACES AND KORR-DATO > DAGLIG-DATO
               MOVE KORR-DATO TO START-DATO
           ELSE
               MOVE DAGLIG-DATO TO START-DATO
           END-IF.

       DATO-TIL-DAGNR.
           MOVE "N" TO ARB-GYLDIG
           MOVE 0 TO ARB-DAGNR
           IF ARB-DATO(1:4) IS NUMERIC
               AND ARB-DATO(6:2) IS NUMERIC
               AND ARB-DATO(9:2) IS NUMERIC
               MOVE ARB-DATO(1:4) TO DT-AAR
               MOVE ARB-DATO(6:2) TO DT-MAANED
               MOVE ARB-DATO(9:2) TO DT-DAG
               IF DT-MAANED >= 1 AND DT-MAANED <= 12
                   AND DT-DAG >= 1 AND DT-DAG <= 31
                   COMPUTE ARB-DAGNR =
                       FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                   MOVE "J" TO ARB-GYLDIG
               END-IF
           END-IF.

       DAGNR-TIL-DATO.
           COMPUTE DATO-TAL-RED = FUNCTION DATE-OF-INTEGER(ARB-DAGNR)
           MOVE ALL SPACES TO ARB-DATO
           STRING DT-AAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-MAANED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DT-DAG DELIMITED BY SIZE
               INTO ARB-DATO
           END-STRING.

      * Posteringer bogfoert efter START-DATO med valoer til og med
      * RENTEDAGLIG's seneste dag. Trinnets egne RENTEKORREKTION-
      * linjer har valoer lig bogfoeringsdatoen og falder derfor
      * ikke ind her.
       OPSAML-KILDELINJER.
           MOVE START-DATO TO HA-FRA-DATO
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
                       PERFORM SKIL-HISTLINJE
                       IF HIST-FELT2 > START-DATO
                           AND HIST-FELT2 NOT > NU-DATO-TXT
                           AND HIST-FELT10 NOT > DAGLIG-DATO
                           AND HIST-FELT10 < HIST-FELT2
                           PERFORM VURDER-KILDELINJE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKIL-HISTLINJE.
           MOVE SPACES TO HIST-FELT8
           MOVE SPACES TO HIST-FELT9
           MOVE SPACES TO HIST-FELT10
           UNSTRING HA-LINJE
               DELIMITED BY ";"
               INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                    HIST-FELT4 HIST-FELT5 HIST-FELT6
                    HIST-FELT7 HIST-FELT8 HIST-FELT9
                    HIST-FELT10
           IF HIST-FELT10 = SPACES
               MOVE HIST-FELT2 TO HIST-FELT10
           END-IF.

       VURDER-KILDELINJE.
           MOVE HIST-FELT10 TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           IF ARB-GYLDIG = "J"
               PERFORM FIND-LINJEVIRKNING
               IF LINJE-VIRKNING NOT = "U"
                   IF KL-ANTAL < 500
                       ADD 1 TO KL-ANTAL
                       MOVE FUNCTION NUMVAL(HIST-FELT1)
                           TO KL-KONTO (KL-ANTAL)
                       MOVE HIST-FELT6 TO KL-LOEBENR (KL-ANTAL)
                       MOVE HIST-FELT3 TO KL-TYPE (KL-ANTAL)
                       MOVE LINJE-BELOEB TO KL-BELOEB (KL-ANTAL)
                       MOVE HIST-FELT2 TO KL-BOGDATO (KL-ANTAL)
                       MOVE HIST-FELT10 TO KL-VALOER (KL-ANTAL)
                       MOVE ARB-DAGNR TO KL-DAGNR (KL-ANTAL)
                       PERFORM LAEG-I-KONTOLISTE
                   ELSE
                       ADD 1 TO KL-OVERLOEB
                   END-IF
               END-IF
           END-IF.

       LAEG-I-KONTOLISTE.
           MOVE 0 TO KK-FUNDET
           PERFORM VARYING KK-IX FROM 1 BY 1
               UNTIL KK-IX > KK-ANTAL OR KK-FUNDET > 0
               IF KK-KONTO (KK-IX) = KL-KONTO (KL-ANTAL)
                   MOVE KK-IX TO KK-FUNDET
               END-IF
           END-PERFORM
           IF KK-FUNDET > 0
               IF ARB-DAGNR < KK-FRA-DAGNR (KK-FUNDET)
                   MOVE ARB-DAGNR TO KK-FRA-DAGNR (KK-FUNDET)
               END-IF
           ELSE
               IF KK-ANTAL < 200
                   ADD 1 TO KK-ANTAL
                   MOVE KL-KONTO (KL-ANTAL) TO KK-KONTO (KK-ANTAL)
                   MOVE ARB-DAGNR TO KK-FRA-DAGNR (KK-ANTAL)
               ELSE
                   SUBTRACT 1 FROM KL-ANTAL
                   ADD 1 TO KL-OVERLOEB
               END-IF
           END-IF.

      * Fortegn efter posteringstype - samme klassifikation som
      * RENTEDAGLIG og SALDOTJEK; ukendte typer ("U") springes over.
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

       BEHANDL-KONTO.
           MOVE KK-KONTO (KK-IX) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   MOVE "konto ikke fundet - ikke rettet"
                       TO BEHANDLING
                   PERFORM SKRIV-IKKE-RETTET
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
                   EVALUATE TRUE
                       WHEN FUNCTION UPPER-CASE(
                           FUNCTION TRIM(KONTO-FELT3)) = "LAAN"
                       WHEN FUNCTION UPPER-CASE(
                           FUNCTION TRIM(KONTO-FELT3)) = "AFTALE"
                           CONTINUE
                       WHEN KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           MOVE "kontoen er lukket - ret manuelt"
                               TO BEHANDLING
                           PERFORM SKRIV-IKKE-RETTET
                       WHEN KONTO-FELT6 = "J" OR KONTO-FELT6 = "j"
                           MOVE "kontoen er spaerret - ret manuelt"
                               TO BEHANDLING
                           PERFORM SKRIV-IKKE-RETTET
                       WHEN OTHER
                           PERFORM RET-KONTO
                   END-EVALUATE
           END-READ.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9 KONTO-FELT10
               KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10
                    KONTO-FELT11.

       SKRIV-IKKE-RETTET.
           ADD 1 TO ANTAL-IKKE-RETTET
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Konto " DELIMITED BY SIZE
               KK-KONTO (KK-IX) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(BEHANDLING) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           PERFORM SKRIV-KILDELINJER.

      * Kontoens dage genberegnes fra tidligste valoer til og med
      * RENTEDAGLIG's seneste dag.
       RET-KONTO.
           MOVE "N" TO BEGRAENSET
           MOVE KK-FRA-DAGNR (KK-IX) TO FRA-DAGNR
           IF DAGLIG-DAGNR - FRA-DAGNR + 1 > 400
               COMPUTE FRA-DAGNR = DAGLIG-DAGNR - 399
               MOVE "J" TO BEGRAENSET
           END-IF
           COMPUTE DG-ANTAL = DAGLIG-DAGNR - FRA-DAGNR + 1
           MOVE FRA-DAGNR TO ARB-DAGNR
           PERFORM DAGNR-TIL-DATO
           MOVE ARB-DATO TO FRA-DATO-TXT

           PERFORM OPBYG-DAGTABEL
           PERFORM FIND-RENTENOEGLE

           MOVE FUNCTION NUMVAL(KONTO-FELT4) TO BOGFOERT-SALDO
      * Rettede dagssaldi bagfra: sidste dag er den bogfoerte saldo
      * minus alt med valoer efter RENTEDAGLIG's seneste dag.
           COMPUTE DG-NY-SALDO (DG-ANTAL) = BOGFOERT-SALDO - SUM-EFTER
           PERFORM VARYING DG-IX FROM DG-ANTAL BY -1
               UNTIL DG-IX < 2
               COMPUTE DG-NY-SALDO (DG-IX - 1) =
                   DG-NY-SALDO (DG-IX) - DG-ALLE (DG-IX)
           END-PERFORM

           MOVE 0 TO TV-KREDIT-SUM
           MOVE 0 TO TV-DEBET-SUM
           MOVE 0 TO KAP-SUM
           MOVE 0 TO RETTEDE-DAGE
           MOVE 0 TO KAP-DAGE
           MOVE KILDE-FOER TO KUM-KILDE
           OPEN EXTEND GRUNDLAGFIL
           IF GRUNDLAGFIL-STATUS = "35"
               OPEN OUTPUT GRUNDLAGFIL
           END-IF
           PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > DG-ANTAL
               ADD DG-KILDE (DG-IX) TO KUM-KILDE
               IF KUM-KILDE NOT = 0
                   PERFORM RET-DAG
               END-IF
           END-PERFORM
           CLOSE GRUNDLAGFIL

           IF TV-KREDIT-SUM NOT = 0
               MOVE TV-KREDIT-SUM TO TV-TILLAEG
               PERFORM OPDATER-TILVAEKST
           END-IF
           IF TV-DEBET-SUM NOT = 0
               MOVE TV-DEBET-SUM TO TV-TILLAEG
               PERFORM OPDATER-DEBETTILVAEKST
           END-IF
           COMPUTE KAP-BELOEB ROUNDED = KAP-SUM
           IF KAP-BELOEB NOT = 0
               PERFORM POSTER-RENTEKORREKTION
           END-IF
           ADD 1 TO ANTAL-RETTET
           PERFORM SKRIV-KONTORESULTAT.

      * Kontoens posteringer fra 14 dage foer foerste rettede dag
      * (saa poster med valoer senere end bogfoeringen kommer med)
      * lagt paa deres valoerdag; alt med valoer efter sidste
      * rettede dag samles i SUM-EFTER.
       OPBYG-DAGTABEL.
           PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > 400
               MOVE 0 TO DG-ALLE (DG-IX)
               MOVE 0 TO DG-KILDE (DG-IX)
               MOVE 0 TO DG-NY-SALDO (DG-IX)
           END-PERFORM
           MOVE 0 TO SUM-EFTER
           MOVE 0 TO KILDE-FOER

           COMPUTE ARB-DAGNR = FRA-DAGNR - 14
           PERFORM DAGNR-TIL-DATO
           MOVE ARB-DATO TO HA-FRA-DATO
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
                       PERFORM SKIL-HISTLINJE
                       IF FUNCTION NUMVAL(HIST-FELT1) = KK-KONTO (KK-IX)
                           AND HIST-FELT2 NOT > NU-DATO-TXT
                           PERFORM LAEG-I-DAGTABEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT

           PERFORM VARYING KL-IX FROM 1 BY 1 UNTIL KL-IX > KL-ANTAL
               IF KL-KONTO (KL-IX) = KK-KONTO (KK-IX)
                   IF KL-DAGNR (KL-IX) < FRA-DAGNR
                       ADD KL-BELOEB (KL-IX) TO KILDE-FOER
                   ELSE
                       COMPUTE DG-IX = KL-DAGNR (KL-IX) - FRA-DAGNR + 1
                       ADD KL-BELOEB (KL-IX) TO DG-KILDE (DG-IX)
                   END-IF
               END-IF
           END-PERFORM.

       LAEG-I-DAGTABEL.
           MOVE HIST-FELT10 TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           IF ARB-GYLDIG = "J"
               PERFORM FIND-LINJEVIRKNING
               IF LINJE-VIRKNING NOT = "U"
                   MOVE ARB-DAGNR TO LINJE-DAGNR
                   IF LINJE-DAGNR > DAGLIG-DAGNR
                       ADD LINJE-BELOEB TO SUM-EFTER
                   ELSE
                       IF LINJE-DAGNR NOT < FRA-DAGNR
                           COMPUTE DG-IX = LINJE-DAGNR - FRA-DAGNR + 1
                           ADD LINJE-BELOEB TO DG-ALLE (DG-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * En dag: den rettede og den tidligere saldo forrentes for én
      * dag med dagens satser, og forskellen fordeles.
       RET-DAG.
           MOVE DG-NY-SALDO (DG-IX) TO NY-SALDO
           COMPUTE GL-SALDO = NY-SALDO - KUM-KILDE
           COMPUTE DAG-DAGNR = FRA-DAGNR + DG-IX - 1
           MOVE DAG-DAGNR TO ARB-DAGNR
           PERFORM DAGNR-TIL-DATO
           MOVE ARB-DATO TO SATS-DATO

           PERFORM FIND-RENTESATS
           MOVE "N" TO DEBET-FUNDET
           IF NY-SALDO < 0 OR GL-SALDO < 0
               PERFORM FIND-DEBETSATS
           END-IF

           MOVE NY-SALDO TO SALDO-NU
           PERFORM BEREGN-DAGSRENTE
           MOVE DAGS-KREDIT TO NY-KREDIT
           MOVE DAGS-DEBET TO NY-DEBET
           MOVE GL-SALDO TO SALDO-NU
           PERFORM BEREGN-DAGSRENTE
           MOVE DAGS-KREDIT TO GL-KREDIT
           MOVE DAGS-DEBET TO GL-DEBET
           COMPUTE DIFF-KREDIT = NY-KREDIT - GL-KREDIT
           COMPUTE DIFF-DEBET = NY-DEBET - GL-DEBET
           COMPUTE DIFF-RENTE = DIFF-KREDIT + DIFF-DEBET
           MOVE KUM-KILDE TO DIFF-SALDO

           ADD 1 TO RETTEDE-DAGE
           IF TILSKREVET-DAGNR > 0 AND DAG-DAGNR NOT > TILSKREVET-DAGNR
               ADD DIFF-RENTE TO KAP-SUM
               ADD 1 TO KAP-DAGE
           ELSE
               ADD DIFF-KREDIT TO TV-KREDIT-SUM
               ADD DIFF-DEBET TO TV-DEBET-SUM
               IF DIFF-RENTE NOT = 0
                   PERFORM SKRIV-GRUNDLAG
               END-IF
           END-IF.

      * Én dags rente af SALDO-NU: negativ saldo med debetsats gaar
      * til debettilvaeksten, ellers trapperenten som RENTEDAGLIG.
       BEREGN-DAGSRENTE.
           MOVE 0 TO DAGS-KREDIT
           MOVE 0 TO DAGS-DEBET
           IF SALDO-NU < 0 AND DEBET-ER-FUNDET
               COMPUTE DAGS-DEBET ROUNDED =
                   SALDO-NU * DEBET-SATS / 365
           ELSE
               PERFORM BEREGN-BANDRENTE
           END-IF.

       BEREGN-BANDRENTE.
           IF BAND-ANTAL = 0
               CONTINUE
           ELSE
           IF SALDO-NU NOT > 0
               COMPUTE DAGS-KREDIT ROUNDED =
                   SALDO-NU * BAND-SATS (1) / 365
           ELSE
               PERFORM VARYING BAND-IX FROM 1 BY 1
                   UNTIL BAND-IX > BAND-ANTAL
                   IF BAND-IX < BAND-ANTAL
                       MOVE BAND-FRA (BAND-IX + 1) TO REST-SALDO
                   ELSE
                       MOVE SALDO-NU TO REST-SALDO
                   END-IF
                   IF BAND-UDEN-LOFT (BAND-IX) NOT = "J"
                       AND BAND-TIL (BAND-IX) < REST-SALDO
                       MOVE BAND-TIL (BAND-IX) TO REST-SALDO
                   END-IF
                   IF REST-SALDO > SALDO-NU
                       MOVE SALDO-NU TO REST-SALDO
                   END-IF
                   COMPUTE BAND-DEL =
                       REST-SALDO - BAND-FRA (BAND-IX)
                   IF BAND-DEL > 0
                       COMPUTE BAND-RENTE ROUNDED =
                           BAND-DEL * BAND-SATS (BAND-IX) / 365
                       ADD BAND-RENTE TO DAGS-KREDIT
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      * Rentenoeglen via produktkataloget og kontoens prisaftaler
      * slaas op én gang pr. konto.
       FIND-RENTENOEGLE.
           MOVE SPACES TO PK-SEGMENT-BLANK
           CALL "PRODKAT" USING KONTO-FELT3 PK-SEGMENT-BLANK
               PK-OVERTRAEK PK-RENTENOEGLE PK-GEBYRNOEGLE
               PK-GRAENSENOEGLE PK-RETUR
           IF PK-RETUR = 0
               AND FUNCTION TRIM(PK-RENTENOEGLE) NOT = SPACES
               MOVE PK-RENTENOEGLE TO RENTE-OPSLAG
           ELSE
               MOVE KONTO-FELT3 TO RENTE-OPSLAG
           END-IF
           MOVE "N" TO AFTALE-KREDIT
           MOVE "N" TO AFTALE-DEBET
           MOVE KONTO-FELT1 TO PA-KONTO
           MOVE KONTO-FELT2 TO PA-KUNDE
           MOVE "RENTE" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE "J" TO AFTALE-KREDIT
               MOVE PA-VAERDI TO AFTALE-KREDIT-SATS
           END-IF
           MOVE "DEBET" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE "J" TO AFTALE-DEBET
               MOVE PA-VAERDI TO AFTALE-DEBET-SATS
           END-IF.

       FIND-RENTESATS.
           MOVE "N" TO SATS-FUNDET
           MOVE 0 TO RENTE-SATS
           MOVE 0 TO BAND-ANTAL
           IF AFTALE-KREDIT = "J"
               MOVE 1 TO BAND-ANTAL
               MOVE 0 TO BAND-FRA (1)
               MOVE 0 TO BAND-TIL (1)
               MOVE "J" TO BAND-UDEN-LOFT (1)
               MOVE AFTALE-KREDIT-SATS TO BAND-SATS (1)
               MOVE SATS-DATO TO BAND-DATO (1)
               SET SATS-ER-FUNDET TO TRUE
           ELSE
               PERFORM SOEG-TABELSATS
           END-IF.

       SOEG-TABELSATS.
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
           IF RENTEFIL-STATUS = "35"
               CLOSE RENTEFIL
           ELSE
               PERFORM UNTIL SATS-EOF
                   READ RENTEFIL
                       AT END SET SATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RENTE-LINJE)) > 0
                               MOVE SPACES TO RENTE-FELT3
                               MOVE SPACES TO RENTE-FELT4
                               MOVE SPACES TO RENTE-FELT5
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3 RENTE-FELT4
                                        RENTE-FELT5
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-FELT1)) =
                                   FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-OPSLAG))
                                   PERFORM VURDER-SATSRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF

           IF NOT SATS-ER-FUNDET
               PERFORM FIND-STANDARDSATS
           END-IF.

       FIND-STANDARDSATS.
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
           IF RENTEFIL-STATUS = "35"
               CLOSE RENTEFIL
           ELSE
               PERFORM UNTIL SATS-EOF
                   READ RENTEFIL
                       AT END SET SATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RENTE-LINJE)) > 0
                               MOVE SPACES TO RENTE-FELT3
                               MOVE SPACES TO RENTE-FELT4
                               MOVE SPACES TO RENTE-FELT5
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3 RENTE-FELT4
                                        RENTE-FELT5
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-FELT1)) =
                                   "STANDARD"
                                   PERFORM VURDER-SATSRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF.

      * Gyldig-fra-reglen proeves mod den rettede dag.
       VURDER-SATSRAEKKE.
           IF FUNCTION TRIM(RENTE-FELT3) = SPACES
               MOVE "0000-00-00" TO KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(RENTE-FELT3) TO KANDIDAT-DATO
           END-IF
           IF KANDIDAT-DATO NOT > SATS-DATO
               IF FUNCTION TRIM(RENTE-FELT4) = SPACES
                   MOVE 0 TO KAND-FRA
               ELSE
                   MOVE FUNCTION NUMVAL(RENTE-FELT4) TO KAND-FRA
               END-IF
               IF FUNCTION TRIM(RENTE-FELT5) = SPACES
                   MOVE 0 TO KAND-TIL
                   MOVE "J" TO KAND-UDEN-LOFT
               ELSE
                   MOVE FUNCTION NUMVAL(RENTE-FELT5) TO KAND-TIL
                   MOVE "N" TO KAND-UDEN-LOFT
               END-IF
               PERFORM LAEG-I-BANDTABEL
           END-IF.

       LAEG-I-BANDTABEL.
           MOVE "N" TO BAND-MATCH
           PERFORM VARYING BAND-IX FROM 1 BY 1
               UNTIL BAND-IX > BAND-ANTAL
               IF BAND-FRA (BAND-IX) = KAND-FRA
                   MOVE "J" TO BAND-MATCH
                   IF KANDIDAT-DATO > BAND-DATO (BAND-IX)
                       MOVE FUNCTION NUMVAL(RENTE-FELT2)
                           TO BAND-SATS (BAND-IX)
                       MOVE KANDIDAT-DATO TO BAND-DATO (BAND-IX)
                       MOVE KAND-TIL TO BAND-TIL (BAND-IX)
                       MOVE KAND-UDEN-LOFT
                           TO BAND-UDEN-LOFT (BAND-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF BAND-MATCH NOT = "J" AND BAND-ANTAL < 10
               ADD 1 TO BAND-ANTAL
               MOVE BAND-ANTAL TO BAND-IX
               PERFORM UNTIL BAND-IX = 1
                   OR BAND-FRA (BAND-IX - 1) NOT > KAND-FRA
                   COMPUTE BAND-IY = BAND-IX - 1
                   MOVE BAND-RAEKKE (BAND-IY)
                       TO BAND-RAEKKE (BAND-IX)
                   MOVE BAND-IY TO BAND-IX
               END-PERFORM
               MOVE KAND-FRA TO BAND-FRA (BAND-IX)
               MOVE KAND-TIL TO BAND-TIL (BAND-IX)
               MOVE KAND-UDEN-LOFT TO BAND-UDEN-LOFT (BAND-IX)
               MOVE FUNCTION NUMVAL(RENTE-FELT2)
                   TO BAND-SATS (BAND-IX)
               MOVE KANDIDAT-DATO TO BAND-DATO (BAND-IX)
               SET SATS-ER-FUNDET TO TRUE
           END-IF
           IF BAND-MATCH = "J"
               SET SATS-ER-FUNDET TO TRUE
           END-IF.

       FIND-DEBETSATS.
           MOVE "N" TO DEBET-FUNDET
           MOVE 0 TO DEBET-SATS
           IF AFTALE-DEBET = "J"
               MOVE AFTALE-DEBET-SATS TO DEBET-SATS
               SET DEBET-ER-FUNDET TO TRUE
           ELSE
               MOVE ALL SPACES TO DEBET-OPSLAG
               STRING "DEBET:" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(RENTE-OPSLAG))
                       DELIMITED BY SIZE
                   INTO DEBET-OPSLAG
               END-STRING
               PERFORM SOEG-DEBETSATS
               IF NOT DEBET-ER-FUNDET
                   MOVE "DEBET:STANDARD" TO DEBET-OPSLAG
                   PERFORM SOEG-DEBETSATS
               END-IF
           END-IF.

       SOEG-DEBETSATS.
           MOVE SPACES TO DEBET-BEDSTE-DATO
           MOVE "N" TO DEBET-EOF-FLAG
           OPEN INPUT RENTEFIL
           IF RENTEFIL-STATUS = "35"
               CLOSE RENTEFIL
           ELSE
               PERFORM UNTIL DEBET-EOF
                   READ RENTEFIL
                       AT END SET DEBET-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RENTE-LINJE)) > 0
                               MOVE SPACES TO RENTE-FELT3
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-FELT1)) =
                                   FUNCTION TRIM(DEBET-OPSLAG)
                                   PERFORM VURDER-DEBETRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF.

       VURDER-DEBETRAEKKE.
           IF FUNCTION TRIM(RENTE-FELT3) = SPACES
               MOVE "0000-00-00" TO KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(RENTE-FELT3) TO KANDIDAT-DATO
           END-IF
           IF KANDIDAT-DATO NOT > SATS-DATO
               IF NOT DEBET-ER-FUNDET
                   OR KANDIDAT-DATO > DEBET-BEDSTE-DATO
                   SET DEBET-ER-FUNDET TO TRUE
                   MOVE KANDIDAT-DATO TO DEBET-BEDSTE-DATO
                   MOVE FUNCTION NUMVAL(RENTE-FELT2)
                       TO DEBET-SATS
               END-IF
           END-IF.

      * Rettelsen dokumenteres i rentegrundlag.txt ved siden af
      * RENTEDAGLIG's linjer: saldoforskel og renteforskel for dagen.
       SKRIV-GRUNDLAG.
           MOVE DIFF-SALDO TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
           MOVE DIFF-RENTE TO RENTE-EDIT
           MOVE FUNCTION TRIM(RENTE-EDIT) TO RENTE-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
               ";KORREKTION:"
               SATS-DATO DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE GRUNDLAG-LINJE FROM LINJE.

      * Forskellen laegges til kontoens akkumulerede tilvaekst; antal
      * dage roeres ikke - dagene er allerede talt med.
       OPDATER-TILVAEKST.
           MOVE "N" TO TV-FUNDET
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT TILVAEKSTFIL
           IF TILVAEKSTFIL-STATUS = "35"
               CLOSE TILVAEKSTFIL
               OPEN OUTPUT TILVAEKSTFIL
               CLOSE TILVAEKSTFIL
               OPEN INPUT TILVAEKSTFIL
           END-IF
           OPEN OUTPUT TILVAEKSTTEMP
           PERFORM UNTIL TV-EOF
               READ TILVAEKSTFIL
                   AT END SET TV-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(TILVAEKST-LINJE)) > 0
                           UNSTRING TILVAEKST-LINJE
                               DELIMITED BY ";"
                               INTO TV-KONTO TV-BELOEB TV-DAGE
                           IF FUNCTION NUMVAL(TV-KONTO) =
                               FUNCTION NUMVAL(KONTO-FELT1)
                               SET TV-EXISTERER TO TRUE
                               COMPUTE NY-TILVAEKST =
                                   FUNCTION NUMVAL(TV-BELOEB)
                                   + TV-TILLAEG
                               MOVE FUNCTION NUMVAL(TV-DAGE)
                                   TO NY-DAGE
                               PERFORM SKRIV-TILVAEKSTLINJE
                           ELSE
                               WRITE TILVAEKSTTEMP-LINJE
                                   FROM TILVAEKST-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILVAEKSTFIL

           IF NOT TV-EXISTERER
               MOVE TV-TILLAEG TO NY-TILVAEKST
               MOVE 0 TO NY-DAGE
               PERFORM SKRIV-TILVAEKSTLINJE
           END-IF
           CLOSE TILVAEKSTTEMP

           MOVE "S" TO FS-HANDLING
           MOVE "rentetilvaekst_tmp.txt" TO FS-KILDE
           MOVE "rentetilvaekst.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKRIV-TILVAEKSTLINJE.
           PERFORM DAN-TILVAEKSTLINJE
           WRITE TILVAEKSTTEMP-LINJE FROM LINJE.

       DAN-TILVAEKSTLINJE.
           MOVE NY-TILVAEKST TO TILVAEKST-EDIT
           MOVE FUNCTION TRIM(TILVAEKST-EDIT) TO TILVAEKST-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILVAEKST-TXT) DELIMITED BY SIZE
               ";"
               NY-DAGE DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

       OPDATER-DEBETTILVAEKST.
           MOVE "N" TO TV-FUNDET
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT DEBETFIL
           IF DEBETFIL-STATUS = "35"
               CLOSE DEBETFIL
               OPEN OUTPUT DEBETFIL
               CLOSE DEBETFIL
               OPEN INPUT DEBETFIL
           END-IF
           OPEN OUTPUT DEBETTEMP
           PERFORM UNTIL TV-EOF
               READ DEBETFIL
                   AT END SET TV-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(DEBET-LINJE)) > 0
                           UNSTRING DEBET-LINJE
                               DELIMITED BY ";"
                               INTO TV-KONTO TV-BELOEB TV-DAGE
                           IF FUNCTION NUMVAL(TV-KONTO) =
                               FUNCTION NUMVAL(KONTO-FELT1)
                               SET TV-EXISTERER TO TRUE
                               COMPUTE NY-TILVAEKST =
                                   FUNCTION NUMVAL(TV-BELOEB)
                                   + TV-TILLAEG
                               MOVE FUNCTION NUMVAL(TV-DAGE)
                                   TO NY-DAGE
                               PERFORM DAN-TILVAEKSTLINJE
                               WRITE DEBETTEMP-LINJE FROM LINJE
                           ELSE
                               WRITE DEBETTEMP-LINJE
                                   FROM DEBET-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBETFIL

           IF NOT TV-EXISTERER
               MOVE TV-TILLAEG TO NY-TILVAEKST
               MOVE 0 TO NY-DAGE
               PERFORM DAN-TILVAEKSTLINJE
               WRITE DEBETTEMP-LINJE FROM LINJE
           END-IF
           CLOSE DEBETTEMP

           MOVE "S" TO FS-HANDLING
           MOVE "overtraek_tilvaekst_tmp.txt" TO FS-KILDE
           MOVE "overtraek_tilvaekst.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Allerede tilskrevne dage: forskellen posteres paa kontoen med
      * fortegn (negativ = for meget rente tilskrevet eller for lidt
      * overtraeksrente trukket) og adviseres kunden.
       POSTER-RENTEKORREKTION.
           COMPUTE SALDO-NY = BOGFOERT-SALDO + KAP-BELOEB
           MOVE SALDO-NY TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SALDO-NY-TXT
           MOVE KAP-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SALDO-NY-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT11) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST

           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";RENTEKORREKTION;"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SALDO-NY-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";RENTEKORR:"
               FRA-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           ADD 1 TO ANTAL-POSTERET

           MOVE FUNCTION TRIM(KONTO-FELT1) TO AD-KONTO
           MOVE "RENTEKORREKTION" TO AD-TYPE
           MOVE BELOEB-TXT TO AD-BELOEB
           MOVE FUNCTION TRIM(HIST-FELT6) TO AD-REF
           CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
               AD-RETUR.

       SKRIV-KONTORESULTAT.
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Konto " DELIMITED BY SIZE
               KK-KONTO (KK-IX) DELIMITED BY SIZE
               ": dage " DELIMITED BY SIZE
               FRA-DATO-TXT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DAGLIG-DATO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RETTEDE-DAGE DELIMITED BY SIZE
               " rettet, heraf " DELIMITED BY SIZE
               KAP-DAGE DELIMITED BY SIZE
               " tilskrevet)" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE TV-KREDIT-SUM TO RENTE-EDIT
           MOVE FUNCTION TRIM(RENTE-EDIT) TO RENTE-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "  Kredittilvaekst rettet med " DELIMITED BY SIZE
               FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE TV-DEBET-SUM TO RENTE-EDIT
           MOVE FUNCTION TRIM(RENTE-EDIT) TO RENTE-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "  Debettilvaekst rettet med " DELIMITED BY SIZE
               FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE KAP-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           IF KAP-BELOEB NOT = 0
               STRING "  RENTEKORREKTION posteret: " DELIMITED BY SIZE
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   " (loebenr " DELIMITED BY SIZE
                   FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
           ELSE
               MOVE "  Ingen tilskrevne dage at postere."
                   TO RAPPORT-LINJE
           END-IF
           WRITE RAPPORT-LINJE
           IF BEGRAENSET = "J"
               MOVE "  ADVARSEL: kun de seneste 400 dage er rettet."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF
           PERFORM SKRIV-KILDELINJER.

       SKRIV-KILDELINJER.
           PERFORM VARYING KL-IX FROM 1 BY 1 UNTIL KL-IX > KL-ANTAL
               IF KL-KONTO (KL-IX) = KK-KONTO (KK-IX)
                   MOVE KL-BELOEB (KL-IX) TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "    Loebenr " DELIMITED BY SIZE
                       FUNCTION TRIM(KL-LOEBENR (KL-IX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(KL-TYPE (KL-IX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                       " bogfoert " DELIMITED BY SIZE
                       KL-BOGDATO (KL-IX) DELIMITED BY SIZE
                       " valoer " DELIMITED BY SIZE
                       KL-VALOER (KL-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-PERFORM.
