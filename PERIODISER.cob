       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODISER.

      *> Periodisering af paaloebne, endnu ikke tilskrevne renter ved
      *> maanedsultimo. GLEKSPORT vender kun faktiske posteringer til
      *> gl_journal.txt; renter der er tilvokset men ikke tilskrevet
      *> kontoen manglede derfor i regnskabet og blev indtastet i
      *> haanden af oekonomiafdelingen hver maaned. Trinnet koerer i
      *> natbatchen hver bankdag efter NEDSKRIV (og dermed efter
      *> RENTEBATCH og GLEKSPORT, saa journalen tilfoejes):
      *>   - paa maanedens sidste bankdag beregnes periodiseringen pr.
      *>     konto til og med maanedens sidste kalenderdag:
      *>       R  indlaansrente: det RENTEBATCH ikke har tilskrevet i
      *>          rentetilvaekst.txt, plus dagene fra i dag til
      *>          ultimo (weekend/helligdage, som RENTEDAGLIG foerst
      *>          tilskriver naeste bankdag) med kontoens
      *>          gennemsnitlige dagstilvaekst (beloeb/dage) - fra
      *>          rentetilvaekst.txt, eller fra
      *>          rentetilvaekst_posteret.txt naar RENTEBATCH netop
      *>          har tilskrevet og lagt filen til side;
      *>       O  overtraeksrente: samme regel for
      *>          overtraek_tilvaekst.txt/_posteret.txt;
      *>       A  aftaleindlaan: aktive aftaler i aftaler.txt,
      *>          indestaaende x aftalt rente x dage fra start (eller
      *>          seneste rul) til ultimo / 365, som AFTALEKOER;
      *>       L  laan: rentedelen af naeste afventende termin i
      *>          laaneplan.txt forholdsmaessigt for dagene siden
      *>          seneste termin (foerste termin: en maaned foer
      *>          forfald).
      *>     Hver periodisering giver to balancerede journallinjer
      *>     mappet gennem kontoplan.txt paa posteringstyperne
      *>     PERIODE-UDG/PERIODE-SKYLD (R, A: renteudgift mod
      *>     skyldige renter) og PERIODE-TILG/PERIODE-INDT (O, L:
      *>     tilgodehavende renter mod renteindtaegt); raekkens
      *>     retning gaelder en periodisering og vendes ved et
      *>     negativt beloeb og ved tilbagefoersel (samme regel som
      *>     NEDSKRIV). Type uden kontoplanraekke foeres paa
      *>     fejlkontoen og listes paa rapporten.
      *>   - paa foerste bankdag i en ny maaned tilbagefoeres de
      *>     bogfoerte raekker fra tidligere perioder automatisk med
      *>     omvendt retning; det er den foerste koersel der finder
      *>     dem, saa et sprunget vindue indhentes naeste bankdag.
      *> Registret periodisering.txt (PERIODEREC.cpy) holder hver
      *> periodisering til den er tilbagefoert; er maanedens
      *> periodisering allerede bogfoert, bogfoeres den ikke igen.
      *> Journallinjeformat (GLEKSPORT's, plus filial):
      *>   DATO;FINANSKONTO;D/K;BELOEB;POSTTYPE;KONTO;PERIODE;FILIAL
      *> hvor PERIODE er AAAA-MM, ved tilbagefoersel TILB-AAAA-MM.
      *> Kontrolrapporten periodisering_rapport.txt viser hver
      *> periodisering, en oversigt pr. filial og en afstemning pr.
      *> kildefil (ikke tilskrevet i filen + dage til ultimo =
      *> periodiseret), og arkiveres via RAPPORTARKIV.

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
           SELECT TVFIL ASSIGN USING TV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TVFIL-STATUS.
           SELECT AFTALEFIL ASSIGN TO "aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALEFIL-STATUS.
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT KPLANFIL ASSIGN TO "kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPLANFIL-STATUS.
           SELECT REGFIL ASSIGN TO "periodisering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGFIL-STATUS.
           SELECT REGTEMP ASSIGN TO "periodisering_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNALFIL ASSIGN TO "gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "periodisering_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD TVFIL.
       01 TV-LINJE         PIC X(50).

       FD AFTALEFIL.
       01 AFTALE-LINJE     PIC X(80).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD KPLANFIL.
       01 KPLAN-LINJE      PIC X(60).

       FD REGFIL.
       01 REG-LINJE        PIC X(120).

       FD REGTEMP.
       01 REGTEMP-LINJE    PIC X(120).

       FD JOURNALFIL.
       01 JOURNAL-LINJE    PIC X(100).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "LAANREC.cpy".
       COPY "AFTALEREC.cpy".
       COPY "PERIODEREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 TVFIL-STATUS     PIC XX.
       01 AFTALEFIL-STATUS PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 KPLANFIL-STATUS  PIC XX.
       01 REGFIL-STATUS    PIC XX.
       01 JOURNALFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 PERIODE-TXT      PIC X(7).

      * Maanedens sidste kalenderdag og dagene fra i dag dertil.
       01 SLUT-DATO        PIC X(10).
       01 SLUT-DAGNR       PIC 9(7).
       01 NU-DAGNR         PIC 9(7).
       01 STUB-DAGE        PIC 9(3).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 ARB-DATO         PIC X(10).
       01 ARB-DAGNR        PIC 9(7).
       01 FRA-DAGNR        PIC 9(7).
       01 TIL-DAGNR        PIC 9(7).

      * Maanedens sidste bankdag (samme regel som NATBATCH).
       01 SIDSTE-BANKDAG-FLAG PIC X VALUE "N".
          88 ER-SIDSTE-BANKDAG VALUE "Y".
       01 TJEK-DATO-TAL.
          05 TD-AAR        PIC 9(4).
          05 TD-MAANED     PIC 9(2).
          05 TD-DAG        PIC 9(2).
       01 TJEK-DATO-RED    REDEFINES TJEK-DATO-TAL PIC 9(8).
       01 TJEK-DATO-TXT    PIC X(10).
       01 DAG-NUMMER       PIC 9(7).
       01 DENNE-MAANED     PIC 9(2).
       01 BD-RETUR         PIC 9.

      * Fejlkonto i finanskontoplanen (samme som GLEKSPORT).
       01 FEJL-GL          PIC X(10) VALUE "99990".

      * Bogfoerte, endnu ikke tilbagefoerte raekker fra registret
      * samt dagens nye; tilbagefoerte raekker skrives direkte
      * videre til temp-filen under indlaesningen.
       01 REG-TABEL.
          05 REG-RAEKKE OCCURS 9999 TIMES.
             10 REG-KONTO  PIC X(10).
             10 REG-KILDE  PIC X(1).
             10 REG-TYPE   PIC X(20).
             10 REG-FILIAL PIC X(10).
             10 REG-BELOEB PIC S9(11)V99.
             10 REG-PERIODE PIC X(7).
             10 REG-DATO   PIC X(10).
             10 REG-STATUS PIC X(1).
             10 REG-TDATO  PIC X(10).
       01 REG-ANTAL        PIC 9(4) VALUE 0.
       01 REG-OVERLOEB     PIC 9(5) VALUE 0.
       01 REG-IX           PIC 9(4).
       01 REG-EOF-FLAG     PIC X VALUE "N".
          88 REG-EOF       VALUE "Y".
       01 ANTAL-TILBAGE    PIC 9(5) VALUE 0.
       01 ANTAL-AKTUEL     PIC 9(5) VALUE 0.

      * Den periodisering der behandles lige nu.
       01 EKS-KONTO        PIC X(10).
       01 EKS-KILDE        PIC X(1).
       01 EKS-TYPE         PIC X(20).
       01 EKS-FILIAL       PIC X(10).
       01 EKS-BELOEB       PIC S9(11)V99.
       01 EKS-FIL-BELOEB   PIC S9(11)V99.
       01 EKS-STUB         PIC S9(11)V99.
       01 EKS-PERIODE      PIC X(12).
       01 EKS-TILBAGE      PIC X(1).
       01 EKS-DETALJE      PIC X(60).
       01 VEND-FLAG        PIC X(1).
       01 GEMT-TYPE        PIC X(20).
       01 BETALINGSFILIAL  PIC X(10).

       01 KONTI-AABEN      PIC X VALUE "N".
       01 KONTO-FUNDET     PIC X VALUE "N".
       01 KONTO-SALDO      PIC S9(11)V99.

      * Tilvaekstlinje: konto;akkumuleret beloeb;dage.
       01 TV-FILNAVN       PIC X(50).
       01 TV-LIVE          PIC X(1).
       01 TV-FINDES        PIC X(1).
       01 TV-KONTO         PIC X(10).
       01 TV-BELOEB-TXT    PIC X(15).
       01 TV-DAGE-TXT      PIC X(5).
       01 TV-BELOEB        PIC S9(11)V99.
       01 TV-DAGE          PIC 9(5).
       01 TV-EOF-FLAG      PIC X VALUE "N".
          88 TV-EOF        VALUE "Y".

       01 AFTALT-RENTE     PIC S9V9999.
       01 ANTAL-DAGE       PIC 9(5).
       01 TERMIN-DAGE      PIC 9(5).
       01 DAGE-EDIT        PIC ZZZZ9.
       01 DAGE-TXT         PIC X(5).
       01 DAGE-TXT2        PIC X(5).

       01 FORRIGE-DATO     PIC X(10).
       01 NAESTE-DATO      PIC X(10).
       01 NAESTE-RENTEDEL  PIC S9(11)V99.
       01 TERMIN-FORFALD   PIC X(10).

       01 AFTALE-EOF-FLAG  PIC X VALUE "N".
          88 AFTALE-EOF    VALUE "Y".
       01 LAAN-EOF-FLAG    PIC X VALUE "N".
          88 LAAN-EOF      VALUE "Y".
       01 PLAN-EOF-FLAG    PIC X VALUE "N".
          88 PLAN-EOF      VALUE "Y".

      * Afstemning pr. kilde: 1=R, 2=O, 3=A, 4=L.
       01 KILDE-TABEL.
          05 KI-RAEKKE OCCURS 4 TIMES.
             10 KI-LINJER  PIC 9(5).
             10 KI-ANTAL   PIC 9(5).
             10 KI-FIL     PIC S9(13)V99.
             10 KI-STUB    PIC S9(13)V99.
             10 KI-BOGFOERT PIC S9(13)V99.
             10 KI-KILDEFIL PIC X(40).
       01 KI-IX            PIC 9.

      * Oversigt pr. filial (blank filial = HK); raekke 50 samler
      * filialer ud over tabellens stoerrelse.
       01 FIL-TABEL.
          05 FIL-RAEKKE OCCURS 50 TIMES.
             10 FIL-NAVN   PIC X(10).
             10 FIL-ANTAL  PIC 9(5).
             10 FIL-SKYLD  PIC S9(13)V99.
             10 FIL-TILGODE PIC S9(13)V99.
       01 FIL-ANTAL-I-ALT  PIC 9(2) VALUE 0.
       01 FIL-IX           PIC 9(2).
       01 FIL-FUNDET-IX    PIC 9(2).

      * Kontoplanopslag (samme regler som GLEKSPORT: specifik
      * kontotyperaekke gaar forud for "*"-raekken).
       01 KPLAN-FELT1      PIC X(20).
       01 KPLAN-FELT2      PIC X(15).
       01 KPLAN-FELT3      PIC X(10).
       01 KPLAN-FELT4      PIC X(1).
       01 SOEG-POSTTYPE    PIC X(15).
       01 FUNDET-GL        PIC X(10).
       01 FUNDET-RETNING   PIC X(1).
       01 KPLAN-FUNDET     PIC X VALUE "N".
          88 KPLAN-ER-FUNDET VALUE "Y".
       01 STJERNE-GL       PIC X(10).
       01 STJERNE-RETNING  PIC X(1).
       01 STJERNE-FUNDET   PIC X VALUE "N".
          88 STJERNE-ER-FUNDET VALUE "Y".
       01 KPLAN-EOF-FLAG   PIC X VALUE "N".
          88 KPLAN-EOF     VALUE "Y".
       01 UDG-POSTTYPE     PIC X(15).
       01 MOD-POSTTYPE     PIC X(15).

       01 POST-BELOEB      PIC S9(11)V99.
       01 SUM-DEBET        PIC S9(13)V99 VALUE 0.
       01 SUM-KREDIT       PIC S9(13)V99 VALUE 0.
       01 ANTAL-UMAPPEDE   PIC 9(5) VALUE 0.
       01 ANTAL-PERIODISERET PIC 9(5) VALUE 0.
       01 ANTAL-IKKE-PLADS PIC 9(5) VALUE 0.
       01 TILB-ANTAL       PIC 9(5) VALUE 0.
       01 TILB-SUM         PIC S9(13)V99 VALUE 0.
       01 TOTAL-SKYLD      PIC S9(13)V99 VALUE 0.
       01 TOTAL-TILGODE    PIC S9(13)V99 VALUE 0.
       01 AFSTEM-DIFF      PIC S9(13)V99.

       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).
       01 SUM-TXT2         PIC X(17).
       01 SUM-TXT3         PIC X(17).
       01 SUM-TXT4         PIC X(17).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 KILDE-TEKST      PIC X(16).

       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "PERIODISER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

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

           DISPLAY "=== PERIODISER: Periodisering af paaloebne "
               "renter ===".

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
           MOVE NU-DATO-TXT(1:7) TO PERIODE-TXT

           MOVE 0 TO RETUR
           PERFORM TJEK-SIDSTE-BANKDAG
           PERFORM BEREGN-ULTIMO
           PERFORM LAES-REGISTER

           IF REG-OVERLOEB > 0
               CLOSE REGTEMP
               MOVE "D" TO FS-HANDLING
               MOVE "periodisering_tmp.txt" TO FS-KILDE
               MOVE SPACES TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
               DISPLAY "For mange aabne raekker i periodisering.txt "
                   "(" REG-OVERLOEB " ud over tabellen) - koerslen "
                   "er afbrudt."
               MOVE 1 TO RETUR
               PERFORM AFSLUT-PROGRAM
           END-IF

           IF ANTAL-TILBAGE = 0 AND NOT ER-SIDSTE-BANKDAG
               CLOSE REGTEMP
               MOVE "D" TO FS-HANDLING
               MOVE "periodisering_tmp.txt" TO FS-KILDE
               MOVE SPACES TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
               DISPLAY "Intet at tilbagefoere, og i dag er ikke "
                   "maanedens sidste bankdag - intet at periodisere."
               PERFORM AFSLUT-PROGRAM
           END-IF

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "PERIODISER - periodisering af paaloebne renter "
               DELIMITED BY SIZE
               "koert " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           OPEN EXTEND JOURNALFIL
           IF JOURNALFIL-STATUS = "35"
               OPEN OUTPUT JOURNALFIL
           END-IF

           IF ANTAL-TILBAGE > 0
               PERFORM TILBAGEFOER-FORRIGE
           END-IF

           IF ER-SIDSTE-BANKDAG
               IF ANTAL-AKTUEL > 0
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "Perioden " DELIMITED BY SIZE
                       PERIODE-TXT DELIMITED BY SIZE
                       " er allerede periodiseret (" DELIMITED BY SIZE
                       ANTAL-AKTUEL DELIMITED BY SIZE
                       " raekker) - bogfoeres ikke igen."
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               ELSE
                   PERFORM BEREGN-PERIODISERING
               END-IF
           END-IF

           CLOSE JOURNALFIL
           PERFORM SKRIV-REGISTER

           IF ER-SIDSTE-BANKDAG AND ANTAL-AKTUEL = 0
               PERFORM SKRIV-FILIALOVERSIGT
               PERFORM SKRIV-AFSTEMNING
           END-IF
           PERFORM SKRIV-KONTROLTOTALER
           CLOSE RAPPORTFIL
           MOVE "periodisering_rapport" TO RA-NAVN
           MOVE "periodisering_rapport.txt" TO RA-FIL
           MOVE "PERIODISER" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Periodisering: " ANTAL-PERIODISERET
               " periodiseret, " TILB-ANTAL
               " tilbagefoert - se periodisering_rapport.txt."

           PERFORM AFSLUT-PROGRAM.

       AFSLUT-PROGRAM.
           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Er i dag maanedens sidste bankdag? Ja, hvis ingen af de
      * resterende datoer i maaneden er bankdage.
       TJEK-SIDSTE-BANKDAG.
           MOVE "Y" TO SIDSTE-BANKDAG-FLAG
           MOVE NU-DATO TO TJEK-DATO-TAL
           MOVE NU-MAANED TO DENNE-MAANED
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(TJEK-DATO-RED)
           PERFORM UNTIL NOT ER-SIDSTE-BANKDAG
               OR TD-MAANED NOT = DENNE-MAANED
               ADD 1 TO DAG-NUMMER
               MOVE FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
                   TO TJEK-DATO-RED
               IF TD-MAANED = DENNE-MAANED
                   MOVE ALL SPACES TO TJEK-DATO-TXT
                   STRING
                       TD-AAR DELIMITED BY SIZE
                       "-"
                       TD-MAANED DELIMITED BY SIZE
                       "-"
                       TD-DAG DELIMITED BY SIZE
                       INTO TJEK-DATO-TXT
                   END-STRING
                   CALL "BANKDAG" USING TJEK-DATO-TXT BD-RETUR
                   IF BD-RETUR = 0
                       MOVE "N" TO SIDSTE-BANKDAG-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * Maanedens sidste kalenderdag er dagen foer naeste maaneds
      * foerste.
       BEREGN-ULTIMO.
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           IF DT-MAANED = 12
               ADD 1 TO DT-AAR
               MOVE 1 TO DT-MAANED
           ELSE
               ADD 1 TO DT-MAANED
           END-IF
           MOVE 1 TO DT-DAG
           COMPUTE SLUT-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) - 1
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(SLUT-DAGNR)
           MOVE ALL SPACES TO SLUT-DATO
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO SLUT-DATO
           END-STRING
           COMPUTE STUB-DAGE = SLUT-DAGNR - NU-DAGNR.

      * AAAA-MM-DD i ARB-DATO til dagnummer i ARB-DAGNR (0 hvis
      * datoen er ugyldig).
       DATO-TIL-DAGNR.
           MOVE 0 TO ARB-DAGNR
           IF ARB-DATO(1:4) IS NUMERIC AND ARB-DATO(6:2) IS NUMERIC
               AND ARB-DATO(9:2) IS NUMERIC
               MOVE ARB-DATO(1:4) TO DT-AAR
               MOVE ARB-DATO(6:2) TO DT-MAANED
               MOVE ARB-DATO(9:2) TO DT-DAG
               COMPUTE ARB-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           END-IF.

      * Registret: tilbagefoerte raekker skrives uaendret videre til
      * temp-filen; bogfoerte raekker holdes i tabellen.
       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE 0 TO REG-OVERLOEB
           MOVE 0 TO ANTAL-TILBAGE
           MOVE 0 TO ANTAL-AKTUEL
           OPEN OUTPUT REGTEMP
           MOVE "N" TO REG-EOF-FLAG
           OPEN INPUT REGFIL
           IF REGFIL-STATUS = "35"
               CLOSE REGFIL
           ELSE
               PERFORM UNTIL REG-EOF
                   READ REGFIL
                       AT END SET REG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(REG-LINJE)) > 0
                               PERFORM GEM-REGISTERLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGFIL
           END-IF.

       GEM-REGISTERLINJE.
           MOVE SPACES TO PER-FELT8 PER-FELT9
           UNSTRING REG-LINJE
               DELIMITED BY ";"
               INTO PER-FELT1 PER-FELT2 PER-FELT3 PER-FELT4
                    PER-FELT5 PER-FELT6 PER-FELT7 PER-FELT8
                    PER-FELT9
           IF PER-FELT8 NOT = "B"
               WRITE REGTEMP-LINJE FROM REG-LINJE
           ELSE
               IF REG-ANTAL < 9999
                   ADD 1 TO REG-ANTAL
                   MOVE PER-FELT1 TO REG-KONTO(REG-ANTAL)
                   MOVE PER-FELT2 TO REG-KILDE(REG-ANTAL)
                   MOVE PER-FELT3 TO REG-TYPE(REG-ANTAL)
                   MOVE PER-FELT4 TO REG-FILIAL(REG-ANTAL)
                   MOVE FUNCTION NUMVAL(PER-FELT5)
                       TO REG-BELOEB(REG-ANTAL)
                   MOVE PER-FELT6 TO REG-PERIODE(REG-ANTAL)
                   MOVE PER-FELT7 TO REG-DATO(REG-ANTAL)
                   MOVE PER-FELT8 TO REG-STATUS(REG-ANTAL)
                   MOVE PER-FELT9 TO REG-TDATO(REG-ANTAL)
                   IF PER-FELT6 < PERIODE-TXT
                       ADD 1 TO ANTAL-TILBAGE
                   ELSE
                       ADD 1 TO ANTAL-AKTUEL
                   END-IF
               ELSE
                   ADD 1 TO REG-OVERLOEB
               END-IF
           END-IF.

      * Registret skrives tilbage: tabellens raekker efter de
      * allerede overfoerte tilbagefoerte.
       SKRIV-REGISTER.
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               MOVE REG-BELOEB(REG-IX) TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(REG-KONTO(REG-IX)) DELIMITED BY SIZE
                   ";"
                   REG-KILDE(REG-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(REG-TYPE(REG-IX)) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(REG-FILIAL(REG-IX))
                       DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   ";"
                   REG-PERIODE(REG-IX) DELIMITED BY SIZE
                   ";"
                   REG-DATO(REG-IX) DELIMITED BY SIZE
                   ";"
                   REG-STATUS(REG-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(REG-TDATO(REG-IX)) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE REGTEMP-LINJE FROM LINJE
           END-PERFORM
           CLOSE REGTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "periodisering_tmp.txt" TO FS-KILDE
           MOVE "periodisering.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Bogfoerte raekker fra tidligere perioder tilbagefoeres med
      * omvendt retning og markeres T.
       TILBAGEFOER-FORRIGE.
           MOVE "Tilbagefoersel af tidligere periodisering:"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               IF REG-STATUS(REG-IX) = "B"
                   AND REG-PERIODE(REG-IX) < PERIODE-TXT
                   MOVE REG-KONTO(REG-IX) TO EKS-KONTO
                   MOVE REG-KILDE(REG-IX) TO EKS-KILDE
                   MOVE REG-TYPE(REG-IX) TO EKS-TYPE
                   MOVE REG-FILIAL(REG-IX) TO EKS-FILIAL
                   MOVE REG-BELOEB(REG-IX) TO EKS-BELOEB
                   MOVE "J" TO EKS-TILBAGE
                   MOVE ALL SPACES TO EKS-PERIODE
                   STRING "TILB-" DELIMITED BY SIZE
                       REG-PERIODE(REG-IX) DELIMITED BY SIZE
                       INTO EKS-PERIODE
                   END-STRING
                   PERFORM BOGFOER-PAR
                   MOVE "T" TO REG-STATUS(REG-IX)
                   MOVE NU-DATO-TXT TO REG-TDATO(REG-IX)
                   ADD 1 TO TILB-ANTAL
                   ADD EKS-BELOEB TO TILB-SUM
                   MOVE EKS-BELOEB TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "TILBAGEFOERT  konto " DELIMITED BY SIZE
                       FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
                       " (kilde " DELIMITED BY SIZE
                       EKS-KILDE DELIMITED BY SIZE
                       ", filial " DELIMITED BY SIZE
                       FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
                       ", periode " DELIMITED BY SIZE
                       REG-PERIODE(REG-IX) DELIMITED BY SIZE
                       ")  " DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-PERFORM
           MOVE TILB-SUM TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Tilbagefoert i alt: " DELIMITED BY SIZE
               TILB-ANTAL DELIMITED BY SIZE
               " raekker, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE.

      * Maanedens periodisering til og med SLUT-DATO.
       BEREGN-PERIODISERING.
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Periodisering " DELIMITED BY SIZE
               PERIODE-TXT DELIMITED BY SIZE
               " til og med " DELIMITED BY SIZE
               SLUT-DATO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               STUB-DAGE DELIMITED BY SIZE
               " dage efter i dag):" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           PERFORM VARYING KI-IX FROM 1 BY 1 UNTIL KI-IX > 4
               MOVE 0 TO KI-LINJER(KI-IX) KI-ANTAL(KI-IX)
               MOVE 0 TO KI-FIL(KI-IX) KI-STUB(KI-IX)
                   KI-BOGFOERT(KI-IX)
               MOVE SPACES TO KI-KILDEFIL(KI-IX)
           END-PERFORM

           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
               MOVE "N" TO KONTI-AABEN
           ELSE
               MOVE "J" TO KONTI-AABEN
           END-IF

           MOVE "R" TO EKS-KILDE
           MOVE 1 TO KI-IX
           MOVE "rentetilvaekst.txt" TO TV-FILNAVN
           MOVE "J" TO TV-LIVE
           PERFORM BEHANDL-TILVAEKST
           IF TV-FINDES = "N"
               MOVE "rentetilvaekst_posteret.txt" TO TV-FILNAVN
               MOVE "N" TO TV-LIVE
               PERFORM BEHANDL-TILVAEKST
           END-IF

           MOVE "O" TO EKS-KILDE
           MOVE 2 TO KI-IX
           MOVE "overtraek_tilvaekst.txt" TO TV-FILNAVN
           MOVE "J" TO TV-LIVE
           PERFORM BEHANDL-TILVAEKST
           IF TV-FINDES = "N"
               MOVE "overtraek_tilvaekst_posteret.txt" TO TV-FILNAVN
               MOVE "N" TO TV-LIVE
               PERFORM BEHANDL-TILVAEKST
           END-IF

           MOVE "A" TO EKS-KILDE
           MOVE 3 TO KI-IX
           MOVE "aftaler.txt" TO KI-KILDEFIL(KI-IX)
           PERFORM BEHANDL-AFTALER

           MOVE "L" TO EKS-KILDE
           MOVE 4 TO KI-IX
           MOVE "laaneplan.txt" TO KI-KILDEFIL(KI-IX)
           PERFORM BEHANDL-LAAN

           IF KONTI-AABEN = "J"
               CLOSE KONTOFIL
           END-IF.

      * En tilvaekstfil. Fra den levende fil periodiseres det der
      * ikke er tilskrevet plus dagene til ultimo; fra den
      * _posteret-fil RENTEBATCH netop har lagt til side kun dagene
      * til ultimo (resten er tilskrevet og bogfoert).
       BEHANDL-TILVAEKST.
           MOVE "N" TO TV-FINDES
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT TVFIL
           IF TVFIL-STATUS = "35"
               CLOSE TVFIL
           ELSE
               MOVE "J" TO TV-FINDES
               MOVE TV-FILNAVN TO KI-KILDEFIL(KI-IX)
               PERFORM UNTIL TV-EOF
                   READ TVFIL
                       AT END SET TV-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(TV-LINJE)) > 0
                               PERFORM VURDER-TILVAEKST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TVFIL
           END-IF.

       VURDER-TILVAEKST.
           MOVE SPACES TO TV-DAGE-TXT
           UNSTRING TV-LINJE
               DELIMITED BY ";"
               INTO TV-KONTO TV-BELOEB-TXT TV-DAGE-TXT
           MOVE FUNCTION NUMVAL(TV-BELOEB-TXT) TO TV-BELOEB
      * Debettilvaeksten staar negativt; periodiseres som positivt
      * tilgodehavende.
           IF EKS-KILDE = "O"
               COMPUTE TV-BELOEB = 0 - TV-BELOEB
           END-IF
           MOVE 0 TO TV-DAGE
           IF FUNCTION TRIM(TV-DAGE-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(TV-DAGE-TXT) TO TV-DAGE
           END-IF
           ADD 1 TO KI-LINJER(KI-IX)
           IF TV-LIVE = "J"
               MOVE TV-BELOEB TO EKS-FIL-BELOEB
           ELSE
               MOVE 0 TO EKS-FIL-BELOEB
           END-IF
           MOVE 0 TO EKS-STUB
           IF STUB-DAGE > 0 AND TV-DAGE > 0
               COMPUTE EKS-STUB ROUNDED =
                   TV-BELOEB * STUB-DAGE / TV-DAGE
           END-IF
           ADD EKS-FIL-BELOEB TO KI-FIL(KI-IX)
           ADD EKS-STUB TO KI-STUB(KI-IX)
           COMPUTE EKS-BELOEB = EKS-FIL-BELOEB + EKS-STUB
           IF EKS-BELOEB NOT = 0
               MOVE FUNCTION TRIM(TV-KONTO) TO EKS-KONTO
               PERFORM SLAA-KONTO-OP
               MOVE EKS-FIL-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT
               MOVE EKS-STUB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT2
               MOVE ALL SPACES TO EKS-DETALJE
               STRING "ikke tilskrevet " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   " + " DELIMITED BY SIZE
                   STUB-DAGE DELIMITED BY SIZE
                   " dage " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                   INTO EKS-DETALJE
               END-STRING
               PERFORM NOTER-PERIODISERING
           END-IF.

      * Aktive aftaleindlaan: renten fra start (eller seneste rul)
      * til ultimo, dog hoejst til forfaldsdagen.
       BEHANDL-AFTALER.
           MOVE "N" TO AFTALE-EOF-FLAG
           OPEN INPUT AFTALEFIL
           IF AFTALEFIL-STATUS = "35"
               CLOSE AFTALEFIL
           ELSE
               PERFORM UNTIL AFTALE-EOF
                   READ AFTALEFIL
                       AT END SET AFTALE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(AFTALE-LINJE)) > 0
                               MOVE SPACES TO AFT-FELT7
                               UNSTRING AFTALE-LINJE
                                   DELIMITED BY ";"
                                   INTO AFT-FELT1 AFT-FELT2
                                        AFT-FELT3 AFT-FELT4
                                        AFT-FELT5 AFT-FELT6
                                        AFT-FELT7
                               IF AFT-FELT7 = "A"
                                   PERFORM VURDER-AFTALE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALEFIL
           END-IF.

       VURDER-AFTALE.
           MOVE FUNCTION TRIM(AFT-FELT2) TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           MOVE ARB-DAGNR TO FRA-DAGNR
           MOVE SLUT-DAGNR TO TIL-DAGNR
           MOVE FUNCTION TRIM(AFT-FELT4) TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           IF ARB-DAGNR > 0 AND ARB-DAGNR < TIL-DAGNR
               MOVE ARB-DAGNR TO TIL-DAGNR
           END-IF
           IF FRA-DAGNR > 0 AND TIL-DAGNR > FRA-DAGNR
               ADD 1 TO KI-LINJER(KI-IX)
               COMPUTE ANTAL-DAGE = TIL-DAGNR - FRA-DAGNR
               MOVE FUNCTION TRIM(AFT-FELT1) TO EKS-KONTO
               PERFORM SLAA-KONTO-OP
               IF KONTO-FUNDET = "J" AND KONTO-FELT9 NOT = "J"
                   MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
                   MOVE FUNCTION NUMVAL(AFT-FELT3) TO AFTALT-RENTE
                   COMPUTE EKS-BELOEB ROUNDED =
                       KONTO-SALDO * AFTALT-RENTE * ANTAL-DAGE / 365
                   IF EKS-BELOEB NOT = 0
                       MOVE ANTAL-DAGE TO DAGE-EDIT
                       MOVE ALL SPACES TO EKS-DETALJE
                       STRING "fra " DELIMITED BY SIZE
                           FUNCTION TRIM(AFT-FELT2) DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(DAGE-EDIT) DELIMITED BY SIZE
                           " dage a " DELIMITED BY SIZE
                           FUNCTION TRIM(AFT-FELT3) DELIMITED BY SIZE
                           INTO EKS-DETALJE
                       END-STRING
                       PERFORM NOTER-PERIODISERING
                   END-IF
               END-IF
           END-IF.

      * Laanebogen: rentedelen af naeste afventende termin efter
      * ultimo, forholdsmaessigt for dagene siden seneste termin.
       BEHANDL-LAAN.
           MOVE "N" TO LAAN-EOF-FLAG
           OPEN INPUT LAANFIL
           IF LAANFIL-STATUS = "35"
               CLOSE LAANFIL
           ELSE
               PERFORM UNTIL LAAN-EOF
                   READ LAANFIL
                       AT END SET LAAN-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LAAN-LINJE)) > 0
                               UNSTRING LAAN-LINJE
                                   DELIMITED BY ";"
                                   INTO LAAN-FELT1 LAAN-FELT2
                                        LAAN-FELT3 LAAN-FELT4
                               PERFORM VURDER-LAANPERIODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANFIL
           END-IF.

       VURDER-LAANPERIODE.
      * Betalingskontoens filial bruges hvis laanekontoen ikke
      * selv baerer en (som NEDSKRIV).
           MOVE FUNCTION TRIM(LAAN-FELT2) TO EKS-KONTO
           PERFORM SLAA-KONTO-OP
           MOVE EKS-FILIAL TO BETALINGSFILIAL
           MOVE FUNCTION TRIM(LAAN-FELT1) TO EKS-KONTO
           PERFORM SLAA-KONTO-OP
           IF KONTO-FUNDET = "J" AND KONTO-FELT9 NOT = "J"
               IF EKS-FILIAL = SPACES
                   MOVE BETALINGSFILIAL TO EKS-FILIAL
               END-IF
               PERFORM FIND-TERMINER
               IF NAESTE-DATO NOT = SPACES
                   ADD 1 TO KI-LINJER(KI-IX)
                   PERFORM BEREGN-LAANERENTE
               END-IF
           END-IF.

      * Seneste termin til og med ultimo (uanset status) og den
      * foerste afventende termin derefter. EKS/INDF-linjer er ikke
      * terminer og springes over.
       FIND-TERMINER.
           MOVE SPACES TO FORRIGE-DATO
           MOVE SPACES TO NAESTE-DATO
           MOVE 0 TO NAESTE-RENTEDEL
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
                               MOVE SPACES TO PLAN-FELT8
                               UNSTRING PLAN-LINJE
                                   DELIMITED BY ";"
                                   INTO PLAN-FELT1 PLAN-FELT2
                                        PLAN-FELT3 PLAN-FELT4
                                        PLAN-FELT5 PLAN-FELT6
                                        PLAN-FELT7 PLAN-FELT8
                               IF FUNCTION NUMVAL(PLAN-FELT1) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   AND FUNCTION TRIM(PLAN-FELT2)
                                       IS NUMERIC
                                   PERFORM VURDER-TERMIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

       VURDER-TERMIN.
           MOVE FUNCTION TRIM(PLAN-FELT3) TO TERMIN-FORFALD
           IF TERMIN-FORFALD NOT > SLUT-DATO
               IF FORRIGE-DATO = SPACES
                   OR TERMIN-FORFALD > FORRIGE-DATO
                   MOVE TERMIN-FORFALD TO FORRIGE-DATO
               END-IF
           ELSE
               IF PLAN-FELT8 = "A" OR PLAN-FELT8 = "a"
                   IF NAESTE-DATO = SPACES
                       OR TERMIN-FORFALD < NAESTE-DATO
                       MOVE TERMIN-FORFALD TO NAESTE-DATO
                       MOVE FUNCTION NUMVAL(PLAN-FELT5)
                           TO NAESTE-RENTEDEL
                   END-IF
               END-IF
           END-IF.

       BEREGN-LAANERENTE.
           MOVE NAESTE-DATO TO ARB-DATO
           PERFORM DATO-TIL-DAGNR
           MOVE ARB-DAGNR TO TIL-DAGNR
           IF FORRIGE-DATO NOT = SPACES
               MOVE FORRIGE-DATO TO ARB-DATO
               PERFORM DATO-TIL-DAGNR
               MOVE ARB-DAGNR TO FRA-DAGNR
           ELSE
      * Foerste termin: terminen regnes fra samme dag maaneden foer.
               MOVE 0 TO FRA-DAGNR
               IF TIL-DAGNR > 0
                   COMPUTE DATO-TAL-RED =
                       FUNCTION DATE-OF-INTEGER(TIL-DAGNR)
                   IF DT-MAANED = 1
                       MOVE 12 TO DT-MAANED
                       SUBTRACT 1 FROM DT-AAR
                   ELSE
                       SUBTRACT 1 FROM DT-MAANED
                   END-IF
                   IF DT-DAG > 28
                       MOVE 28 TO DT-DAG
                   END-IF
                   COMPUTE FRA-DAGNR =
                       FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               END-IF
           END-IF
           IF FRA-DAGNR > 0 AND TIL-DAGNR > FRA-DAGNR
               AND SLUT-DAGNR > FRA-DAGNR
               COMPUTE TERMIN-DAGE = TIL-DAGNR - FRA-DAGNR
               COMPUTE ANTAL-DAGE = SLUT-DAGNR - FRA-DAGNR
               IF ANTAL-DAGE > TERMIN-DAGE
                   MOVE TERMIN-DAGE TO ANTAL-DAGE
               END-IF
               COMPUTE EKS-BELOEB ROUNDED =
                   NAESTE-RENTEDEL * ANTAL-DAGE / TERMIN-DAGE
               IF EKS-BELOEB NOT = 0
                   MOVE ANTAL-DAGE TO DAGE-EDIT
                   MOVE FUNCTION TRIM(DAGE-EDIT) TO DAGE-TXT
                   MOVE TERMIN-DAGE TO DAGE-EDIT
                   MOVE FUNCTION TRIM(DAGE-EDIT) TO DAGE-TXT2
                   MOVE NAESTE-RENTEDEL TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT
                   MOVE ALL SPACES TO EKS-DETALJE
                   STRING "termin " DELIMITED BY SIZE
                       NAESTE-DATO DELIMITED BY SIZE
                       " rentedel " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                       " x " DELIMITED BY SIZE
                       FUNCTION TRIM(DAGE-TXT) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(DAGE-TXT2) DELIMITED BY SIZE
                       " dage" DELIMITED BY SIZE
                       INTO EKS-DETALJE
                   END-STRING
                   PERFORM NOTER-PERIODISERING
               END-IF
           END-IF.

      * Kontotype og filial fra konti.txt paa noeglen; en ukendt
      * konto faar blank type (rammer hoejst stjerneraekkerne).
       SLAA-KONTO-OP.
           MOVE SPACES TO EKS-TYPE
           MOVE SPACES TO EKS-FILIAL
           MOVE "N" TO KONTO-FUNDET
           IF KONTI-AABEN = "J"
               AND FUNCTION TRIM(EKS-KONTO) IS NUMERIC
               MOVE FUNCTION NUMVAL(EKS-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "J" TO KONTO-FUNDET
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
                       MOVE FUNCTION TRIM(KONTO-FELT3) TO EKS-TYPE
                       MOVE KONTO-FELT11 TO EKS-FILIAL
               END-READ
           END-IF.

      * Ny periodisering: journal, registerraekke, filial- og
      * kildetotaler og rapportlinje. Er registertabellen fuld,
      * bogfoeres raekken ikke (den kunne ikke tilbagefoeres).
       NOTER-PERIODISERING.
           IF EKS-FILIAL = SPACES
               MOVE "HK" TO EKS-FILIAL
           END-IF
           IF REG-ANTAL NOT < 9999
               ADD 1 TO ANTAL-IKKE-PLADS
               MOVE 1 TO RETUR
           ELSE
               MOVE "N" TO EKS-TILBAGE
               MOVE PERIODE-TXT TO EKS-PERIODE
               PERFORM BOGFOER-PAR
               ADD 1 TO REG-ANTAL
               MOVE EKS-KONTO TO REG-KONTO(REG-ANTAL)
               MOVE EKS-KILDE TO REG-KILDE(REG-ANTAL)
               MOVE EKS-TYPE TO REG-TYPE(REG-ANTAL)
               MOVE EKS-FILIAL TO REG-FILIAL(REG-ANTAL)
               MOVE EKS-BELOEB TO REG-BELOEB(REG-ANTAL)
               MOVE PERIODE-TXT TO REG-PERIODE(REG-ANTAL)
               MOVE NU-DATO-TXT TO REG-DATO(REG-ANTAL)
               MOVE "B" TO REG-STATUS(REG-ANTAL)
               MOVE SPACES TO REG-TDATO(REG-ANTAL)
               ADD 1 TO ANTAL-PERIODISERET
               ADD 1 TO KI-ANTAL(KI-IX)
               ADD EKS-BELOEB TO KI-BOGFOERT(KI-IX)
               PERFORM OPDATER-FILIAL
               PERFORM SKRIV-PERIODELINJE
           END-IF.

      * Filialraekken for EKS-FILIAL (oprettes ved foerste brug).
       OPDATER-FILIAL.
           MOVE 0 TO FIL-FUNDET-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL-I-ALT OR FIL-FUNDET-IX > 0
               IF FIL-NAVN(FIL-IX) = EKS-FILIAL
                   MOVE FIL-IX TO FIL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FIL-FUNDET-IX = 0
               IF FIL-ANTAL-I-ALT < 50
                   ADD 1 TO FIL-ANTAL-I-ALT
                   MOVE FIL-ANTAL-I-ALT TO FIL-FUNDET-IX
                   MOVE EKS-FILIAL TO FIL-NAVN(FIL-FUNDET-IX)
               ELSE
                   MOVE 50 TO FIL-FUNDET-IX
                   MOVE "OEVRIGE" TO FIL-NAVN(FIL-FUNDET-IX)
               END-IF
               MOVE 0 TO FIL-ANTAL(FIL-FUNDET-IX)
               MOVE 0 TO FIL-SKYLD(FIL-FUNDET-IX)
               MOVE 0 TO FIL-TILGODE(FIL-FUNDET-IX)
           END-IF
           ADD 1 TO FIL-ANTAL(FIL-FUNDET-IX)
           IF EKS-KILDE = "R" OR EKS-KILDE = "A"
               ADD EKS-BELOEB TO FIL-SKYLD(FIL-FUNDET-IX)
               ADD EKS-BELOEB TO TOTAL-SKYLD
           ELSE
               ADD EKS-BELOEB TO FIL-TILGODE(FIL-FUNDET-IX)
               ADD EKS-BELOEB TO TOTAL-TILGODE
           END-IF.

       SKRIV-PERIODELINJE.
           EVALUATE EKS-KILDE
               WHEN "R"
                   MOVE "Indlaansrente   " TO KILDE-TEKST
               WHEN "O"
                   MOVE "Overtraeksrente " TO KILDE-TEKST
               WHEN "A"
                   MOVE "Aftaleindlaan   " TO KILDE-TEKST
               WHEN OTHER
                   MOVE "Laanerente      " TO KILDE-TEKST
           END-EVALUATE
           MOVE EKS-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING KILDE-TEKST DELIMITED BY SIZE
               "konto " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(EKS-TYPE) DELIMITED BY SIZE
               ", filial " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
               ")  " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-DETALJE) DELIMITED BY SIZE
               "  periodiseret " DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

      * To journallinjer pr. periodisering: resultatsiden og
      * balancesiden. Raekkernes retning gaelder en positiv
      * periodisering; et negativt beloeb og en tilbagefoersel
      * vender hver retningen, saa journalen stadig balancerer.
       BOGFOER-PAR.
           IF EKS-BELOEB NOT = 0
               MOVE "N" TO VEND-FLAG
               IF EKS-BELOEB < 0
                   COMPUTE POST-BELOEB = 0 - EKS-BELOEB
                   MOVE "J" TO VEND-FLAG
               ELSE
                   MOVE EKS-BELOEB TO POST-BELOEB
               END-IF
               IF EKS-TILBAGE = "J"
                   IF VEND-FLAG = "J"
                       MOVE "N" TO VEND-FLAG
                   ELSE
                       MOVE "J" TO VEND-FLAG
                   END-IF
               END-IF
               IF EKS-KILDE = "R" OR EKS-KILDE = "A"
                   MOVE "PERIODE-UDG" TO UDG-POSTTYPE
                   MOVE "PERIODE-SKYLD" TO MOD-POSTTYPE
               ELSE
                   MOVE "PERIODE-TILG" TO UDG-POSTTYPE
                   MOVE "PERIODE-INDT" TO MOD-POSTTYPE
               END-IF
               MOVE UDG-POSTTYPE TO SOEG-POSTTYPE
               PERFORM FIND-KONTOPLAN
               IF NOT KPLAN-ER-FUNDET
                   MOVE FEJL-GL TO FUNDET-GL
                   MOVE "D" TO FUNDET-RETNING
                   PERFORM SKRIV-UMAPPET
               END-IF
               PERFORM SKRIV-JOURNALLINJE
               MOVE MOD-POSTTYPE TO SOEG-POSTTYPE
               PERFORM FIND-KONTOPLAN
               IF NOT KPLAN-ER-FUNDET
                   MOVE FEJL-GL TO FUNDET-GL
                   MOVE "K" TO FUNDET-RETNING
                   PERFORM SKRIV-UMAPPET
               END-IF
               PERFORM SKRIV-JOURNALLINJE
           END-IF.

       SKRIV-UMAPPET.
           ADD 1 TO ANTAL-UMAPPEDE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "UMAPPET  type " DELIMITED BY SIZE
               FUNCTION TRIM(SOEG-POSTTYPE) DELIMITED BY SIZE
               " (kontotype " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-TYPE) DELIMITED BY SIZE
               ") konto " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               " - foert paa fejlkonto" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       SKRIV-JOURNALLINJE.
           IF VEND-FLAG = "J"
               IF FUNDET-RETNING = "K" OR FUNDET-RETNING = "k"
                   MOVE "D" TO FUNDET-RETNING
               ELSE
                   MOVE "K" TO FUNDET-RETNING
               END-IF
           END-IF
           IF FUNDET-RETNING = "K" OR FUNDET-RETNING = "k"
               MOVE "K" TO FUNDET-RETNING
               ADD POST-BELOEB TO SUM-KREDIT
           ELSE
               MOVE "D" TO FUNDET-RETNING
               ADD POST-BELOEB TO SUM-DEBET
           END-IF
           MOVE POST-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(FUNDET-GL) DELIMITED BY SIZE
               ";"
               FUNDET-RETNING DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SOEG-POSTTYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-PERIODE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE JOURNAL-LINJE FROM LINJE.

      * Specifik kontotyperaekke gaar forud for "*"-raekken.
       FIND-KONTOPLAN.
           MOVE "N" TO KPLAN-FUNDET
           MOVE "N" TO STJERNE-FUNDET
           MOVE SPACES TO FUNDET-GL
           MOVE "K" TO FUNDET-RETNING
           MOVE "N" TO KPLAN-EOF-FLAG
           OPEN INPUT KPLANFIL
           IF KPLANFIL-STATUS = "35"
               CLOSE KPLANFIL
           ELSE
               PERFORM UNTIL KPLAN-EOF
                   READ KPLANFIL
                       AT END SET KPLAN-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KPLAN-LINJE)) > 0
                               PERFORM VURDER-KONTOPLANRAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPLANFIL
           END-IF

           IF NOT KPLAN-ER-FUNDET AND STJERNE-ER-FUNDET
               SET KPLAN-ER-FUNDET TO TRUE
               MOVE STJERNE-GL TO FUNDET-GL
               MOVE STJERNE-RETNING TO FUNDET-RETNING
           END-IF.

       VURDER-KONTOPLANRAEKKE.
           MOVE SPACES TO KPLAN-FELT4
           UNSTRING KPLAN-LINJE
               DELIMITED BY ";"
               INTO KPLAN-FELT1 KPLAN-FELT2 KPLAN-FELT3 KPLAN-FELT4
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(KPLAN-FELT2)) =
               FUNCTION TRIM(SOEG-POSTTYPE)
               IF FUNCTION TRIM(KPLAN-FELT1) = "*"
                   SET STJERNE-ER-FUNDET TO TRUE
                   MOVE KPLAN-FELT3 TO STJERNE-GL
                   MOVE KPLAN-FELT4 TO STJERNE-RETNING
               ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(KPLAN-FELT1))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(EKS-TYPE))
                       SET KPLAN-ER-FUNDET TO TRUE
                       MOVE KPLAN-FELT3 TO FUNDET-GL
                       MOVE KPLAN-FELT4 TO FUNDET-RETNING
                   END-IF
               END-IF
           END-IF.

       SKRIV-FILIALOVERSIGT.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Oversigt pr. filial" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL-I-ALT
               MOVE FIL-SKYLD(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE FIL-TILGODE(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Filial " DELIMITED BY SIZE
                   FIL-NAVN(FIL-IX) DELIMITED BY SIZE
                   " konti " DELIMITED BY SIZE
                   FIL-ANTAL(FIL-IX) DELIMITED BY SIZE
                   "  skyldige renter " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   "  tilgodehavende renter " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM.

      * Afstemning mod kildefilerne: for tilvaekstfilerne skal
      * det periodiserede vaere filens ikke-tilskrevne sum plus
      * dagene til ultimo; for aftaler og laan vises antal
      * grundlag og det periodiserede.
       SKRIV-AFSTEMNING.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Afstemning mod kildefilerne" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING KI-IX FROM 1 BY 1 UNTIL KI-IX > 4
               MOVE KI-FIL(KI-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE KI-STUB(KI-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
               MOVE KI-BOGFOERT(KI-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
               COMPUTE AFSTEM-DIFF = KI-BOGFOERT(KI-IX)
                   - KI-FIL(KI-IX) - KI-STUB(KI-IX)
               MOVE AFSTEM-DIFF TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
               MOVE ALL SPACES TO RAPPORT-LINJE
               IF KI-KILDEFIL(KI-IX) = SPACES
                   EVALUATE KI-IX
                       WHEN 1
                           MOVE "rentetilvaekst.txt"
                               TO KI-KILDEFIL(KI-IX)
                       WHEN 2
                           MOVE "overtraek_tilvaekst.txt"
                               TO KI-KILDEFIL(KI-IX)
                   END-EVALUATE
               END-IF
               IF KI-IX < 3
                   STRING FUNCTION TRIM(KI-KILDEFIL(KI-IX))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       KI-LINJER(KI-IX) DELIMITED BY SIZE
                       " linjer, ikke tilskrevet " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                       " + dage til ultimo " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                       " = periodiseret " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
                       " (difference " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(KI-KILDEFIL(KI-IX))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       KI-LINJER(KI-IX) DELIMITED BY SIZE
                       " i grundlaget, " DELIMITED BY SIZE
                       KI-ANTAL(KI-IX) DELIMITED BY SIZE
                       " periodiseret med i alt " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
               END-IF
               WRITE RAPPORT-LINJE
               IF KI-IX < 3 AND AFSTEM-DIFF NOT = 0
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "ADVARSEL: periodiseringen afstemmer ikke "
                       DELIMITED BY SIZE
                       "med " DELIMITED BY SIZE
                       FUNCTION TRIM(KI-KILDEFIL(KI-IX))
                           DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
                   MOVE 1 TO RETUR
               END-IF
           END-PERFORM
           IF KI-KILDEFIL(1) = "rentetilvaekst_posteret.txt"
               OR KI-KILDEFIL(2) = "overtraek_tilvaekst_posteret.txt"
               MOVE "(_posteret: tilskrevet af RENTEBATCH i dag - "
                   TO LINJE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   " kun dagssatsen bruges)" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF
           IF ANTAL-IKKE-PLADS > 0
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   ANTAL-IKKE-PLADS DELIMITED BY SIZE
                   " periodiseringer fik ikke plads i registret "
                   DELIMITED BY SIZE
                   "(9999) og er IKKE bogfoert." DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       SKRIV-KONTROLTOTALER.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE TOTAL-SKYLD TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE TOTAL-TILGODE TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE TILB-SUM TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Periodiseret: " DELIMITED BY SIZE
               ANTAL-PERIODISERET DELIMITED BY SIZE
               "  skyldige renter " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  tilgodehavende renter " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  tilbagefoert: " DELIMITED BY SIZE
               TILB-ANTAL DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-DEBET TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE SUM-KREDIT TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Journal debet i alt: " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  kredit i alt: " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  paa fejlkonto: " DELIMITED BY SIZE
               ANTAL-UMAPPEDE DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           IF SUM-DEBET NOT = SUM-KREDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: journalen balancerer ikke - ret "
                   DELIMITED BY SIZE
                   "retningen paa PERIODE-raekkerne i "
                   DELIMITED BY SIZE
                   "kontoplan.txt!" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE 1 TO RETUR
           END-IF.
