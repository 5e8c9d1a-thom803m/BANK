       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSKIFTEKOER.

      *> Natbatchens gennemfoerelse af udgaaende bankskifter
      *> (BANKSKIFTE, bankskifte.txt / SKIFTEREC.cpy). En sag med
      *> status R (registreret) eller M (afventer manuel behandling)
      *> hvis skiftedato er naaet behandles saadan:
      *>   1. Kundens aktive faste betalinger (fasteordrer.txt) og
      *>      betalingsservice-mandater (mandater.txt) paa konti hvor
      *>      kunden er primaer ejer stoppes pr. dags dato - den nye
      *>      bank har faaet dem i overleveringsfilen.
      *>   2. Hver aaben konto afregnes: optjent rente fra
      *>      rentetilvaekst.txt posteres som RENTE med kildeskat
      *>      (kildeskat_sats.txt/kildeskat_afregning.txt som
      *>      RENTEBATCH), optjent debetrente fra
      *>      overtraek_tilvaekst.txt som OVERTRAEKSRENTE, og
      *>      kontoens linjer fjernes fra begge tilvaekstfiler, saa
      *>      RENTEBATCH ikke tilskriver dem igen.
      *>   3. En positiv restsaldo sendes til den nye banks reg.nr./
      *>      kontonr. som EKSTERN-UD med markoeren BANKSKIFTE:<sag>
      *>      og en koelinje med status K i udbetal_koe.txt, som
      *>      CLEARUD sender med naeste clearingudvaeksling (samme
      *>      format som EKSTUDPOST).
      *>   4. Kontoen lukkes (KONTO-FELT9 = "J", lukningsdato i dag).
      *> En konto der er spaerret, er et laan eller et aftaleindlaan,
      *> har reserverede beloeb eller ender i negativ saldo efter
      *> renteafregningen roeres ikke: sagen saettes i status M med
      *> aarsagen og proeves igen hver nat, til kontoen er bragt i
      *> orden. Naar alle konti er lukket, saettes sagen til G med
      *> gennemfoerelsesdato og en viderestillingsperiode (FRIST i
      *> bankskifte_param.txt, standard 90 dage), og kunden faar et
      *> bekraeftelsesbrev via FORSEND (brevtype BANKSKIFTE).
      *> Krediteringer der kommer ind paa de lukkede konti i
      *> viderestillingsperioden sendes videre af CLEARIND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKIFTEFIL ASSIGN TO "bankskifte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIFTEFIL-STATUS.
           SELECT SKIFTETEMP ASSIGN TO "bankskifte_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMFIL ASSIGN TO "bankskifte_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMFIL-STATUS.
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
           SELECT ORDRETEMP ASSIGN TO "fasteordrer_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANDATFIL ASSIGN TO "mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT MANDATTEMP ASSIGN TO "mandater_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TILVAEKSTFIL ASSIGN TO "rentetilvaekst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILVAEKSTFIL-STATUS.
           SELECT DEBETFIL ASSIGN TO "overtraek_tilvaekst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEBETFIL-STATUS.
           SELECT TVTEMP ASSIGN TO "tilvaekst_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KSATSFIL ASSIGN TO "kildeskat_sats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KSATSFIL-STATUS.
           SELECT AFREGNFIL ASSIGN TO "kildeskat_afregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGNFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udbetal_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SKIFTEFIL.
       01 SKIFTE-LINJE     PIC X(200).

       FD SKIFTETEMP.
       01 SKIFTETEMP-LINJE PIC X(200).

       FD PARAMFIL.
       01 PARAM-LINJE      PIC X(40).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD ORDREFIL.
       01 ORDRE-LINJE      PIC X(200).

       FD ORDRETEMP.
       01 ORDRETEMP-LINJE  PIC X(200).

       FD MANDATFIL.
       01 MANDAT-LINJE     PIC X(80).

       FD MANDATTEMP.
       01 MANDATTEMP-LINJE PIC X(80).

       FD TILVAEKSTFIL.
       01 TILVAEKST-LINJE  PIC X(50).

       FD DEBETFIL.
       01 DEBET-LINJE      PIC X(50).

       FD TVTEMP.
       01 TVTEMP-LINJE     PIC X(50).

       FD KSATSFIL.
       01 KSATS-LINJE      PIC X(40).

       FD AFREGNFIL.
       01 AFREGN-LINJE     PIC X(80).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "SKIFTEREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "ORDREREC.cpy".
       COPY "MANDATREC.cpy".

       01 SKIFTEFIL-STATUS PIC XX.
       01 PARAMFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 ORDREFIL-STATUS  PIC XX.
       01 MANDATFIL-STATUS PIC XX.
       01 TILVAEKSTFIL-STATUS PIC XX.
       01 DEBETFIL-STATUS  PIC XX.
       01 KSATSFIL-STATUS  PIC XX.
       01 AFREGNFIL-STATUS PIC XX.
       01 KOEFIL-STATUS    PIC XX.

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
       01 FRIST-DAGNR      PIC 9(7).
       01 FRIST-DATO-TXT   PIC X(10).

      * Parametre fra bankskifte_param.txt (kun FRIST bruges her).
       01 PARAM-NOEGLE     PIC X(10).
       01 PARAM-VAERDI     PIC X(10).
       01 FRIST-DAGE       PIC 9(4) VALUE 90.

      * Kundens aabne konti (primaer ejer) og brevteksten pr. konto.
       01 KT-TABEL.
          05 KT-RAEKKE OCCURS 50 TIMES.
             10 KT-KONTO   PIC X(10).
             10 KT-TEKST   PIC X(100).
       01 KT-ANTAL         PIC 9(3) VALUE 0.
       01 KT-IX            PIC 9(3).
       01 KT-FUNDET        PIC X.
       01 SOEGE-KONTO      PIC X(10).

       01 SAG-AARSAG       PIC X(50).
       01 KONTO-AARSAG     PIC X(50).
       01 SAG-AENDRET      PIC X VALUE "N".
          88 SAG-ER-AENDRET VALUE "J".
       01 AENDRINGER       PIC X VALUE "N".
          88 ER-AENDRINGER VALUE "J".
       01 ANTAL-ORDRE-STOP PIC 9(5) VALUE 0.
       01 ANTAL-MANDAT-STOP PIC 9(5) VALUE 0.

       01 KONTO-SALDO      PIC S9(11)V99.
       01 RESERV-SUM       PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 SALDO-TXT        PIC X(15).
       01 BRUTTO-SALDO-TXT PIC X(15).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).

      * Renteafregning - samme beregning og linjer som RENTEBATCH.
       01 TV-KONTO         PIC X(10).
       01 TV-BELOEB        PIC X(18).
       01 TV-DAGE          PIC X(5).
       01 TV-EOF-FLAG      PIC X VALUE "N".
          88 TV-EOF        VALUE "Y".
       01 TV-FJERNET       PIC X VALUE "N".
          88 TV-ER-FJERNET VALUE "J".
       01 RENTE-BELOEB     PIC S9(11)V99.
       01 RENTE-TXT        PIC X(15).
       01 DEBET-BELOEB     PIC S9(11)V99.
       01 DEBET-TXT        PIC X(15).
       01 KSKAT-SATS       PIC S9V9999 VALUE 0.
       01 KSKAT-BELOEB     PIC S9(11)V99.
       01 KSKAT-TXT        PIC X(15).
       01 NETTO-BELOEB     PIC S9(11)V99.
       01 NETTO-TXT        PIC X(15).
       01 KSATS-FELT1      PIC X(10).
       01 KSATS-FELT2      PIC X(10).
       01 KSATS-FELT3      PIC X(10).
       01 KSATS-EOF-FLAG   PIC X VALUE "N".
          88 KSATS-EOF     VALUE "Y".
       01 KSKAT-BEDSTE-DATO PIC X(10).
       01 KSKAT-KAND-DATO  PIC X(10).
       01 KSKAT-FUNDET     PIC X VALUE "N".
          88 KSKAT-ER-FUNDET VALUE "Y".

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 KOE-FELT1        PIC X(10).
       01 KOE-REST         PIC X(110).
       01 KOE-EOF-FLAG     PIC X VALUE "N".
          88 KOE-EOF       VALUE "Y".

       01 ANTAL-BEHANDLET  PIC 9(5) VALUE 0.
       01 ANTAL-GENNEMFOERT PIC 9(5) VALUE 0.
       01 ANTAL-MANUEL     PIC 9(5) VALUE 0.
       01 ANTAL-LUKKET     PIC 9(5) VALUE 0.

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 SUB-EOF-FLAG     PIC X VALUE "N".
          88 SUB-EOF       VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "BANKSKIFTE".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BSKIFTEKOER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== BSKIFTEKOER: Gennemfoer bankskifter ===".

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
           PERFORM LAES-PARAMETRE
           PERFORM BEREGN-FRISTDATO
           PERFORM FIND-KILDESKATSATS

           MOVE "N" TO AENDRINGER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               CLOSE SKIFTEFIL
               DISPLAY "Ingen bankskiftesager."
           ELSE
               OPEN OUTPUT SKIFTETEMP
               PERFORM UNTIL EOF
                   READ SKIFTEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(SKIFTE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM BEHANDL-SAGSLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIFTEFIL
               CLOSE SKIFTETEMP
               IF ER-AENDRINGER
                   MOVE "S" TO FS-HANDLING
                   MOVE "bankskifte_tmp.txt" TO FS-KILDE
                   MOVE "bankskifte.txt" TO FS-MAAL
               ELSE
                   MOVE "D" TO FS-HANDLING
                   MOVE "bankskifte_tmp.txt" TO FS-KILDE
               END-IF
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           DISPLAY "Bankskifter behandlet: " ANTAL-BEHANDLET
               " - gennemfoert " ANTAL-GENNEMFOERT
               ", afventer manuel behandling " ANTAL-MANUEL
               ", konti lukket " ANTAL-LUKKET "."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       BEHANDL-SAGSLINJE.
           PERFORM SKIL-SKIFTELINJE
           IF SKF-FELT2 = "U"
               AND (SKF-FELT8 = "R" OR SKF-FELT8 = "M")
               AND FUNCTION TRIM(SKF-FELT7) NOT > NU-DATO-TXT
               PERFORM GENNEMFOER-SKIFTE
               PERFORM DAN-SKIFTELINJE
               WRITE SKIFTETEMP-LINJE FROM LINJE
               SET ER-AENDRINGER TO TRUE
           ELSE
               WRITE SKIFTETEMP-LINJE FROM SKIFTE-LINJE
           END-IF.

      * Et skifte: ordrer og mandater stoppes, hver konto afregnes,
      * overfoeres og lukkes, og sagen opdateres.
       GENNEMFOER-SKIFTE.
           ADD 1 TO ANTAL-BEHANDLET
           MOVE SPACES TO SAG-AARSAG
           PERFORM FIND-KUNDENS-KONTI
           IF KT-ANTAL > 0
               PERFORM STOP-ORDRER
               PERFORM STOP-MANDATER
           END-IF
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-ANTAL
               MOVE KT-KONTO (KT-IX) TO SOEGE-KONTO
               PERFORM AFVIKL-KONTO
           END-PERFORM

           IF SAG-AARSAG NOT = SPACES
               MOVE "M" TO SKF-FELT8
               MOVE SAG-AARSAG TO SKF-FELT13
               ADD 1 TO ANTAL-MANUEL
               DISPLAY "Sag " FUNCTION TRIM(SKF-FELT1) " kunde "
                   FUNCTION TRIM(SKF-FELT3) " afventer: "
                   FUNCTION TRIM(SAG-AARSAG)
           ELSE
               MOVE "G" TO SKF-FELT8
               MOVE NU-DATO-TXT TO SKF-FELT11
               MOVE FRIST-DATO-TXT TO SKF-FELT12
               MOVE SPACES TO SKF-FELT13
               ADD 1 TO ANTAL-GENNEMFOERT
               PERFORM SEND-BEKRAEFTELSE
               DISPLAY "Sag " FUNCTION TRIM(SKF-FELT1) " kunde "
                   FUNCTION TRIM(SKF-FELT3) " gennemfoert - "
                   "viderestilling til " FRIST-DATO-TXT
           END-IF.

      * En konto afvikles kun hvis den kan lukkes uden manuel
      * stillingtagen; ellers noteres aarsagen paa sagen.
       AFVIKL-KONTO.
           MOVE SPACES TO KONTO-AARSAG
           MOVE SPACES TO KT-TEKST (KT-IX)
           CALL "RESERVSUM" USING SOEGE-KONTO NU-DATO-TXT RESERV-SUM
           OPEN I-O KONTOFIL
           MOVE FUNCTION NUMVAL(SOEGE-KONTO) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   MOVE "konto findes ikke" TO KONTO-AARSAG
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
           END-READ
           IF KONTO-AARSAG = SPACES
               EVALUATE TRUE
                   WHEN KONTO-FELT6 = "J" OR KONTO-FELT6 = "j"
                       MOVE "kontoen er spaerret" TO KONTO-AARSAG
                   WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                       = "LAAN"
                       MOVE "laan skal indfries" TO KONTO-AARSAG
                   WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                       = "AFTALE"
                       MOVE "aftaleindlaan skal afvikles"
                           TO KONTO-AARSAG
                   WHEN RESERV-SUM > 0
                       MOVE "reserverede beloeb paa kontoen"
                           TO KONTO-AARSAG
               END-EVALUATE
           END-IF
           IF KONTO-AARSAG = SPACES
               MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
               PERFORM AFREGN-RENTE
               IF KONTO-SALDO < 0
                   MOVE "negativ saldo skal udlignes"
                       TO KONTO-AARSAG
                   PERFORM SKRIV-KONTOLINJE
               ELSE
                   IF KONTO-SALDO > 0
                       PERFORM OVERFOER-RESTSALDO
                   ELSE
                       MOVE 0 TO BELOEB-EDIT
                   END-IF
                   MOVE 0 TO KONTO-SALDO
                   MOVE "J" TO KONTO-FELT9
                   MOVE NU-DATO-TXT TO KONTO-FELT10
                   PERFORM SKRIV-KONTOLINJE
                   ADD 1 TO ANTAL-LUKKET
                   MOVE ALL SPACES TO KT-TEKST (KT-IX)
                   STRING "Konto " DELIMITED BY SIZE
                       FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
                       " er lukket - restsaldo " DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
                       " er overfoert." DELIMITED BY SIZE
                       INTO KT-TEKST (KT-IX)
                   END-STRING
               END-IF
           END-IF
           CLOSE KONTOFIL
           IF KONTO-AARSAG NOT = SPACES AND SAG-AARSAG = SPACES
               STRING "Konto " DELIMITED BY SIZE
                   FUNCTION TRIM(SOEGE-KONTO) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(KONTO-AARSAG) DELIMITED BY SIZE
                   INTO SAG-AARSAG
               END-STRING
           END-IF.

      * Optjent rente og debetrente posteres som ved RENTEBATCH's
      * tilskrivning, og tilvaeksten fjernes fra tilvaekstfilerne.
       AFREGN-RENTE.
           MOVE 0 TO RENTE-BELOEB
           MOVE 0 TO DEBET-BELOEB
           MOVE 0 TO KSKAT-BELOEB
           MOVE "N" TO TV-FJERNET
           PERFORM FIND-TILVAEKST
           PERFORM FIND-DEBETTILVAEKST

           IF RENTE-BELOEB > 0
               COMPUTE KSKAT-BELOEB ROUNDED =
                   RENTE-BELOEB * KSKAT-SATS
               SUBTRACT KSKAT-BELOEB FROM RENTE-BELOEB
                   GIVING NETTO-BELOEB
               ADD RENTE-BELOEB TO KONTO-SALDO
               MOVE KONTO-SALDO TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO BRUTTO-SALDO-TXT
               SUBTRACT KSKAT-BELOEB FROM KONTO-SALDO
               MOVE KONTO-SALDO TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
               MOVE RENTE-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO RENTE-TXT
               MOVE KSKAT-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO KSKAT-TXT
               MOVE NETTO-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO NETTO-TXT
               IF KSKAT-BELOEB NOT = 0
                   MOVE "RENTE" TO HIST-FELT3
                   MOVE RENTE-TXT TO HIST-FELT4
                   MOVE BRUTTO-SALDO-TXT TO HIST-FELT5
                   PERFORM SKRIV-HISTORIK
                   MOVE "KILDESKAT" TO HIST-FELT3
                   MOVE KSKAT-TXT TO HIST-FELT4
                   MOVE SALDO-TXT TO HIST-FELT5
                   PERFORM SKRIV-HISTORIK
                   PERFORM SKRIV-AFREGNING
               ELSE
                   MOVE "RENTE" TO HIST-FELT3
                   MOVE RENTE-TXT TO HIST-FELT4
                   MOVE SALDO-TXT TO HIST-FELT5
                   PERFORM SKRIV-HISTORIK
               END-IF
           END-IF

           IF DEBET-BELOEB > 0
               SUBTRACT DEBET-BELOEB FROM KONTO-SALDO
               MOVE KONTO-SALDO TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
               MOVE DEBET-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO DEBET-TXT
               MOVE "OVERTRAEKSRENTE" TO HIST-FELT3
               MOVE DEBET-TXT TO HIST-FELT4
               MOVE SALDO-TXT TO HIST-FELT5
               PERFORM SKRIV-HISTORIK
           END-IF

           IF TV-ER-FJERNET
               MOVE KONTO-SALDO TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
               PERFORM FJERN-TILVAEKST
           END-IF.

      * Restsaldoen sendes til kundens konto i den nye bank.
       OVERFOER-RESTSALDO.
           MOVE KONTO-SALDO TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE "EKSTERN-UD" TO HIST-FELT3
           MOVE BELOEB-TXT TO HIST-FELT4
           MOVE "0.00" TO HIST-FELT5
           PERFORM SKRIV-HISTORIK
           PERFORM SKRIV-KOE.

       FIND-KUNDENS-KONTI.
           MOVE 0 TO KT-ANTAL
           MOVE "N" TO SUB-EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL SUB-EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET SUB-EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-KONTOLINJE
                           IF FUNCTION NUMVAL(KONTO-FELT2) =
                               FUNCTION NUMVAL(SKF-FELT3)
                               AND KONTO-FELT9 NOT = "J"
                               AND KONTO-FELT9 NOT = "j"
                               AND KT-ANTAL < 50
                               ADD 1 TO KT-ANTAL
                               MOVE KONTO-FELT1 TO KT-KONTO (KT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       TJEK-I-KONTOTABEL.
           MOVE "N" TO KT-FUNDET
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-ANTAL
               IF FUNCTION NUMVAL(KT-KONTO (KT-IX)) =
                   FUNCTION NUMVAL(SOEGE-KONTO)
                   MOVE "J" TO KT-FUNDET
               END-IF
           END-PERFORM.

      * Aktive ordrer fra kundens konti stoppes (status S som ved
      * stop i FASTORDRE).
       STOP-ORDRER.
           MOVE 0 TO ANTAL-ORDRE-STOP
           MOVE "N" TO SUB-EOF-FLAG
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS = "35"
               CLOSE ORDREFIL
           ELSE
               OPEN OUTPUT ORDRETEMP
               PERFORM UNTIL SUB-EOF
                   READ ORDREFIL
                       AT END SET SUB-EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(ORDRE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM SKIL-ORDRELINJE
                               MOVE ORDRE-FELT2 TO SOEGE-KONTO
                               PERFORM TJEK-I-KONTOTABEL
                               IF KT-FUNDET = "J"
                                   AND ORDRE-FELT8 = "A"
                                   MOVE "S" TO ORDRE-FELT8
                                   ADD 1 TO ANTAL-ORDRE-STOP
                                   PERFORM SKRIV-ORDRELINJE
                               ELSE
                                   WRITE ORDRETEMP-LINJE
                                       FROM ORDRE-LINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDREFIL
               CLOSE ORDRETEMP
               IF ANTAL-ORDRE-STOP > 0
                   MOVE "S" TO FS-HANDLING
                   MOVE "fasteordrer_tmp.txt" TO FS-KILDE
                   MOVE "fasteordrer.txt" TO FS-MAAL
               ELSE
                   MOVE "D" TO FS-HANDLING
                   MOVE "fasteordrer_tmp.txt" TO FS-KILDE
               END-IF
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

       SKRIV-ORDRELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(ORDRE-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF ORDRE-FELT3 = "EKSTERN"
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ORDRE-FELT9) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ORDRE-FELT10) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           WRITE ORDRETEMP-LINJE FROM LINJE.

      * Aktive mandater paa kundens konti ophoerer i dag (som ved
      * afmelding i MANDAT).
       STOP-MANDATER.
           MOVE 0 TO ANTAL-MANDAT-STOP
           MOVE "N" TO SUB-EOF-FLAG
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS = "35"
               CLOSE MANDATFIL
           ELSE
               OPEN OUTPUT MANDATTEMP
               PERFORM UNTIL SUB-EOF
                   READ MANDATFIL
                       AT END SET SUB-EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(MANDAT-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM SKIL-MANDATLINJE
                               MOVE MAN-FELT1 TO SOEGE-KONTO
                               PERFORM TJEK-I-KONTOTABEL
                               IF KT-FUNDET = "J"
                                   AND (MAN-FELT3 = "A"
                                   OR MAN-FELT3 = "a")
                                   ADD 1 TO ANTAL-MANDAT-STOP
                                   MOVE ALL SPACES TO LINJE
                                   STRING
                                       FUNCTION TRIM(MAN-FELT1)
                                           DELIMITED BY SIZE
                                       ";"
                                       FUNCTION TRIM(MAN-FELT2)
                                           DELIMITED BY SIZE
                                       ";O;"
                                       FUNCTION TRIM(MAN-FELT4)
                                           DELIMITED BY SIZE
                                       ";"
                                       NU-DATO-TXT DELIMITED BY SIZE
                                       ";"
                                       FUNCTION TRIM(MAN-FELT6)
                                           DELIMITED BY SIZE
                                       INTO LINJE
                                   END-STRING
                                   WRITE MANDATTEMP-LINJE FROM LINJE
                               ELSE
                                   WRITE MANDATTEMP-LINJE
                                       FROM MANDAT-LINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
               CLOSE MANDATTEMP
               IF ANTAL-MANDAT-STOP > 0
                   MOVE "S" TO FS-HANDLING
                   MOVE "mandater_tmp.txt" TO FS-KILDE
                   MOVE "mandater.txt" TO FS-MAAL
               ELSE
                   MOVE "D" TO FS-HANDLING
                   MOVE "mandater_tmp.txt" TO FS-KILDE
               END-IF
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

      * Kontoens kredittilvaekst (RENTEDAGLIG) hvis nogen.
       FIND-TILVAEKST.
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT TILVAEKSTFIL
           IF TILVAEKSTFIL-STATUS = "35"
               CLOSE TILVAEKSTFIL
           ELSE
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
                                   SET TV-ER-FJERNET TO TRUE
                                   MOVE FUNCTION NUMVAL(TV-BELOEB)
                                       TO RENTE-BELOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILVAEKSTFIL
           END-IF.

      * Kontoens debettilvaekst (negativ) - kapitaliseres som
      * positivt traekbeloeb.
       FIND-DEBETTILVAEKST.
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT DEBETFIL
           IF DEBETFIL-STATUS = "35"
               CLOSE DEBETFIL
           ELSE
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
                                   SET TV-ER-FJERNET TO TRUE
                                   COMPUTE DEBET-BELOEB =
                                       0 - FUNCTION
                                       NUMVAL(TV-BELOEB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBETFIL
           END-IF
           IF DEBET-BELOEB < 0
               MOVE 0 TO DEBET-BELOEB
           END-IF.

      * Den afregnede kontos linjer fjernes fra begge tilvaekst-
      * filer, saa periodens tilskrivning ikke tager dem med igen.
       FJERN-TILVAEKST.
           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT TILVAEKSTFIL
           IF TILVAEKSTFIL-STATUS = "35"
               CLOSE TILVAEKSTFIL
           ELSE
               OPEN OUTPUT TVTEMP
               PERFORM UNTIL TV-EOF
                   READ TILVAEKSTFIL
                       AT END SET TV-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO TV-KONTO
                           UNSTRING TILVAEKST-LINJE
                               DELIMITED BY ";"
                               INTO TV-KONTO TV-BELOEB TV-DAGE
                           IF FUNCTION NUMVAL(TV-KONTO) NOT =
                               FUNCTION NUMVAL(KONTO-FELT1)
                               WRITE TVTEMP-LINJE FROM TILVAEKST-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILVAEKSTFIL
               CLOSE TVTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "tilvaekst_tmp.txt" TO FS-KILDE
               MOVE "rentetilvaekst.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           MOVE "N" TO TV-EOF-FLAG
           OPEN INPUT DEBETFIL
           IF DEBETFIL-STATUS = "35"
               CLOSE DEBETFIL
           ELSE
               OPEN OUTPUT TVTEMP
               PERFORM UNTIL TV-EOF
                   READ DEBETFIL
                       AT END SET TV-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO TV-KONTO
                           UNSTRING DEBET-LINJE
                               DELIMITED BY ";"
                               INTO TV-KONTO TV-BELOEB TV-DAGE
                           IF FUNCTION NUMVAL(TV-KONTO) NOT =
                               FUNCTION NUMVAL(KONTO-FELT1)
                               WRITE TVTEMP-LINJE FROM DEBET-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBETFIL
               CLOSE TVTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "tilvaekst_tmp.txt" TO FS-KILDE
               MOVE "overtraek_tilvaekst.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

      * Gaeldende kildeskatsats som i RENTEBATCH; uden satsfil
      * bruges standardsatsen 27%.
       FIND-KILDESKATSATS.
           MOVE 0.27 TO KSKAT-SATS
           MOVE "N" TO KSKAT-FUNDET
           MOVE SPACES TO KSKAT-BEDSTE-DATO
           MOVE "N" TO KSATS-EOF-FLAG
           OPEN INPUT KSATSFIL
           IF KSATSFIL-STATUS = "35"
               CLOSE KSATSFIL
           ELSE
               PERFORM UNTIL KSATS-EOF
                   READ KSATSFIL
                       AT END SET KSATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KSATS-LINJE)) > 0
                               MOVE SPACES TO KSATS-FELT3
                               UNSTRING KSATS-LINJE
                                   DELIMITED BY ";"
                                   INTO KSATS-FELT1 KSATS-FELT2
                                        KSATS-FELT3
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(KSATS-FELT1)) =
                                   "SATS"
                                   PERFORM VURDER-KSATSRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KSATSFIL
           END-IF.

       VURDER-KSATSRAEKKE.
           IF FUNCTION TRIM(KSATS-FELT3) = SPACES
               MOVE "0000-00-00" TO KSKAT-KAND-DATO
           ELSE
               MOVE FUNCTION TRIM(KSATS-FELT3)
                   TO KSKAT-KAND-DATO
           END-IF
           IF KSKAT-KAND-DATO NOT > NU-DATO-TXT
               IF NOT KSKAT-ER-FUNDET
                   OR KSKAT-KAND-DATO > KSKAT-BEDSTE-DATO
                   SET KSKAT-ER-FUNDET TO TRUE
                   MOVE KSKAT-KAND-DATO TO KSKAT-BEDSTE-DATO
                   MOVE FUNCTION NUMVAL(KSATS-FELT2)
                       TO KSKAT-SATS
               END-IF
           END-IF.

       SKRIV-AFREGNING.
           MOVE ALL SPACES TO LINJE
           STRING
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KSKAT-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NETTO-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND AFREGNFIL
           IF AFREGNFIL-STATUS = "35"
               OPEN OUTPUT AFREGNFIL
           END-IF
           WRITE AFREGN-LINJE FROM LINJE
           CLOSE AFREGNFIL.

      * Historiklinjen; type, beloeb og ny saldo er sat af kalderen.
      * EKSTERN-UD baerer markoeren BANKSKIFTE:<sag>.
       SKRIV-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF HIST-FELT3 = "EKSTERN-UD"
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";BANKSKIFTE:" DELIMITED BY SIZE
                   FUNCTION TRIM(SKF-FELT1) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

      * Koelinjen har samme format som EKSTUDPOST's, med
      * EKSTERN-UD-linjens loebenr som 9. felt til CLEARSTATUS.
       SKRIV-KOE.
           PERFORM FIND-SENESTE-KOE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";K;"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           OPEN EXTEND KOEFIL
           IF KOEFIL-STATUS = "35"
               OPEN OUTPUT KOEFIL
           END-IF
           WRITE KOE-LINJE FROM LINJE
           CLOSE KOEFIL.

       FIND-SENESTE-KOE-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO KOE-EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
           ELSE
               PERFORM UNTIL KOE-EOF
                   READ KOEFIL
                       AT END SET KOE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KOE-LINJE)) > 0
                               UNSTRING KOE-LINJE
                                   DELIMITED BY ";"
                                   INTO KOE-FELT1 KOE-REST
                               IF FUNCTION NUMVAL(KOE-FELT1) > LAST-ID
                                   MOVE FUNCTION NUMVAL(KOE-FELT1)
                                       TO LAST-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF.

      * Bekraeftelsesbrev til kunden naar alle konti er lukket.
       SEND-BEKRAEFTELSE.
           MOVE ALL SPACES TO FO-LINJE
           STRING "BANKSKIFTE " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO FO-LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE SKF-FELT3 TO FO-KUNDE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE ALL SPACES TO FO-LINJE
           STRING "Dit bankskifte er gennemfoert, og dine konti "
               DELIMITED BY SIZE
               "er flyttet til reg.nr. " DELIMITED BY SIZE
               FUNCTION TRIM(SKF-FELT5) DELIMITED BY SIZE
               " kontonr. " DELIMITED BY SIZE
               FUNCTION TRIM(SKF-FELT6) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO FO-LINJE
           END-STRING
           MOVE "L" TO FO-HANDLING
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-ANTAL
               IF KT-TEKST (KT-IX) NOT = SPACES
                   MOVE KT-TEKST (KT-IX) TO FO-LINJE
                   CALL "FORSEND" USING FO-HANDLING FO-KUNDE
                       FO-BREVTYPE FO-LINJE FO-RETUR
               END-IF
           END-PERFORM
           MOVE ALL SPACES TO FO-LINJE
           STRING "Indbetalinger til dine gamle konti sendes videre "
               DELIMITED BY SIZE
               "til din nye bank til og med " DELIMITED BY SIZE
               FRIST-DATO-TXT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO FO-LINJE
           END-STRING
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.

      * Viderestillingsperiodens sidste dag: i dag + FRIST dage.
       BEREGN-FRISTDATO.
           MOVE NU-DATO TO DATO-TAL-RED
           COMPUTE FRIST-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) + FRIST-DAGE
           MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGNR)
               TO DATO-TAL-RED
           MOVE ALL SPACES TO FRIST-DATO-TXT
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO FRIST-DATO-TXT
           END-STRING.

       LAES-PARAMETRE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PARAMFIL
           IF PARAMFIL-STATUS = "35"
               CLOSE PARAMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PARAMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO PARAM-NOEGLE PARAM-VAERDI
                           UNSTRING PARAM-LINJE DELIMITED BY ";"
                               INTO PARAM-NOEGLE PARAM-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PARAM-NOEGLE)) = "FRIST"
                               MOVE FUNCTION NUMVAL(PARAM-VAERDI)
                                   TO FRIST-DAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMFIL
           END-IF
           MOVE "N" TO EOF-FLAG.

       SKIL-SKIFTELINJE.
           MOVE SPACES TO SKF-FELT4 SKF-FELT5 SKF-FELT6 SKF-FELT7
               SKF-FELT8 SKF-FELT9 SKF-FELT10 SKF-FELT11 SKF-FELT12
               SKF-FELT13
           UNSTRING SKIFTE-LINJE
               DELIMITED BY ";"
               INTO SKF-FELT1 SKF-FELT2 SKF-FELT3 SKF-FELT4
                    SKF-FELT5 SKF-FELT6 SKF-FELT7 SKF-FELT8
                    SKF-FELT9 SKF-FELT10 SKF-FELT11 SKF-FELT12
                    SKF-FELT13.

       DAN-SKIFTELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(SKF-FELT1) DELIMITED BY SIZE
               ";"
               SKF-FELT2 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT7) DELIMITED BY SIZE
               ";"
               SKF-FELT8 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SKF-FELT13) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

       SKIL-ORDRELINJE.
           MOVE SPACES TO ORDRE-FELT9
           MOVE SPACES TO ORDRE-FELT10
           UNSTRING ORDRE-LINJE
               DELIMITED BY ";"
               INTO ORDRE-FELT1 ORDRE-FELT2
                    ORDRE-FELT3 ORDRE-FELT4
                    ORDRE-FELT5 ORDRE-FELT6
                    ORDRE-FELT7 ORDRE-FELT8
                    ORDRE-FELT9 ORDRE-FELT10.

       SKIL-MANDATLINJE.
           MOVE SPACES TO MAN-FELT5
           MOVE SPACES TO MAN-FELT6
           UNSTRING MANDAT-LINJE
               DELIMITED BY ";"
               INTO MAN-FELT1 MAN-FELT2 MAN-FELT3 MAN-FELT4
                    MAN-FELT5 MAN-FELT6.

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

       SKRIV-KONTOLINJE.
           MOVE KONTO-SALDO TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
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
           REWRITE KONTO-POST.
