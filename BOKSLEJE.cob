       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOKSLEJE.

      *> Natbatch-trin der opkraever den aarlige boksleje for
      *> bokseregisteret bokse.txt (BOKS). Lejen betales forud for
      *> kalenderaaret: en udlejet boks (status A) hvis startdato er
      *> naaet og hvis leje ikke er opkraevet for indevaerende aar
      *> (BOKS-FELT9) faar aarets leje efter stoerrelsen i
      *> pristabellen boksleje.txt (STOERRELSE;AARSLEJE). Trinnet
      *> koeres hver bankdag, saa hovedparten opkraeves paa aarets
      *> foerste bankdag og en ny udlejning den foerste nat efter
      *> startdatoen - BOKS-FELT9 sikrer at intet opkraeves to
      *> gange. Forseglede bokse (doedsbo, BOADMIN) springes over.
      *> Lejen traekkes debetkontoen ved direkte REWRITE med en
      *> BOKSLEJE-historiklinje (markeret BOKS:<filial>/<boksnr>)
      *> og adviseres kunden via ADVIS. Spaerret, lukket eller
      *> manglende daekning inden for overtraeksgraensen afviser
      *> traekket.
      *> Et afvist traek foelger samme retry-trappe som de faste
      *> betalinger i FASTKOER: boksen lander i boksleje_retry.txt
      *> og genforsoeges hver foelgende bankdag i op til N dage
      *> (fastordre_retry_dage.txt, "DAGE;5" som standard). Foerste
      *> fejl giver et kundevarsel og en udtoemt trappe et endeligt
      *> varsel (sendt gennem FORSEND i lejerens valgte brevkanal),
      *> og boksen markeres med restance (BOKS-FELT10 = J) til
      *> lejen er betalt.
      *> Koerselsrapporten boksleje_rapport.txt viser opkraevede,
      *> afviste, forseglede og retry-bokse. Fejlede enkeltbokse
      *> stopper ikke kaeden (RC = 0).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOKSFIL ASSIGN TO "bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKSFIL-STATUS.
           SELECT BOKSTEMP ASSIGN TO "bokse_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRISFIL ASSIGN TO "boksleje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRISFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "boksleje_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRYFIL ASSIGN TO "boksleje_retry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRYFIL-STATUS.
           SELECT RETRYTEMP ASSIGN TO "boksleje_retry_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRYKONF ASSIGN TO "fastordre_retry_dage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRYKONF-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOKSFIL.
       01 BOKS-LINJE       PIC X(200).

       FD BOKSTEMP.
       01 BOKSTEMP-LINJE   PIC X(200).

       FD PRISFIL.
       01 PRIS-LINJE       PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       FD RETRYFIL.
       01 RETRY-LINJE      PIC X(100).

       FD RETRYTEMP.
       01 RETRYTEMP-LINJE  PIC X(100).

       FD RETRYKONF.
       01 RETRYKONF-LINJE  PIC X(20).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "BOKSREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 BOKSFIL-STATUS   PIC XX.
       01 PRISFIL-STATUS   PIC XX.
       01 RETRYFIL-STATUS  PIC XX.
       01 RETRYKONF-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-AAR-TXT       PIC X(4).

      * Pristabellen holdes i hukommelsen under koerslen.
       01 PRIS-TABEL.
          05 PRIS-RAEKKE OCCURS 20 TIMES.
             10 PT-STOERRELSE PIC X(5).
             10 PT-BELOEB     PIC S9(9)V99.
       01 PT-ANTAL         PIC 9(2) VALUE 0.
       01 PT-IX            PIC 9(2).
       01 PRIS-STOERRELSE  PIC X(5).
       01 PRIS-BELOEB-TXT  PIC X(15).

      * Bokse der blev betalt i retry-trappen og bokse hvis trappe
      * blev udtoemt i nat - registeret rettes i hovedgennemloebet.
       01 RETRY-BETALT-TABEL.
          05 RB-NOEGLE OCCURS 200 TIMES PIC X(21).
       01 RB-ANTAL         PIC 9(3) VALUE 0.
       01 RETRY-UDTOEMT-TABEL.
          05 RU-NOEGLE OCCURS 200 TIMES PIC X(21).
       01 RU-ANTAL         PIC 9(3) VALUE 0.
       01 TAB-IX           PIC 9(3).
       01 BOKS-NOEGLE      PIC X(21).
       01 TAB-MATCH        PIC X.

       01 LEJE-BELOEB      PIC S9(11)V99.
       01 LEJE-EDIT        PIC -(10)9.99.
       01 LEJE-TXT         PIC X(15).
       01 SALDO-NU         PIC S9(11)V99.
       01 SALDO-NY         PIC S9(11)V99.
       01 SALDO-NY-EDIT    PIC -(10)9.99.
       01 SALDO-NY-TXT     PIC X(15).
       01 TRAEK-KONTO      PIC X(10).
       01 TRAEK-REF        PIC X(30).
       01 TRAEK-RETUR      PIC 99.
       01 AARSAG           PIC X(50).

       01 ANTAL-OPKRAEVET  PIC 9(5) VALUE 0.
       01 ANTAL-AFVIST     PIC 9(5) VALUE 0.
       01 ANTAL-FORSEGLET  PIC 9(5) VALUE 0.
       01 ANTAL-RETRY-OK   PIC 9(5) VALUE 0.
       01 ANTAL-I-RETRY    PIC 9(5) VALUE 0.
       01 SUM-OPKRAEVET    PIC S9(13)V99 VALUE 0.
       01 SUM-EDIT         PIC -(12)9.99.

      * Retry-trappen (se programhovedet og FASTKOER).
       01 RETRY-MAKS-DAGE  PIC 9(3) VALUE 5.
       01 RK-NOEGLE        PIC X(10).
       01 RK-VAERDI        PIC X(10).
       01 RT-FELT1         PIC X(10).
       01 RT-FELT2         PIC X(10).
       01 RT-FELT3         PIC X(10).
       01 RT-FELT4         PIC X(15).
       01 RT-FELT5         PIC X(10).
       01 RT-FELT6         PIC X(5).
       01 RT-FELT7         PIC X(10).
       01 RETRY-FORSOEG    PIC 9(4).
       01 RETRY-EOF-FLAG   PIC X VALUE "N".
          88 RETRY-EOF     VALUE "Y".
       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DT-RED           REDEFINES DATO-TAL PIC 9(8).
       01 FEJL-DAGNR       PIC 9(7).
       01 RETRY-DAGE       PIC S9(5).

       01 BREV-KUNDE       PIC X(10).
       01 BREV-FILIAL      PIC X(10).
       01 BREV-BOKSNR      PIC X(10).
       01 BREV-TEKST       PIC X(20).

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "BOKSLEJE".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BOKSLEJE".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       01 AD-KONTO         PIC X(10).
       01 AD-TYPE          PIC X(15).
       01 AD-BELOEB        PIC X(15).
       01 AD-REF           PIC X(30).
       01 AD-RETUR         PIC 9.

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
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== BOKSLEJE: Aarlig boksleje ===".

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
           MOVE NU-AAR TO NU-AAR-TXT

           MOVE 0 TO RETUR
           PERFORM SIKR-PRISFIL
           PERFORM LAES-PRISER
           PERFORM LAES-RETRY-DAGE

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "BOKSLEJE - aarlig boksleje " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

      * Trappen koeres foerst, saa en boks der netop er lagt i retry
      * i nat ikke genforsoeges samme dag.
           PERFORM KOER-RETRY-TRAPPE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           IF BOKSFIL-STATUS = "35"
               CLOSE BOKSFIL
               DISPLAY "Ingen bokse.txt fundet - ingen boksleje at "
                   "opkraeve."
           ELSE
               OPEN OUTPUT BOKSTEMP
               PERFORM UNTIL EOF
                   READ BOKSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(BOKS-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM BEHANDL-BOKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKSFIL
               CLOSE BOKSTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "bokse_tmp.txt" TO FS-KILDE
               MOVE "bokse.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-OPKRAEVET TO SUM-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Opkraevet: " DELIMITED BY SIZE
               ANTAL-OPKRAEVET DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(SUM-EDIT) DELIMITED BY SIZE
               ")  Afvist: " DELIMITED BY SIZE
               ANTAL-AFVIST DELIMITED BY SIZE
               "  Forseglet: " DELIMITED BY SIZE
               ANTAL-FORSEGLET DELIMITED BY SIZE
               "  Retry udfoert: " DELIMITED BY SIZE
               ANTAL-RETRY-OK DELIMITED BY SIZE
               "  I retry: " DELIMITED BY SIZE
               ANTAL-I-RETRY DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL

           DISPLAY "Boksleje: " ANTAL-OPKRAEVET " opkraevet, "
               ANTAL-AFVIST " afvist - se boksleje_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * En raekke i registeret: ret restancemarkeringen efter
      * nattens retry-trappe, og opkraev aarets leje hvis den
      * mangler. Raekken skrives altid til temp-filen.
       BEHANDL-BOKS.
           PERFORM SKIL-BOKSLINJE
           MOVE ALL SPACES TO BOKS-NOEGLE
           STRING
               FUNCTION TRIM(BOKS-FELT1) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(BOKS-FELT2) DELIMITED BY SIZE
               INTO BOKS-NOEGLE
           END-STRING
           MOVE "N" TO TAB-MATCH
           PERFORM VARYING TAB-IX FROM 1 BY 1
               UNTIL TAB-IX > RB-ANTAL
               IF RB-NOEGLE (TAB-IX) = BOKS-NOEGLE
                   MOVE "J" TO TAB-MATCH
               END-IF
           END-PERFORM
           IF TAB-MATCH = "J"
               MOVE SPACE TO BOKS-FELT10
           END-IF
           MOVE "N" TO TAB-MATCH
           PERFORM VARYING TAB-IX FROM 1 BY 1
               UNTIL TAB-IX > RU-ANTAL
               IF RU-NOEGLE (TAB-IX) = BOKS-NOEGLE
                   MOVE "J" TO TAB-MATCH
               END-IF
           END-PERFORM
           IF TAB-MATCH = "J"
               MOVE "J" TO BOKS-FELT10
           END-IF

           IF BOKS-FELT9 NOT = NU-AAR-TXT
               AND FUNCTION TRIM(BOKS-FELT5) NOT > NU-DATO-TXT
               EVALUATE BOKS-FELT8
                   WHEN "A"
                       PERFORM OPKRAEV-LEJE
                   WHEN "F"
                       ADD 1 TO ANTAL-FORSEGLET
                       MOVE ALL SPACES TO RAPPORT-LINJE
                       STRING "FORSEGLET boks " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-NOEGLE)
                               DELIMITED BY SIZE
                           " (kunde " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-FELT4)
                               DELIMITED BY SIZE
                           ") - doedsbo, leje ikke opkraevet"
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
                       WRITE RAPPORT-LINJE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM SKRIV-BOKSLINJE
           WRITE BOKSTEMP-LINJE FROM LINJE.

       OPKRAEV-LEJE.
           MOVE 0 TO LEJE-BELOEB
           MOVE "N" TO TAB-MATCH
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-ANTAL
               IF PT-STOERRELSE (PT-IX) =
                   FUNCTION UPPER-CASE(BOKS-FELT3)
                   MOVE PT-BELOEB (PT-IX) TO LEJE-BELOEB
                   MOVE "J" TO TAB-MATCH
               END-IF
           END-PERFORM
           IF TAB-MATCH NOT = "J"
               ADD 1 TO ANTAL-AFVIST
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "AFVIST   boks " DELIMITED BY SIZE
                   FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                   ": stoerrelse " DELIMITED BY SIZE
                   FUNCTION TRIM(BOKS-FELT3) DELIMITED BY SIZE
                   " mangler i boksleje.txt" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           ELSE
               MOVE NU-AAR-TXT TO BOKS-FELT9
               IF LEJE-BELOEB > 0
                   MOVE LEJE-BELOEB TO LEJE-EDIT
                   MOVE FUNCTION TRIM(LEJE-EDIT) TO LEJE-TXT
                   MOVE BOKS-FELT6 TO TRAEK-KONTO
                   MOVE ALL SPACES TO TRAEK-REF
                   STRING "BOKS:" DELIMITED BY SIZE
                       FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                       INTO TRAEK-REF
                   END-STRING
                   PERFORM TRAEK-LEJE
                   IF TRAEK-RETUR = 0
                       ADD 1 TO ANTAL-OPKRAEVET
                       ADD LEJE-BELOEB TO SUM-OPKRAEVET
                       MOVE ALL SPACES TO RAPPORT-LINJE
                       STRING "OPKRAEVET boks " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-NOEGLE)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(LEJE-TXT) DELIMITED BY SIZE
                           " fra konto " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-FELT6)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
                       WRITE RAPPORT-LINJE
                   ELSE
      * Foerste fejl: boksen lander i retry-trappen og lejeren
      * varsles.
                       ADD 1 TO ANTAL-AFVIST
                       ADD 1 TO ANTAL-I-RETRY
                       PERFORM SAET-AARSAG
                       MOVE ALL SPACES TO RAPPORT-LINJE
                       STRING "AFVIST   boks " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-NOEGLE)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(LEJE-TXT) DELIMITED BY SIZE
                           " fra konto " DELIMITED BY SIZE
                           FUNCTION TRIM(BOKS-FELT6)
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(AARSAG) DELIMITED BY SIZE
                           INTO RAPPORT-LINJE
                       END-STRING
                       WRITE RAPPORT-LINJE
                       PERFORM LAEG-I-RETRY
                       MOVE BOKS-FELT4 TO BREV-KUNDE
                       MOVE BOKS-FELT1 TO BREV-FILIAL
                       MOVE BOKS-FELT2 TO BREV-BOKSNR
                       MOVE "FOERSTE VARSEL" TO BREV-TEKST
                       PERFORM SKRIV-KUNDEVARSEL
                   END-IF
               END-IF
           END-IF.

      * Lejen traekkes TRAEK-KONTO (LEJE-BELOEB/LEJE-TXT) med
      * samme kontrol som posteringsmotoren: konto findes, ikke
      * spaerret, ikke lukket, og saldoen holder sig inden for
      * overtraeksgraensen. Retur som OVERFPOST (1/3/4/7).
       TRAEK-LEJE.
           MOVE 1 TO TRAEK-RETUR
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(TRAEK-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       MOVE FUNCTION NUMVAL(KONTO-FELT4) TO SALDO-NU
                       SUBTRACT LEJE-BELOEB FROM SALDO-NU
                           GIVING SALDO-NY
                       EVALUATE TRUE
                           WHEN KONTO-FELT6 = "J"
                               OR KONTO-FELT6 = "j"
                               MOVE 3 TO TRAEK-RETUR
                           WHEN KONTO-FELT9 = "J"
                               OR KONTO-FELT9 = "j"
                               MOVE 4 TO TRAEK-RETUR
                           WHEN SALDO-NY <
                               (0 - FUNCTION NUMVAL(KONTO-FELT7))
                               MOVE 7 TO TRAEK-RETUR
                           WHEN OTHER
                               MOVE 0 TO TRAEK-RETUR
                               MOVE SALDO-NY TO SALDO-NY-EDIT
                               MOVE FUNCTION TRIM(SALDO-NY-EDIT)
                                   TO SALDO-NY-TXT
                               PERFORM SKRIV-KONTOLINJE
                       END-EVALUATE
               END-READ
               CLOSE KONTOFIL
           END-IF
           IF TRAEK-RETUR = 0
               PERFORM SKRIV-HISTORIK
               MOVE FUNCTION TRIM(TRAEK-KONTO) TO AD-KONTO
               MOVE "BOKSLEJE" TO AD-TYPE
               MOVE FUNCTION TRIM(LEJE-TXT) TO AD-BELOEB
               MOVE TRAEK-REF TO AD-REF
               CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB
                   AD-REF AD-RETUR
           END-IF.

       SAET-AARSAG.
           EVALUATE TRAEK-RETUR
               WHEN 1
                   MOVE "debetkonto findes ikke" TO AARSAG
               WHEN 3
                   MOVE "debetkonto er spaerret" TO AARSAG
               WHEN 4
                   MOVE "debetkonto er lukket" TO AARSAG
               WHEN 7
                   MOVE "overtraeksgraense overskredet" TO AARSAG
               WHEN OTHER
                   MOVE "ukendt fejl" TO AARSAG
           END-EVALUATE.

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
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(TRAEK-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";BOKSLEJE;"
               FUNCTION TRIM(LEJE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SALDO-NY-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TRAEK-REF) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKIL-BOKSLINJE.
           MOVE SPACES TO BOKS-FELT9 BOKS-FELT10 BOKS-FELT11
           UNSTRING BOKS-LINJE
               DELIMITED BY ";"
               INTO BOKS-FELT1 BOKS-FELT2 BOKS-FELT3
                    BOKS-FELT4 BOKS-FELT5 BOKS-FELT6
                    BOKS-FELT7 BOKS-FELT8 BOKS-FELT9
                    BOKS-FELT10 BOKS-FELT11.

       SKRIV-BOKSLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BOKS-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT7) DELIMITED BY SIZE
               ";"
               BOKS-FELT8 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT11) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

      * Retry-linje: filial;boksnr;konto;beloeb;foerste fejl;
      * forsoeg;kunde.
       LAEG-I-RETRY.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BOKS-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEJE-TXT) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";1;"
               FUNCTION TRIM(BOKS-FELT4) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND RETRYFIL
           IF RETRYFIL-STATUS = "35"
               OPEN OUTPUT RETRYFIL
           END-IF
           WRITE RETRY-LINJE FROM LINJE
           CLOSE RETRYFIL.

      * Samme trappe som FASTKOER: hver post fra FOER i dag
      * genforsoeges; succes fjerner posten, fejl taeller forsoeget
      * op, og en udtoemt trappe fjerner posten med et endeligt
      * varsel og restance paa boksen.
       KOER-RETRY-TRAPPE.
           MOVE 0 TO ANTAL-RETRY-OK
           MOVE 0 TO ANTAL-I-RETRY
           MOVE "N" TO RETRY-EOF-FLAG
           OPEN INPUT RETRYFIL
           IF RETRYFIL-STATUS = "35"
               CLOSE RETRYFIL
           ELSE
               MOVE "--- Retry-trappen ---" TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               OPEN OUTPUT RETRYTEMP
               PERFORM UNTIL RETRY-EOF
                   READ RETRYFIL
                       AT END SET RETRY-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RETRY-LINJE)) > 0
                               PERFORM PROEV-RETRY-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRYFIL
               CLOSE RETRYTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "boksleje_retry_tmp.txt" TO FS-KILDE
               MOVE "boksleje_retry.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
               MOVE "--- Aarets opkraevning ---" TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           END-IF.

       PROEV-RETRY-POST.
           MOVE SPACES TO RT-FELT7
           UNSTRING RETRY-LINJE
               DELIMITED BY ";"
               INTO RT-FELT1 RT-FELT2 RT-FELT3 RT-FELT4
                    RT-FELT5 RT-FELT6 RT-FELT7
           MOVE ALL SPACES TO BOKS-NOEGLE
           STRING
               FUNCTION TRIM(RT-FELT1) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RT-FELT2) DELIMITED BY SIZE
               INTO BOKS-NOEGLE
           END-STRING
           IF FUNCTION TRIM(RT-FELT5) = NU-DATO-TXT
               ADD 1 TO ANTAL-I-RETRY
               WRITE RETRYTEMP-LINJE FROM RETRY-LINJE
           ELSE
               MOVE FUNCTION NUMVAL(RT-FELT4) TO LEJE-BELOEB
               MOVE FUNCTION TRIM(RT-FELT4) TO LEJE-TXT
               MOVE RT-FELT3 TO TRAEK-KONTO
               MOVE ALL SPACES TO TRAEK-REF
               STRING "BOKS:" DELIMITED BY SIZE
                   FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                   INTO TRAEK-REF
               END-STRING
               PERFORM TRAEK-LEJE
               IF TRAEK-RETUR = 0
                   ADD 1 TO ANTAL-RETRY-OK
                   ADD LEJE-BELOEB TO SUM-OPKRAEVET
                   IF RB-ANTAL < 200
                       ADD 1 TO RB-ANTAL
                       MOVE BOKS-NOEGLE TO RB-NOEGLE (RB-ANTAL)
                   END-IF
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "RETRY-OK boks " DELIMITED BY SIZE
                       FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(RT-FELT4) DELIMITED BY SIZE
                       " opkraevet efter " DELIMITED BY SIZE
                       FUNCTION TRIM(RT-FELT6) DELIMITED BY SIZE
                       " forsoeg" DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               ELSE
                   PERFORM VURDER-RETRY-UDLOEB
               END-IF
           END-IF.

       VURDER-RETRY-UDLOEB.
           MOVE RT-FELT5(1:4) TO DT-AAR
           MOVE RT-FELT5(6:2) TO DT-MAANED
           MOVE RT-FELT5(9:2) TO DT-DAG
           COMPUTE FEJL-DAGNR = FUNCTION INTEGER-OF-DATE(DT-RED)
           MOVE NU-DATO TO DATO-TAL
           COMPUTE RETRY-DAGE =
               FUNCTION INTEGER-OF-DATE(DT-RED) - FEJL-DAGNR
           COMPUTE RETRY-FORSOEG =
               FUNCTION NUMVAL(RT-FELT6) + 1

           IF RETRY-DAGE NOT < RETRY-MAKS-DAGE
               IF RU-ANTAL < 200
                   ADD 1 TO RU-ANTAL
                   MOVE BOKS-NOEGLE TO RU-NOEGLE (RU-ANTAL)
               END-IF
               MOVE RT-FELT7 TO BREV-KUNDE
               MOVE RT-FELT1 TO BREV-FILIAL
               MOVE RT-FELT2 TO BREV-BOKSNR
               MOVE "ENDELIGT VARSEL" TO BREV-TEKST
               PERFORM SKRIV-KUNDEVARSEL
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "RESTANCE boks " DELIMITED BY SIZE
                   FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                   ": trappen udtoemt efter " DELIMITED BY SIZE
                   FUNCTION TRIM(RT-FELT6) DELIMITED BY SIZE
                   " forsoeg - endeligt varsel sendt"
                       DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           ELSE
               ADD 1 TO ANTAL-I-RETRY
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(RT-FELT1) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RT-FELT2) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RT-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RT-FELT4) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RT-FELT5) DELIMITED BY SIZE
                   ";"
                   RETRY-FORSOEG DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RT-FELT7) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE RETRYTEMP-LINJE FROM LINJE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "I RETRY  boks " DELIMITED BY SIZE
                   FUNCTION TRIM(BOKS-NOEGLE) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(RT-FELT4) DELIMITED BY SIZE
                   " - foerste fejl " DELIMITED BY SIZE
                   FUNCTION TRIM(RT-FELT5) DELIMITED BY SIZE
                   ", forsoeg " DELIMITED BY SIZE
                   RETRY-FORSOEG DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       LAES-RETRY-DAGE.
           OPEN INPUT RETRYKONF
           IF RETRYKONF-STATUS = "35"
               CLOSE RETRYKONF
           ELSE
               MOVE "N" TO RETRY-EOF-FLAG
               PERFORM UNTIL RETRY-EOF
                   READ RETRYKONF
                       AT END SET RETRY-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RETRYKONF-LINJE)) > 0
                               UNSTRING RETRYKONF-LINJE
                                   DELIMITED BY ";"
                                   INTO RK-NOEGLE RK-VAERDI
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RK-NOEGLE)) = "DAGE"
                                   MOVE FUNCTION NUMVAL(RK-VAERDI)
                                       TO RETRY-MAKS-DAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRYKONF
           END-IF.

      * Varselsbrev til lejeren gennem FORSEND -
      * BREV-TEKST er sat af kalderen (foerste/endeligt varsel).
       SKRIV-KUNDEVARSEL.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BREV-TEKST) DELIMITED BY SIZE
               " - boksleje - " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE BREV-KUNDE TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE ALL SPACES TO LINJE
           STRING
               "Lejen for Deres bankboks nr. " DELIMITED BY SIZE
               FUNCTION TRIM(BREV-BOKSNR) DELIMITED BY SIZE
               " (filial " DELIMITED BY SIZE
               FUNCTION TRIM(BREV-FILIAL) DELIMITED BY SIZE
               ") paa " DELIMITED BY SIZE
               FUNCTION TRIM(LEJE-TXT) DELIMITED BY SIZE
               " kunne ikke" DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           IF BREV-TEKST = "ENDELIGT VARSEL"
               MOVE "traekkes, og genforsoegene er nu udtoemt. "
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
               MOVE "Kontakt venligst Deres filial."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           ELSE
               MOVE "traekkes pga. manglende daekning. Vi "
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
               MOVE "forsoeger igen de kommende bankdage."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           END-IF.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.

      * Pristabellen (samme "opret hvis filen mangler"-moenster
      * som SIKR-GEBYRFIL i GEBYRBATCH; BOKS opretter den samme).
       SIKR-PRISFIL.
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
               OPEN OUTPUT PRISFIL
               MOVE "S;400.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               MOVE "M;650.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               MOVE "L;1000.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               CLOSE PRISFIL
           ELSE
               CLOSE PRISFIL
           END-IF.

       LAES-PRISER.
           MOVE 0 TO PT-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               AND PT-ANTAL < 20
                               UNSTRING PRIS-LINJE
                                   DELIMITED BY ";"
                                   INTO PRIS-STOERRELSE
                                        PRIS-BELOEB-TXT
                               ADD 1 TO PT-ANTAL
                               MOVE FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(PRIS-STOERRELSE))
                                   TO PT-STOERRELSE (PT-ANTAL)
                               MOVE FUNCTION NUMVAL(PRIS-BELOEB-TXT)
                                   TO PT-BELOEB (PT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF.
