       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMJOURNAL.

      *> Natbatch-trin der indlaeser haeveautomaternes elektroniske
      *> journal atm_journal.txt - en linje pr. udbetaling:
      *>   ATM-ID;DATO;TID;KONTO;BELOEB;REF
      *> (TID som TTMM) afsluttet af en trailer
      *> "TRAILER;<antal>;<sum>". Stemmer filen ikke med traileren,
      *> bogfoeres INTET og trinnet returnerer RC 1. Hver udbetaling
      *> debiteres kontoen som en ATM-HAEV-linje gennem HISTADGANG
      *> (markoer ATM:<atm-id>:<ref> i HIST-FELT8, valoer lig
      *> udbetalingsdagen) og adviseres via ADVIS. Udbetalingen er
      *> godkendt online i automaten, saa der er ingen
      *> daekningskontrol - kun ukendte eller lukkede konti afvises.
      *> Udbetalingen henfoeres til den cyklus i atm_bevaegelser.txt
      *> hvor automaten var fyldt (FYLDT <= tidspunkt < TOEMT), og
      *> for hver automat og cyklus skrives en UDBETALT-linje med
      *> summen, som ATMREG's afstemning traekker fra det fyldte.
      *> Kontanterne har forladt automaten, saa ogsaa en afvist
      *> udbetaling taeller med i det udbetalte. Undtagelses-
      *> rapporten atm_journal_undtagelser.txt (arkiveret via
      *> RAPPORTARKIV) viser:
      *>   AFVIST       udbetaling paa ukendt eller lukket konto
      *>                (ikke bogfoert - skal behandles manuelt)
      *>   UDEN-CYKLUS  automaten var ikke fyldt paa tidspunktet
      *>                (bogfoert, men indgaar ikke i afstemningen)
      *>   UKENDT-ATM   automaten findes ikke i haeveautomater.txt
      *>                (bogfoert)
      *> Den behandlede fil omdoebes til atm_journal_behandlet.txt
      *> saa en dobbeltkoersel ikke debiterer igen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNALFIL ASSIGN TO "atm_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT ATMFIL ASSIGN TO "haeveautomater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATMFIL-STATUS.
           SELECT BEVAEGFIL ASSIGN TO "atm_bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEVAEGFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "atm_journal_undtagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFIL.
       01 JOURNAL-LINJE    PIC X(150).

       FD ATMFIL.
       01 ATM-LINJE        PIC X(150).

       FD BEVAEGFIL.
       01 BEVAEG-LINJE     PIC X(150).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 JOURNALFIL-STATUS PIC XX.
       01 ATMFIL-STATUS    PIC XX.
       01 BEVAEGFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-TTMM          PIC X(4).

      * Journallinjen.
       01 AJ-ATM           PIC X(10).
       01 AJ-DATO          PIC X(10).
       01 AJ-TID           PIC X(4).
       01 AJ-KONTO         PIC X(10).
       01 AJ-BELOEB-TXT    PIC X(15).
       01 AJ-REF           PIC X(20).
       01 AJ-BELOEB        PIC S9(11)V99.
       01 AJ-TIDSPUNKT     PIC X(14).
       01 TRAILER-ANTAL-TXT PIC X(15).
       01 TRAILER-SUM-TXT  PIC X(17).

      * Bevaegelseslinjen (format som i ATMREG).
       01 BV-ATM           PIC X(10).
       01 BV-CYKLUS        PIC X(5).
       01 BV-DATO          PIC X(10).
       01 BV-TID           PIC X(4).
       01 BV-TYPE          PIC X(10).
       01 BV-CYKLUS-NR     PIC 9(5).

       01 TRAILER-FUNDET   PIC X VALUE "N".
          88 HAR-TRAILER   VALUE "Y".
       01 TRAILER-ANTAL    PIC 9(7).
       01 TRAILER-SUM      PIC S9(13)V99.
       01 OPTALT-ANTAL     PIC 9(7) VALUE 0.
       01 OPTALT-SUM       PIC S9(13)V99 VALUE 0.

       01 ANTAL-POSTERET   PIC 9(7) VALUE 0.
       01 SUM-POSTERET     PIC S9(13)V99 VALUE 0.
       01 ANTAL-AFVIST     PIC 9(7) VALUE 0.
       01 SUM-AFVIST       PIC S9(13)V99 VALUE 0.
       01 ANTAL-UDEN-CYKLUS PIC 9(7) VALUE 0.
       01 SUM-UDEN-CYKLUS  PIC S9(13)V99 VALUE 0.
       01 AARSAG           PIC X(40).
       01 UNDTAG-TYPE      PIC X(12).
       01 UNDTAG-TEKST     PIC X(60).

      * Registrerede automater.
       01 ATM-ANTAL        PIC 9(4) VALUE 0.
       01 ATM-TABEL.
          05 ATM-ID        OCCURS 500 TIMES PIC X(10).
       01 AX               PIC 9(4).
       01 ATM-FUNDET       PIC X VALUE "N".
          88 ATM-EXISTERER VALUE "Y".

      * Automaternes cyklusser med fyldnings- og toemningstidspunkt
      * (AAAA-MM-DDTTMM; en aaben cyklus har HIGH-VALUES som slut)
      * og det udbetalte ifoelge denne journal.
       01 CY-ANTAL         PIC 9(4) VALUE 0.
       01 CYKLUS-TABEL.
          05 CY-POST       OCCURS 2000 TIMES.
             10 CY-ATM         PIC X(10).
             10 CY-NR          PIC 9(5).
             10 CY-START       PIC X(14).
             10 CY-SLUT        PIC X(14).
             10 CY-UDBETALT    PIC S9(13)V99.
             10 CY-ANTAL-UD    PIC 9(7).
       01 CY-IX            PIC 9(4).
       01 CY-FUNDET        PIC 9(4).
       01 CYKLUS-TXT       PIC X(5).
       01 ANTAL-UD-TXT     PIC 9(7).

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 AJ-AFVIST        PIC X VALUE "N".
          88 ER-AFVIST     VALUE "Y".

       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).
       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ATMJOURNAL".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 AD-KONTO         PIC X(10).
       01 AD-TYPE          PIC X(15).
       01 AD-BELOEB        PIC X(15).
       01 AD-REF           PIC X(30).
       01 AD-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== ATMJOURNAL: Haeveautomaternes journal ===".

           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE NU(9:4) TO NU-TTMM
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
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "ATMJOURNAL - undtagelser ved automatjournal "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           OPEN INPUT JOURNALFIL
           IF JOURNALFIL-STATUS = "35"
               CLOSE JOURNALFIL
               DISPLAY "Ingen atm_journal.txt fundet - intet at "
                   "bogfoere."
           ELSE
               CLOSE JOURNALFIL
               PERFORM AFSTEM-MOD-TRAILER
               IF RETUR = 0
                   PERFORM LAES-AUTOMATER
                   PERFORM LAES-CYKLUSSER
                   PERFORM POSTER-FILEN
                   PERFORM SKRIV-UDBETALT
               END-IF
           END-IF

           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE RAPPORTFIL
           MOVE "atm_journal_undtagelser" TO RA-NAVN
           MOVE "atm_journal_undtagelser.txt" TO RA-FIL
           MOVE "ATMJOURNAL" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Automatjournal: " ANTAL-POSTERET " bogfoert, "
               ANTAL-AFVIST " afvist, " ANTAL-UDEN-CYKLUS
               " uden cyklus - se atm_journal_undtagelser.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Pas 1: optael detaillinjer og sum og sammenhold med
      * traileren. Stemmer det ikke bogfoeres intet.
       AFSTEM-MOD-TRAILER.
           MOVE "N" TO TRAILER-FUNDET
           MOVE 0 TO OPTALT-ANTAL
           MOVE 0 TO OPTALT-SUM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT JOURNALFIL
           PERFORM UNTIL EOF
               READ JOURNALFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(JOURNAL-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-JOURNALLINJE
                           IF FUNCTION TRIM(AJ-ATM) = "TRAILER"
                               SET HAR-TRAILER TO TRUE
                               MOVE FUNCTION NUMVAL(TRAILER-ANTAL-TXT)
                                   TO TRAILER-ANTAL
                               MOVE FUNCTION NUMVAL(TRAILER-SUM-TXT)
                                   TO TRAILER-SUM
                           ELSE
                               ADD 1 TO OPTALT-ANTAL
                               ADD FUNCTION NUMVAL(AJ-BELOEB-TXT)
                                   TO OPTALT-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALFIL

           EVALUATE TRUE
               WHEN NOT HAR-TRAILER
                   DISPLAY "Afvist: journalfilen mangler "
                       "trailer - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN TRAILER-ANTAL NOT = OPTALT-ANTAL
                   DISPLAY "Afvist: trailerantal " TRAILER-ANTAL
                       " stemmer ikke med " OPTALT-ANTAL
                       " detaillinjer - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN TRAILER-SUM NOT = OPTALT-SUM
                   DISPLAY "Afvist: trailersum stemmer ikke med "
                       "detailsummen - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SKIL-JOURNALLINJE.
           MOVE SPACES TO AJ-ATM
           MOVE SPACES TO AJ-DATO
           MOVE SPACES TO AJ-TID
           MOVE SPACES TO AJ-KONTO
           MOVE SPACES TO AJ-BELOEB-TXT
           MOVE SPACES TO AJ-REF
           UNSTRING JOURNAL-LINJE
               DELIMITED BY ";"
               INTO AJ-ATM AJ-DATO AJ-TID AJ-KONTO
                    AJ-BELOEB-TXT AJ-REF
           IF FUNCTION TRIM(AJ-ATM) = "TRAILER"
               MOVE SPACES TO TRAILER-ANTAL-TXT
               MOVE SPACES TO TRAILER-SUM-TXT
               UNSTRING JOURNAL-LINJE
                   DELIMITED BY ";"
                   INTO AJ-ATM TRAILER-ANTAL-TXT TRAILER-SUM-TXT
           END-IF.

       LAES-AUTOMATER.
           MOVE 0 TO ATM-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ATMFIL
           IF ATMFIL-STATUS = "35"
               CLOSE ATMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ATMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ATM-LINJE)) > 0
                               AND ATM-ANTAL < 500
                               ADD 1 TO ATM-ANTAL
                               MOVE SPACES TO ATM-ID (ATM-ANTAL)
                               UNSTRING ATM-LINJE
                                   DELIMITED BY ";"
                                   INTO ATM-ID (ATM-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATMFIL
           END-IF.

      * Cyklustabellen samlet fra bevaegelsesfilen: FYLDT aabner
      * en cyklus, TOEMT lukker den.
       LAES-CYKLUSSER.
           MOVE 0 TO CY-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BEVAEGFIL
           IF BEVAEGFIL-STATUS = "35"
               CLOSE BEVAEGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BEVAEGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BEVAEG-LINJE)) > 0
                               PERFORM SKIL-BEVAEGLINJE
                               PERFORM NOTER-CYKLUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEVAEGFIL
           END-IF.

       NOTER-CYKLUS.
           EVALUATE FUNCTION TRIM(BV-TYPE)
               WHEN "FYLDT"
                   IF CY-ANTAL < 2000
                       ADD 1 TO CY-ANTAL
                       MOVE BV-ATM TO CY-ATM (CY-ANTAL)
                       MOVE BV-CYKLUS-NR TO CY-NR (CY-ANTAL)
                       MOVE ALL SPACES TO CY-START (CY-ANTAL)
                       STRING BV-DATO DELIMITED BY SIZE
                           BV-TID DELIMITED BY SIZE
                           INTO CY-START (CY-ANTAL)
                       END-STRING
                       MOVE HIGH-VALUES TO CY-SLUT (CY-ANTAL)
                       MOVE 0 TO CY-UDBETALT (CY-ANTAL)
                       MOVE 0 TO CY-ANTAL-UD (CY-ANTAL)
                   END-IF
               WHEN "TOEMT"
                   PERFORM VARYING CY-IX FROM 1 BY 1
                       UNTIL CY-IX > CY-ANTAL
                       IF CY-ATM (CY-IX) = BV-ATM
                           AND CY-NR (CY-IX) = BV-CYKLUS-NR
                           MOVE ALL SPACES TO CY-SLUT (CY-IX)
                           STRING BV-DATO DELIMITED BY SIZE
                               BV-TID DELIMITED BY SIZE
                               INTO CY-SLUT (CY-IX)
                           END-STRING
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SKIL-BEVAEGLINJE.
           MOVE SPACES TO BV-ATM BV-CYKLUS BV-DATO BV-TID BV-TYPE
           UNSTRING BEVAEG-LINJE
               DELIMITED BY ";"
               INTO BV-ATM BV-CYKLUS BV-DATO BV-TID BV-TYPE
           MOVE FUNCTION NUMVAL(BV-CYKLUS) TO BV-CYKLUS-NR.

      * Pas 2: bogfoer hver udbetaling.
       POSTER-FILEN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT JOURNALFIL
           PERFORM UNTIL EOF
               READ JOURNALFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(JOURNAL-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-JOURNALLINJE
                           IF FUNCTION TRIM(AJ-ATM) NOT = "TRAILER"
                               PERFORM POSTER-UDBETALING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNALFIL

           MOVE "S" TO FS-HANDLING
           MOVE "atm_journal.txt" TO FS-KILDE
           MOVE "atm_journal_behandlet.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       POSTER-UDBETALING.
           MOVE FUNCTION NUMVAL(AJ-BELOEB-TXT) TO AJ-BELOEB
           MOVE "N" TO AJ-AFVIST
           MOVE ALL SPACES TO AARSAG

           IF AJ-BELOEB NOT > 0
               SET ER-AFVIST TO TRUE
               MOVE "beloebet skal vaere positivt" TO AARSAG
           ELSE
               PERFORM FIND-CYKLUS
               IF CY-FUNDET > 0
                   ADD AJ-BELOEB TO CY-UDBETALT (CY-FUNDET)
                   ADD 1 TO CY-ANTAL-UD (CY-FUNDET)
               END-IF
               PERFORM OPDATER-KONTO
               IF NOT KONTO-EXISTERER
                   SET ER-AFVIST TO TRUE
                   MOVE "kontoen findes ikke" TO AARSAG
               END-IF
           END-IF

           IF ER-AFVIST
               ADD 1 TO ANTAL-AFVIST
               ADD AJ-BELOEB TO SUM-AFVIST
               MOVE "AFVIST" TO UNDTAG-TYPE
               MOVE AARSAG TO UNDTAG-TEKST
               PERFORM SKRIV-UNDTAGELSE
           ELSE
               ADD 1 TO ANTAL-POSTERET
               ADD AJ-BELOEB TO SUM-POSTERET
               PERFORM SKRIV-HISTORIK
           END-IF

           IF AJ-BELOEB > 0 AND CY-FUNDET = 0
               ADD 1 TO ANTAL-UDEN-CYKLUS
               ADD AJ-BELOEB TO SUM-UDEN-CYKLUS
               PERFORM FIND-AUTOMAT
               IF ATM-EXISTERER
                   MOVE "UDEN-CYKLUS" TO UNDTAG-TYPE
                   MOVE "automaten var ikke fyldt paa tidspunktet"
                       TO UNDTAG-TEKST
               ELSE
                   MOVE "UKENDT-ATM" TO UNDTAG-TYPE
                   MOVE "automaten findes ikke i registret"
                       TO UNDTAG-TEKST
               END-IF
               PERFORM SKRIV-UNDTAGELSE
           END-IF.

      * Cyklussen hvor automaten var fyldt paa udbetalingens
      * tidspunkt: FYLDT <= tidspunkt < TOEMT.
       FIND-CYKLUS.
           MOVE 0 TO CY-FUNDET
           MOVE ALL SPACES TO AJ-TIDSPUNKT
           STRING AJ-DATO DELIMITED BY SIZE
               AJ-TID DELIMITED BY SIZE
               INTO AJ-TIDSPUNKT
           END-STRING
           PERFORM VARYING CY-IX FROM 1 BY 1
               UNTIL CY-IX > CY-ANTAL OR CY-FUNDET > 0
               IF FUNCTION TRIM(CY-ATM (CY-IX)) =
                   FUNCTION TRIM(AJ-ATM)
                   AND AJ-TIDSPUNKT >= CY-START (CY-IX)
                   AND AJ-TIDSPUNKT < CY-SLUT (CY-IX)
                   MOVE CY-IX TO CY-FUNDET
               END-IF
           END-PERFORM.

       FIND-AUTOMAT.
           MOVE "N" TO ATM-FUNDET
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > ATM-ANTAL OR ATM-EXISTERER
               IF FUNCTION TRIM(ATM-ID (AX)) = FUNCTION TRIM(AJ-ATM)
                   SET ATM-EXISTERER TO TRUE
               END-IF
           END-PERFORM.

       SKRIV-UNDTAGELSE.
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING UNDTAG-TYPE DELIMITED BY SIZE
               " atm " DELIMITED BY SIZE
               FUNCTION TRIM(AJ-ATM) DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               FUNCTION TRIM(AJ-REF) DELIMITED BY SIZE
               " konto " DELIMITED BY SIZE
               FUNCTION TRIM(AJ-KONTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(AJ-BELOEB-TXT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(AJ-DATO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-TID DELIMITED BY SIZE
               ") - " DELIMITED BY SIZE
               FUNCTION TRIM(UNDTAG-TEKST) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

      * Debiter kontoen ved direkte READ og REWRITE paa noeglen.
      * Udbetalingen er godkendt i automaten, saa kun en lukket
      * konto afvises.
       OPDATER-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(AJ-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2
                                KONTO-FELT3 KONTO-FELT4
                                KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8
                                KONTO-FELT9 KONTO-FELT10
                                KONTO-FELT11
                       IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           SET ER-AFVIST TO TRUE
                           MOVE "kontoen er lukket" TO AARSAG
                       ELSE
                           COMPUTE NY-SALDO =
                               FUNCTION NUMVAL(KONTO-FELT4)
                               - AJ-BELOEB
                           MOVE NY-SALDO TO SALDO-EDIT
                           MOVE FUNCTION TRIM(SALDO-EDIT)
                               TO NY-SALDO-TXT
                           PERFORM SKRIV-KONTOLINJE
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

       SKRIV-KONTOLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
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

      * Valoer er udbetalingsdagen fra journalen - kunden har haft
      * pengene i haanden siden da.
       SKRIV-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO HIST-FELT8
           STRING "ATM:" DELIMITED BY SIZE
               FUNCTION TRIM(AJ-ATM) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(AJ-REF) DELIMITED BY SIZE
               INTO HIST-FELT8
           END-STRING
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AJ-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";ATM-HAEV;"
               FUNCTION TRIM(AJ-BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF AJ-DATO(1:4) IS NUMERIC
               AND AJ-DATO(6:2) IS NUMERIC
               AND AJ-DATO(9:2) IS NUMERIC
               AND AJ-DATO <= NU-DATO-TXT
               MOVE "V" TO HA-HANDLING
               MOVE AJ-DATO TO HA-TIL-DATO
           ELSE
               MOVE "S" TO HA-HANDLING
           END-IF
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           MOVE FUNCTION TRIM(AJ-KONTO) TO AD-KONTO
           MOVE "ATM-HAEV" TO AD-TYPE
           MOVE FUNCTION TRIM(AJ-BELOEB-TXT) TO AD-BELOEB
           MOVE FUNCTION TRIM(AJ-ATM) TO AD-REF
           CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
               AD-RETUR.

      * En UDBETALT-linje pr. automat og cyklus med udbetalinger i
      * denne journal; REF angiver antallet af udbetalinger.
       SKRIV-UDBETALT.
           OPEN EXTEND BEVAEGFIL
           IF BEVAEGFIL-STATUS = "35"
               OPEN OUTPUT BEVAEGFIL
           END-IF
           PERFORM VARYING CY-IX FROM 1 BY 1 UNTIL CY-IX > CY-ANTAL
               IF CY-ANTAL-UD (CY-IX) > 0
                   MOVE CY-NR (CY-IX) TO CYKLUS-TXT
                   MOVE CY-UDBETALT (CY-IX) TO SUM-EDIT
                   MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
                   MOVE CY-ANTAL-UD (CY-IX) TO ANTAL-UD-TXT
                   MOVE ALL SPACES TO LINJE
                   STRING
                       FUNCTION TRIM(CY-ATM (CY-IX)) DELIMITED BY SIZE
                       ";"
                       CYKLUS-TXT DELIMITED BY SIZE
                       ";"
                       NU-DATO-TXT DELIMITED BY SIZE
                       ";"
                       NU-TTMM DELIMITED BY SIZE
                       ";UDBETALT;"
                       FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                       ";0;0;0;0;"
                       FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                       ";JOURNAL:"
                       ANTAL-UD-TXT DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE BEVAEG-LINJE FROM LINJE
               END-IF
           END-PERFORM
           CLOSE BEVAEGFIL.

       SKRIV-RAPPORT-TOTAL.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-POSTERET TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Bogfoert: " DELIMITED BY SIZE
               ANTAL-POSTERET DELIMITED BY SIZE
               " udbetalinger, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-AFVIST TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Afvist: " DELIMITED BY SIZE
               ANTAL-AFVIST DELIMITED BY SIZE
               " udbetalinger, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-UDEN-CYKLUS TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Uden cyklus (ikke i afstemningen): "
               DELIMITED BY SIZE
               ANTAL-UDEN-CYKLUS DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
