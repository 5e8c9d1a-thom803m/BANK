       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILBAGERING.

      *> Tilbageringning ved mistanke om kontoovertagelse: betalinger
      *> som KONTAKTVAGT har holdt (tilbagering.txt, layout i
      *> TILBAGEREC.cpy), fordi kundens kontaktdata blev aendret kort
      *> forinden. En ANDEN operatoer end den der tastede betalingen
      *> ringer kunden op paa det telefonnummer kunden havde FOER
      *> aendringen (gemt paa hold-raekken) og registrerer svaret:
      *>   B = bekraeft: kunden kender betalingen. Kilden frigives -
      *>       udbetal_koe.txt T->K (CLEARUD sender den), godkendkoe
      *>       T->V (frigives i GODKEND som enhver stor overfoersel),
      *>       fasteordrer.txt T->A (FASTKOER udfoerer den).
      *>   A = afvis: kunden kender ikke betalingen. Kilden lukkes -
      *>       udbetal_koe.txt T->A og den allerede debiterede
      *>       EKSTERN-UD-linje tilbagefoeres med en STORNO-linje
      *>       (samme krydsreferencer og valoer som STORNO),
      *>       godkendkoe T->R, fasteordrer.txt T->S.
      *> Kildefil og hold-raekke omskrives via temp-fil/FILSKIFT, og
      *> udfaldet logges med LOGTRANSD som TILB-BEKR/TILB-AFVIS med
      *> detaljen "T:<teller> B:<beloeb>", saa OVERSTYRRAP viser
      *> parret af teller og tilbageringer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILBAGEFIL ASSIGN TO "tilbagering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILBAGEFIL-STATUS.
           SELECT TILBAGETEMP ASSIGN TO "tilbagering_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KILDEFIL ASSIGN USING KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KILDEFIL-STATUS.
           SELECT KILDETEMP ASSIGN USING KILDETEMP-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORIKFIL ASSIGN USING HIST-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIKFIL-STATUS.
           SELECT HISTTEMPFIL ASSIGN TO "kontohistorik_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TILBAGEFIL.
       01 TILBAGE-LINJE    PIC X(200).

       FD TILBAGETEMP.
       01 TILBAGETEMP-LINJE PIC X(200).

       FD KILDEFIL.
       01 KILDE-LINJE      PIC X(200).

       FD KILDETEMP.
       01 KILDETEMP-LINJE  PIC X(200).

       FD HISTORIKFIL.
       01 HIST-LINJE       PIC X(200).

       FD HISTTEMPFIL.
       01 HISTTEMP-LINJE   PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "TILBAGEREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "KONTOREC.cpy".

       01 TILBAGEFIL-STATUS PIC XX.
       01 KILDEFIL-STATUS  PIC XX.
       01 HISTORIKFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-LIST       VALUE "L" "l".
          88 ER-BEKRAEFT   VALUE "B" "b".
          88 ER-AFVIS      VALUE "A" "a".
       01 SVAR             PIC X.

       01 SOEGE-HOLD-ID    PIC X(10).
       01 HOLD-FUNDET      PIC X VALUE "N".
          88 HOLD-EXISTERER VALUE "Y".
       01 NY-HOLDSTATUS    PIC X.
       01 ANTAL-VIST       PIC 9(5) VALUE 0.

      * Kildefilen der holder selve betalingen: navn, temp-fil,
      * den nye status og (for godkendkoe) feltet til den
      * behandlende operatoer.
       01 KILDE-NAVN       PIC X(50).
       01 KILDETEMP-NAVN   PIC X(50).
       01 NY-KILDESTATUS   PIC X.
       01 KILDE-MIN-FELTER PIC 9(2).
       01 KILDE-BEHANDLER-NR PIC 9(2).
       01 KILDE-FLAG       PIC X VALUE "N".
          88 KILDE-ER-OPDATERET VALUE "Y".
       01 KILDE-DATO       PIC X(10).
       01 KILDE-LOEBENR    PIC X(10).

       01 RK-TABEL.
          05 RK-FELT       PIC X(40) OCCURS 12 TIMES.
       01 RK-ANTAL         PIC 9(2).
       01 RK-IX            PIC 9(2).
       01 RK-PEGER         PIC 9(3).

      * Tilbagefoersel af UDBETAL's debitering ved afvisning.
       01 BEN-KONTO        PIC X(10).
       01 BEN-BELOEB       PIC S9(11)V99.
       01 BEN-VALOER       PIC X(10).
       01 BEN-FUNDET       PIC X VALUE "N".
          88 BEN-EXISTERER VALUE "Y".
       01 ALLEREDE-FLAG    PIC X VALUE "N".
          88 ER-STORNERET  VALUE "Y".
       01 NYT-NR           PIC X(10).
       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).
       01 JUSTERING-EDIT   PIC -(10)9.99.
       01 JUSTERING-TXT    PIC X(15).
       01 MARKERING        PIC X(25).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LAAS-HANDLING    PIC X.
       01 LAAS-OPERATOR    PIC X(10).
       01 LAAS-RETUR       PIC 9.

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).
      * Filen den fundne debitering ligger i (partition eller den
      * gamle udelte fil) - MARKER-ORIGINAL skriver netop den om.
       01 HIST-NAVN        PIC X(50) VALUE "kontohistorik.txt".
       01 FUNDET-FILNAVN   PIC X(50) VALUE "kontohistorik.txt".

       01 LT-PROGRAM       PIC X(20) VALUE "TILBAGERING".
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

           DISPLAY "=== TILBAGERING: Tilbageringning ved "
               "kontaktaendring ===".
           DISPLAY "List ventende (L), bekraeft (B) eller "
               "afvis (A): " WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-LIST
                   PERFORM LIST-HOLD
                   MOVE 0 TO RETUR
               WHEN ER-BEKRAEFT
               WHEN ER-AFVIS
                   PERFORM BEHANDL-HOLD
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       LIST-HOLD.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TILBAGEFIL
           IF TILBAGEFIL-STATUS = "35"
               CLOSE TILBAGEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ TILBAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(TILBAGE-LINJE)) > 0
                               PERFORM SKIL-TILBAGELINJE
                               IF TILB-FELT10 = "V"
                                   ADD 1 TO ANTAL-VIST
                                   DISPLAY "Hold "
                                       FUNCTION TRIM(TILB-FELT1)
                                       "  " FUNCTION TRIM(TILB-FELT2)
                                       " " FUNCTION TRIM(TILB-FELT3)
                                       "  konto "
                                       FUNCTION TRIM(TILB-FELT4)
                                       "  beloeb "
                                       FUNCTION TRIM(TILB-FELT6)
                                   DISPLAY "     kunde "
                                       FUNCTION TRIM(TILB-FELT5)
                                       " aendret "
                                       FUNCTION TRIM(TILB-FELT7)
                                       ", tastet af "
                                       FUNCTION TRIM(TILB-FELT9)
                                       " " FUNCTION TRIM(TILB-FELT8)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILBAGEFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen betalinger afventer tilbageringning."
           END-IF.

       BEHANDL-HOLD.
      * Batchvinduet har laasen: en afvisning kan postere en
      * tilbagefoersel mod konti.txt.
           MOVE "S" TO LAAS-HANDLING
           MOVE OPERATOR-ID TO LAAS-OPERATOR
           CALL "BATCHLAAS" USING LAAS-HANDLING LAAS-OPERATOR
               LAAS-RETUR
           IF LAAS-RETUR = 1
               DISPLAY "Systemet er i batch - proev igen naar "
                   "natkoerslen er faerdig."
           ELSE
               DISPLAY "Hold-ID: " WITH NO ADVANCING
               ACCEPT SOEGE-HOLD-ID
               PERFORM FIND-HOLD
               EVALUATE TRUE
                   WHEN NOT HOLD-EXISTERER
                       DISPLAY "Hold " FUNCTION TRIM(SOEGE-HOLD-ID)
                           " findes ikke."
                   WHEN TILB-FELT10 NOT = "V"
                       DISPLAY "Holdet er allerede behandlet "
                           "(status " TILB-FELT10 ")."
                   WHEN FUNCTION TRIM(TILB-FELT9) =
                       FUNCTION TRIM(OPERATOR-ID)
                       DISPLAY "Afvist: tilbageringningen skal "
                           "foretages af en anden operatoer end den "
                           "der tastede betalingen."
                   WHEN OTHER
                       PERFORM VIS-HOLD
                       IF ER-BEKRAEFT
                           DISPLAY "Har kunden bekraeftet betalingen "
                               "i telefonen (J/N)? "
                               WITH NO ADVANCING
                           ACCEPT SVAR
                           IF SVAR = "J" OR SVAR = "j"
                               PERFORM BEKRAEFT-HOLD
                           ELSE
                               DISPLAY "Intet aendret - betalingen "
                                   "afventer stadig tilbageringning."
                           END-IF
                       ELSE
                           DISPLAY "Afvis betalingen - kunden kender "
                               "den ikke (J/N)? " WITH NO ADVANCING
                           ACCEPT SVAR
                           IF SVAR = "J" OR SVAR = "j"
                               PERFORM AFVIS-HOLD
                           ELSE
                               DISPLAY "Intet aendret - betalingen "
                                   "afventer stadig tilbageringning."
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-HOLD.
           MOVE "N" TO HOLD-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TILBAGEFIL
           IF TILBAGEFIL-STATUS = "35"
               CLOSE TILBAGEFIL
           ELSE
               PERFORM UNTIL EOF OR HOLD-EXISTERER
                   READ TILBAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(TILBAGE-LINJE)) > 0
                               PERFORM SKIL-TILBAGELINJE
                               IF FUNCTION NUMVAL(TILB-FELT1) =
                                   FUNCTION NUMVAL(SOEGE-HOLD-ID)
                                   SET HOLD-EXISTERER TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILBAGEFIL
           END-IF.

      * Betalingen og nummeret der skal ringes til. Det er kundens
      * nummer FOER aendringen - et nummer i de nye kontaktdata kan
      * vaere svindlerens eget.
       VIS-HOLD.
           DISPLAY "Betaling:  " FUNCTION TRIM(TILB-FELT2) " "
               FUNCTION TRIM(TILB-FELT3) ", konto "
               FUNCTION TRIM(TILB-FELT4) ", beloeb "
               FUNCTION TRIM(TILB-FELT6)
           DISPLAY "Tastet af: " FUNCTION TRIM(TILB-FELT9) " den "
               FUNCTION TRIM(TILB-FELT8)
           MOVE SPACES TO FELT-FORNAVN
           MOVE SPACES TO FELT-EFTERNAVN
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "35"
               MOVE FUNCTION NUMVAL(TILB-FELT5) TO FELT-ID
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           CLOSE KUNDEFIL
           DISPLAY "Kunde:     " FUNCTION TRIM(TILB-FELT5) " "
               FUNCTION TRIM(FELT-FORNAVN) " "
               FUNCTION TRIM(FELT-EFTERNAVN)
               " - kontaktdata aendret " FUNCTION TRIM(TILB-FELT7)
           IF TILB-FELT13 = SPACES
               DISPLAY "Intet kendt telefonnummer fra foer "
                   "aendringen - kontakt kunden ad anden kendt vej "
                   "(fx besoeg i filialen)."
           ELSE
               DISPLAY "Ring til:  " FUNCTION TRIM(TILB-FELT13)
                   " (nummeret FOER aendringen - brug ikke et "
                   "nummer fra de nye kontaktdata)"
           END-IF.

       BEKRAEFT-HOLD.
           MOVE "B" TO NY-HOLDSTATUS
           MOVE 0 TO KILDE-BEHANDLER-NR
           EVALUATE FUNCTION TRIM(TILB-FELT2)
               WHEN "UDBETAL"
                   MOVE "K" TO NY-KILDESTATUS
               WHEN "OVERFOER"
                   MOVE "V" TO NY-KILDESTATUS
               WHEN OTHER
                   MOVE "A" TO NY-KILDESTATUS
           END-EVALUATE
           PERFORM SAET-KILDEFIL
           PERFORM SKIFT-KILDESTATUS
           IF KILDE-ER-OPDATERET
               PERFORM SKRIV-HOLDSTATUS
               MOVE "TILB-BEKR" TO LT-HAENDELSE
               PERFORM LOG-UDFALD
               MOVE 0 TO RETUR
               EVALUATE FUNCTION TRIM(TILB-FELT2)
                   WHEN "UDBETAL"
                       DISPLAY "Bekraeftet - betalingen afsendes "
                           "med naeste clearingudvaeksling."
                   WHEN "OVERFOER"
                       DISPLAY "Bekraeftet - overfoerslen skal nu "
                           "frigives i GODKEND."
                   WHEN OTHER
                       DISPLAY "Bekraeftet - den faste betaling "
                           "er aktiv."
               END-EVALUATE
           ELSE
               PERFORM MELD-KILDE-MANGLER
           END-IF.

       AFVIS-HOLD.
           MOVE "A" TO NY-HOLDSTATUS
           MOVE 0 TO KILDE-BEHANDLER-NR
           EVALUATE FUNCTION TRIM(TILB-FELT2)
               WHEN "UDBETAL"
                   MOVE "A" TO NY-KILDESTATUS
               WHEN "OVERFOER"
                   MOVE "R" TO NY-KILDESTATUS
                   MOVE 9 TO KILDE-BEHANDLER-NR
               WHEN OTHER
                   MOVE "S" TO NY-KILDESTATUS
           END-EVALUATE
           PERFORM SAET-KILDEFIL
           PERFORM SKIFT-KILDESTATUS
           IF KILDE-ER-OPDATERET
               PERFORM SKRIV-HOLDSTATUS
               MOVE "TILB-AFVIS" TO LT-HAENDELSE
               PERFORM LOG-UDFALD
               MOVE 0 TO RETUR
               IF FUNCTION TRIM(TILB-FELT2) = "UDBETAL"
                   PERFORM TILBAGEFOER-DEBITERING
               ELSE
                   DISPLAY "Afvist - betalingen gennemfoeres ikke."
               END-IF
               DISPLAY "Kontakt svindelafdelingen: kundens konto "
                   "kan vaere overtaget."
           ELSE
               PERFORM MELD-KILDE-MANGLER
           END-IF.

       MELD-KILDE-MANGLER.
           DISPLAY "Betalingen " FUNCTION TRIM(TILB-FELT3) " i "
               FUNCTION TRIM(KILDE-NAVN) " afventer ikke laengere "
               "tilbageringning (stoppet eller slettet) - holdet er "
               "ikke aendret.".

       SAET-KILDEFIL.
           EVALUATE FUNCTION TRIM(TILB-FELT2)
               WHEN "UDBETAL"
                   MOVE "udbetal_koe.txt" TO KILDE-NAVN
                   MOVE "udbetal_koe_tmp.txt" TO KILDETEMP-NAVN
                   MOVE 9 TO KILDE-MIN-FELTER
               WHEN "OVERFOER"
                   MOVE "godkendkoe.txt" TO KILDE-NAVN
                   MOVE "godkendkoe_tmp.txt" TO KILDETEMP-NAVN
                   MOVE 9 TO KILDE-MIN-FELTER
               WHEN OTHER
                   MOVE "fasteordrer.txt" TO KILDE-NAVN
                   MOVE "fasteordrer_tmp.txt" TO KILDETEMP-NAVN
                   MOVE 8 TO KILDE-MIN-FELTER
           END-EVALUATE.

      * Kildens raekke (ID i felt 1, status i felt 8) skiftes kun
      * hvis den stadig staar med status T; alle andre raekker
      * skrives uaendret igennem.
       SKIFT-KILDESTATUS.
           MOVE "N" TO KILDE-FLAG
           MOVE SPACES TO KILDE-DATO
           MOVE SPACES TO KILDE-LOEBENR
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KILDEFIL
           IF KILDEFIL-STATUS = "35"
               CLOSE KILDEFIL
           ELSE
               OPEN OUTPUT KILDETEMP
               PERFORM UNTIL EOF
                   READ KILDEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KILDE-LINJE)) > 0
                               PERFORM VURDER-KILDELINJE
                               WRITE KILDETEMP-LINJE FROM KILDE-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KILDEFIL
               CLOSE KILDETEMP
               IF KILDE-ER-OPDATERET
                   MOVE "S" TO FS-HANDLING
                   MOVE KILDETEMP-NAVN TO FS-KILDE
                   MOVE KILDE-NAVN TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
               ELSE
                   MOVE "D" TO FS-HANDLING
                   MOVE KILDETEMP-NAVN TO FS-KILDE
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
               END-IF
           END-IF.

       VURDER-KILDELINJE.
           MOVE SPACES TO RK-TABEL
           MOVE 0 TO RK-ANTAL
           UNSTRING KILDE-LINJE
               DELIMITED BY ";"
               INTO RK-FELT (1) RK-FELT (2) RK-FELT (3) RK-FELT (4)
                    RK-FELT (5) RK-FELT (6) RK-FELT (7) RK-FELT (8)
                    RK-FELT (9) RK-FELT (10) RK-FELT (11)
                    RK-FELT (12)
               TALLYING IN RK-ANTAL
           END-UNSTRING
           IF NOT KILDE-ER-OPDATERET
               AND FUNCTION NUMVAL(RK-FELT (1)) =
                   FUNCTION NUMVAL(TILB-FELT3)
               AND (RK-FELT (8) = "T" OR RK-FELT (8) = "t")
               SET KILDE-ER-OPDATERET TO TRUE
               MOVE RK-FELT (2) TO KILDE-DATO
               MOVE RK-FELT (9) TO KILDE-LOEBENR
               MOVE NY-KILDESTATUS TO RK-FELT (8)
               IF KILDE-BEHANDLER-NR > 0
                   MOVE OPERATOR-ID TO RK-FELT (KILDE-BEHANDLER-NR)
               END-IF
               IF RK-ANTAL < KILDE-MIN-FELTER
                   MOVE KILDE-MIN-FELTER TO RK-ANTAL
               END-IF
               PERFORM SAML-KILDELINJE
           END-IF.

       SAML-KILDELINJE.
           MOVE ALL SPACES TO KILDE-LINJE
           MOVE 1 TO RK-PEGER
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-ANTAL
               IF RK-IX > 1
                   STRING ";" DELIMITED BY SIZE
                       INTO KILDE-LINJE WITH POINTER RK-PEGER
                   END-STRING
               END-IF
               IF RK-FELT (RK-IX) NOT = SPACES
                   STRING FUNCTION TRIM(RK-FELT (RK-IX))
                       DELIMITED BY SIZE
                       INTO KILDE-LINJE WITH POINTER RK-PEGER
                   END-STRING
               END-IF
           END-PERFORM.

      * Hold-raekken faar udfaldet, den behandlende operatoer og
      * dags dato via temp-fil.
       SKRIV-HOLDSTATUS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TILBAGEFIL
           OPEN OUTPUT TILBAGETEMP
           PERFORM UNTIL EOF
               READ TILBAGEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TILBAGE-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-TILBAGELINJE
                           IF FUNCTION NUMVAL(TILB-FELT1) =
                               FUNCTION NUMVAL(SOEGE-HOLD-ID)
                               MOVE NY-HOLDSTATUS TO TILB-FELT10
                               MOVE OPERATOR-ID TO TILB-FELT11
                               MOVE NU-DATO-TXT TO TILB-FELT12
                               PERFORM SKRIV-TILBAGELINJE
                           ELSE
                               WRITE TILBAGETEMP-LINJE
                                   FROM TILBAGE-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILBAGEFIL
           CLOSE TILBAGETEMP

           MOVE "S" TO FS-HANDLING
           MOVE "tilbagering_tmp.txt" TO FS-KILDE
           MOVE "tilbagering.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKRIV-TILBAGELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(TILB-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT9) DELIMITED BY SIZE
               ";"
               TILB-FELT10 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(TILB-FELT13) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE TILBAGETEMP-LINJE FROM LINJE.

       SKIL-TILBAGELINJE.
           MOVE SPACES TO TILB-FELT10
           MOVE SPACES TO TILB-FELT11
           MOVE SPACES TO TILB-FELT12
           MOVE SPACES TO TILB-FELT13
           UNSTRING TILBAGE-LINJE
               DELIMITED BY ";"
               INTO TILB-FELT1 TILB-FELT2 TILB-FELT3 TILB-FELT4
                    TILB-FELT5 TILB-FELT6 TILB-FELT7 TILB-FELT8
                    TILB-FELT9 TILB-FELT10 TILB-FELT11 TILB-FELT12
                    TILB-FELT13.

      * Tellerens ID og beloebet, saa OVERSTYRRAP kan gruppere paa
      * parret af teller og tilbageringer.
       LOG-UDFALD.
           MOVE 0 TO LT-RC
           MOVE ALL SPACES TO LT-DETALJE
           STRING "T:" DELIMITED BY SIZE
               FUNCTION TRIM(TILB-FELT9) DELIMITED BY SIZE
               " B:" DELIMITED BY SIZE
               FUNCTION TRIM(TILB-FELT6) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID LT-DETALJE.

      * UDBETAL debiterede kontoen da betalingen blev tastet. Ved
      * afvisning findes EKSTERN-UD-linjen paa koeens loebenr (felt
      * 9) i partitionen for koeens dato, og den tilbagefoeres som
      * i STORNO: STORNO-linje med originalens valoer og
      * krydsreferencerne STORNO-AF:/STORNERET:.
       TILBAGEFOER-DEBITERING.
           MOVE "N" TO BEN-FUNDET
           MOVE "N" TO ALLEREDE-FLAG
           IF FUNCTION TRIM(KILDE-LOEBENR) NOT = SPACES
               PERFORM FIND-DEBITERING
           END-IF
           EVALUATE TRUE
               WHEN NOT BEN-EXISTERER
                   DISPLAY "Advarsel: debiteringen (loebenr "
                       FUNCTION TRIM(KILDE-LOEBENR) ") blev ikke "
                       "fundet - tilbagefoer den i STORNO."
               WHEN ER-STORNERET
                   DISPLAY "Debiteringen er allerede tilbagefoert."
               WHEN OTHER
                   CALL "NYTLOEBENR" USING NYT-NR
                   PERFORM OPDATER-KONTO
                   IF KONTO-EXISTERER
                       PERFORM SKRIV-STORNOLINJE
                       PERFORM MARKER-ORIGINAL
                       DISPLAY "Afvist - betalingen sendes ikke, og "
                           "debiteringen er tilbagefoert med "
                           "storno-nummer " FUNCTION TRIM(NYT-NR)
                           ". Ny saldo: " FUNCTION TRIM(NY-SALDO-TXT)
                   ELSE
                       DISPLAY "Advarsel: konto "
                           FUNCTION TRIM(BEN-KONTO)
                           " findes ikke laengere - saldo ikke rettet."
                   END-IF
           END-EVALUATE.

       FIND-DEBITERING.
           MOVE "N" TO EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE KILDE-DATO TO HA-FRA-DATO
           MOVE KILDE-DATO TO HA-TIL-DATO
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           PERFORM UNTIL EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET EOF TO TRUE
               ELSE
                   MOVE HA-LINJE TO HIST-LINJE
                   IF FUNCTION
                   LENGTH(FUNCTION TRIM(HIST-LINJE)) > 0
                       PERFORM SKIL-HISTLINJE
                       IF FUNCTION TRIM(HIST-FELT6) NOT = SPACES
                           AND FUNCTION NUMVAL(HIST-FELT6) =
                               FUNCTION NUMVAL(KILDE-LOEBENR)
                           AND FUNCTION TRIM(HIST-FELT3) =
                               "EKSTERN-UD"
                           SET BEN-EXISTERER TO TRUE
                           MOVE HA-FILNAVN TO FUNDET-FILNAVN
                           MOVE FUNCTION TRIM(HIST-FELT1)
                               TO BEN-KONTO
                           MOVE FUNCTION NUMVAL(HIST-FELT4)
                               TO BEN-BELOEB
                           MOVE HIST-FELT10 TO BEN-VALOER
                           IF HIST-FELT10 = SPACES
                               MOVE HIST-FELT2 TO BEN-VALOER
                           END-IF
                           IF HIST-FELT8(1:10) = "STORNERET:"
                               SET ER-STORNERET TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       OPDATER-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(BEN-KONTO) TO KONTO-NOEGLE
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
                       COMPUTE NY-SALDO =
                           FUNCTION NUMVAL(KONTO-FELT4)
                           + BEN-BELOEB
                       MOVE NY-SALDO TO SALDO-EDIT
                       MOVE FUNCTION TRIM(SALDO-EDIT)
                           TO NY-SALDO-TXT
                       PERFORM SKRIV-KONTOLINJE
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

      * En debitering foeres tilbage som plus (samme fortegn som
      * STORNO giver en EKSTERN-UD-linje).
       SKRIV-STORNOLINJE.
           MOVE BEN-BELOEB TO JUSTERING-EDIT
           MOVE FUNCTION TRIM(JUSTERING-EDIT) TO JUSTERING-TXT
           MOVE ALL SPACES TO MARKERING
           STRING "STORNO-AF:" DELIMITED BY SIZE
               FUNCTION TRIM(KILDE-LOEBENR) DELIMITED BY SIZE
               INTO MARKERING
           END-STRING

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BEN-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";STORNO;"
               FUNCTION TRIM(JUSTERING-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NYT-NR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MARKERING) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           MOVE "V" TO HA-HANDLING
           MOVE BEN-VALOER TO HA-TIL-DATO
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

      * Originalen markeres STORNERET:<nyt nr> via temp-fil - alle
      * andre linjer skrives uaendret igennem.
       MARKER-ORIGINAL.
           MOVE ALL SPACES TO MARKERING
           STRING "STORNERET:" DELIMITED BY SIZE
               FUNCTION TRIM(NYT-NR) DELIMITED BY SIZE
               INTO MARKERING
           END-STRING

           MOVE "N" TO EOF-FLAG
           MOVE FUNDET-FILNAVN TO HIST-NAVN
           OPEN INPUT HISTORIKFIL
           OPEN OUTPUT HISTTEMPFIL
           PERFORM UNTIL EOF
               READ HISTORIKFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(HIST-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-HISTLINJE
                           IF FUNCTION TRIM(HIST-FELT6) NOT = SPACES
                               AND FUNCTION NUMVAL(HIST-FELT6) =
                               FUNCTION NUMVAL(KILDE-LOEBENR)
                               AND FUNCTION TRIM(HIST-FELT3) =
                               "EKSTERN-UD"
                               MOVE MARKERING TO HIST-FELT8
                               PERFORM SKRIV-HISTLINJE
                           ELSE
                               WRITE HISTTEMP-LINJE FROM HIST-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIKFIL
           CLOSE HISTTEMPFIL

           MOVE "S" TO FS-HANDLING
           MOVE "kontohistorik_tmp.txt" TO FS-KILDE
           MOVE FUNDET-FILNAVN TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKIL-HISTLINJE.
           MOVE SPACES TO HIST-FELT6
           MOVE SPACES TO HIST-FELT7
           MOVE SPACES TO HIST-FELT8
           MOVE SPACES TO HIST-FELT9
           MOVE SPACES TO HIST-FELT10
           UNSTRING HIST-LINJE
               DELIMITED BY ";"
               INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                    HIST-FELT4 HIST-FELT5 HIST-FELT6
                    HIST-FELT7 HIST-FELT8 HIST-FELT9
                    HIST-FELT10.

       SKRIV-HISTLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(HIST-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT10) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE HISTTEMP-LINJE FROM LINJE.
