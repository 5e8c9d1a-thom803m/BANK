       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSKIFTE.

      *> Bankskifteservice: en sag pr. kunde der flytter til eller
      *> fra banken, med en skiftedato (bankskifte.txt, SKIFTEREC.cpy).
      *> Udgaaende (U): kunden flytter til en anden bank. Den nye
      *> banks reg.nr./kontonr. kontrolleres mod pengeinstitut-
      *> registeret (REGNRTJEK) og bekraeftes som i FASTORDRE, og
      *> straks ved oprettelsen dannes overleveringsfilen
      *> bankskifte_<sag>_ud.txt med kundens aabne konti (primaer
      *> ejer) og deres aktive faste betalinger (fasteordrer.txt) og
      *> betalingsservice-mandater (mandater.txt), som sendes til
      *> den nye bank. Selve skiftet - stop af ordrer og mandater,
      *> renteafregning, overfoersel af restsaldoen via
      *> udbetal_koe.txt og lukning - sker paa skiftedatoen i
      *> natbatchens BSKIFTEKOER, og CLEARIND viderestiller derefter
      *> sene krediteringer til den nye bank i viderestillings-
      *> perioden.
      *> Indgaaende (I): kunden kommer fra en anden bank. Den gamle
      *> banks fil (samme format) indlaeses, afstemmes mod sin
      *> trailer, og ordrer og mandater oprettes paa kundens nye
      *> konto her med virkning fra skiftedatoen; linjer der ikke
      *> kan oprettes (udloebet ordre, afvist modtager-reg.nr.,
      *> ukendt intern konto, dublet-mandat) vises og springes over.
      *> Overleveringsfilens format (";"-separeret):
      *>   SKIFTE;<sag>;<kunde>;<skiftedato>;<afgivende reg.nr.>;
      *>          <ny banks reg.nr.>;<ny banks kontonr.>
      *>   KONTO;<konto>;<type>;<valuta>
      *>   ORDRE;<fra-konto>;<beloeb>;<dag>;<startdato>;<slutdato>;
      *>         <modtagers reg.nr.>;<modtagers kontonr.>
      *>   MANDAT;<konto>;<kreditor-id>;<tilmeldt>
      *>   TRAILER;<antal konti>;<antal ordrer>;<antal mandater>
      *> Bankens eget reg.nr. (til ordrer mellem konti her i
      *> banken) og viderestillingsperioden staar i
      *> bankskifte_param.txt ("REGNR;<nnnn>" og "FRIST;<dage>",
      *> standard 90 dage).
      *> En registreret sag kan annulleres indtil skiftedatoen.

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
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT ORDREFIL ASSIGN TO "fasteordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDREFIL-STATUS.
           SELECT MANDATFIL ASSIGN TO "mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT UDFIL ASSIGN USING UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDFIL ASSIGN USING INDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDFIL-STATUS.

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

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD ORDREFIL.
       01 ORDRE-LINJE      PIC X(200).

       FD MANDATFIL.
       01 MANDAT-LINJE     PIC X(80).

       FD UDFIL.
       01 UD-LINJE         PIC X(200).

       FD INDFIL.
       01 IND-LINJE        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SKIFTEREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "ORDREREC.cpy".
       COPY "MANDATREC.cpy".

       01 SKIFTEFIL-STATUS PIC XX.
       01 PARAMFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 ORDREFIL-STATUS  PIC XX.
       01 MANDATFIL-STATUS PIC XX.
       01 INDFIL-STATUS    PIC XX.

       01 UDFIL-NAVN       PIC X(60).
       01 INDFIL-NAVN      PIC X(60).

       01 HANDLING         PIC X.
          88 VALG-UDGAAENDE VALUE "U" "u".
          88 VALG-INDGAAENDE VALUE "I" "i".
          88 VALG-LIST     VALUE "L" "l".
          88 VALG-ANNULLER VALUE "X" "x".
          88 VALG-AFSLUT   VALUE "A" "a".

      * Parametre fra bankskifte_param.txt.
       01 PARAM-NOEGLE     PIC X(10).
       01 PARAM-VAERDI     PIC X(10).
       01 EGET-REGNR       PIC X(4) VALUE SPACES.
       01 FRIST-DAGE       PIC 9(4) VALUE 90.

       01 NY-KUNDE         PIC X(10).
       01 NY-KONTO         PIC X(10).
       01 NY-REGNR         PIC X(4).
       01 NY-KONTONR       PIC X(10).
       01 NY-SKIFTEDATO    PIC X(10).
       01 NY-SAG           PIC X(10).
       01 NY-BEMAERKNING   PIC X(50).
       01 SOEGE-SAG        PIC X(10).

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "J".
       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "J".
       01 SAG-FUNDET       PIC X VALUE "N".
          88 SAG-ER-FUNDET VALUE "J".
       01 AABEN-SAG        PIC X VALUE "N".
          88 HAR-AABEN-SAG VALUE "J".
       01 DATO-GYLDIG      PIC X VALUE "N".
          88 ER-GYLDIG-DATO VALUE "J".

      * Kontrol af den anden banks reg.nr./kontonr.
       01 RT-REGNR         PIC X(4).
       01 RT-KONTONR       PIC X(10).
       01 RT-DATO          PIC X(10).
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.
       01 BANK-SVAR        PIC X.
       01 MODTAGER-STATUS  PIC X VALUE "N".
          88 MODTAGER-OK   VALUE "J".

      * Kundens aabne konti (primaer ejer) til overleveringsfilen.
       01 KT-TABEL.
          05 KT-KONTO      PIC X(10) OCCURS 50 TIMES.
       01 KT-ANTAL         PIC 9(3) VALUE 0.
       01 KT-IX            PIC 9(3).
       01 KT-FUNDET        PIC X.

      * Felter i en linje fra overleveringsfilen.
       01 IX-FELT1         PIC X(10).
       01 IX-FELT2         PIC X(15).
       01 IX-FELT3         PIC X(15).
       01 IX-FELT4         PIC X(15).
       01 IX-FELT5         PIC X(10).
       01 IX-FELT6         PIC X(10).
       01 IX-FELT7         PIC X(10).
       01 IX-FELT8         PIC X(10).

       01 ANTAL-KONTI      PIC 9(5) VALUE 0.
       01 ANTAL-ORDRER     PIC 9(5) VALUE 0.
       01 ANTAL-MANDATER   PIC 9(5) VALUE 0.
       01 ANTAL-SPRUNGET   PIC 9(5) VALUE 0.
       01 TRAILER-FUNDET   PIC X VALUE "N".
          88 HAR-TRAILER   VALUE "J".
       01 HOVED-FUNDET     PIC X VALUE "N".
          88 HAR-HOVED     VALUE "J".
       01 TRAILER-KONTI    PIC 9(5).
       01 TRAILER-ORDRER   PIC 9(5).
       01 TRAILER-MANDATER PIC 9(5).
       01 FIL-OK           PIC X VALUE "N".
          88 FIL-ER-OK     VALUE "J".

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 IMP-TIL-KONTO    PIC X(10).
       01 IMP-REGNR        PIC X(4).
       01 IMP-KONTONR      PIC X(10).
       01 IMP-STARTDATO    PIC X(10).
       01 IMP-DAG          PIC 99.
       01 DUBLET-FUNDET    PIC X VALUE "N".
          88 ER-DUBLET     VALUE "J".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 ANTAL-VIST       PIC 9(5) VALUE 0.
       01 ANTAL-EDIT       PIC Z(4)9.
       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 ORDRE-EOF-FLAG   PIC X VALUE "N".
          88 ORDRE-EOF     VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BANKSKIFTE".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
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
           PERFORM LAES-PARAMETRE

           MOVE 0 TO RETUR
           MOVE SPACE TO HANDLING
           PERFORM UNTIL VALG-AFSLUT
               DISPLAY "=== BANKSKIFTE: Bankskifteservice ==="
               DISPLAY "Udgaaende (U), indgaaende (I), list (L), "
                   "annuller (X) eller afslut (A): "
                   WITH NO ADVANCING
               ACCEPT HANDLING
               EVALUATE TRUE
                   WHEN VALG-UDGAAENDE
                       PERFORM OPRET-UDGAAENDE
                   WHEN VALG-INDGAAENDE
                       PERFORM OPRET-INDGAAENDE
                   WHEN VALG-LIST
                       PERFORM LIST-SAGER
                   WHEN VALG-ANNULLER
                       PERFORM ANNULLER-SAG
                   WHEN VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg."
               END-EVALUATE
           END-PERFORM

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Udgaaende skifte: kunden skal findes og have mindst en aaben
      * konto, der maa ikke vaere en anden aaben udgaaende sag, og
      * skiftedatoen skal ligge efter i dag, saa natbatchen naar at
      * gennemfoere skiftet paa selve dagen.
       OPRET-UDGAAENDE.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT NY-KUNDE
           PERFORM FIND-KUNDE
           IF NOT KUNDE-EXISTERER
               DISPLAY "Afvist: kunde " FUNCTION TRIM(NY-KUNDE)
                   " findes ikke."
           ELSE
               PERFORM FIND-KUNDENS-KONTI
               PERFORM TJEK-AABEN-SAG
               EVALUATE TRUE
                   WHEN KT-ANTAL = 0
                       DISPLAY "Afvist: kunden har ingen aabne "
                           "konti som primaer ejer."
                   WHEN HAR-AABEN-SAG
                       DISPLAY "Afvist: kunden har allerede en "
                           "aaben udgaaende bankskiftesag."
                   WHEN OTHER
                       PERFORM TAST-UDGAAENDE
               END-EVALUATE
           END-IF.

       TAST-UDGAAENDE.
           DISPLAY "Ny banks registreringsnr: " WITH NO ADVANCING
           ACCEPT NY-REGNR
           DISPLAY "Ny banks kontonr: " WITH NO ADVANCING
           ACCEPT NY-KONTONR
           DISPLAY "Skiftedato (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT NY-SKIFTEDATO
           PERFORM VALIDER-SKIFTEDATO
           IF NOT ER-GYLDIG-DATO
               DISPLAY "Afvist: skiftedatoen skal vaere paa formen "
                   "AAAA-MM-DD."
           ELSE
           IF NY-SKIFTEDATO NOT > NU-DATO-TXT
               DISPLAY "Afvist: skiftedatoen skal ligge efter i dag."
           ELSE
               PERFORM KONTROLLER-MODTAGER
               IF MODTAGER-OK
                   CALL "NYTLOEBENR" USING NY-SAG
                   MOVE SPACES TO NY-KONTO
                   MOVE SPACES TO NY-BEMAERKNING
                   MOVE "U" TO SKF-FELT2
                   MOVE "R" TO SKF-FELT8
                   PERFORM SKRIV-NY-SAG
                   PERFORM DAN-UDFIL
                   DISPLAY "Bankskiftesag " FUNCTION TRIM(NY-SAG)
                       " oprettet - skifte pr. "
                       FUNCTION TRIM(NY-SKIFTEDATO) "."
                   DISPLAY "Overleveringsfil "
                       FUNCTION TRIM(UDFIL-NAVN) ": "
                       KT-ANTAL " konti, " ANTAL-ORDRER
                       " faste betalinger, " ANTAL-MANDATER
                       " mandater."
               END-IF
           END-IF
           END-IF.

      * Indgaaende skifte: ordrerne oprettes paa en aaben konto som
      * kunden ejer eller er medejer af her i banken.
       OPRET-INDGAAENDE.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT NY-KUNDE
           PERFORM FIND-KUNDE
           IF NOT KUNDE-EXISTERER
               DISPLAY "Afvist: kunde " FUNCTION TRIM(NY-KUNDE)
                   " findes ikke."
           ELSE
               DISPLAY "Kundens nye Konto-ID her: " WITH NO ADVANCING
               ACCEPT NY-KONTO
               PERFORM FIND-KONTO
               EVALUATE TRUE
                   WHEN NOT KONTO-EXISTERER
                       DISPLAY "Afvist: konto "
                           FUNCTION TRIM(NY-KONTO) " findes ikke."
                   WHEN KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                       DISPLAY "Afvist: kontoen er lukket."
                   WHEN FUNCTION NUMVAL(KONTO-FELT2) NOT =
                       FUNCTION NUMVAL(NY-KUNDE)
                       AND (FUNCTION TRIM(KONTO-FELT8) = SPACES
                       OR FUNCTION NUMVAL(KONTO-FELT8) NOT =
                       FUNCTION NUMVAL(NY-KUNDE))
                       DISPLAY "Afvist: kunden er hverken ejer "
                           "eller medejer af kontoen."
                   WHEN OTHER
                       PERFORM TAST-INDGAAENDE
               END-EVALUATE
           END-IF.

       TAST-INDGAAENDE.
           DISPLAY "Gamle banks registreringsnr: " WITH NO ADVANCING
           ACCEPT NY-REGNR
           DISPLAY "Gamle banks kontonr: " WITH NO ADVANCING
           ACCEPT NY-KONTONR
           DISPLAY "Skiftedato (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT NY-SKIFTEDATO
           DISPLAY "Gamle banks overleveringsfil: " WITH NO ADVANCING
           ACCEPT INDFIL-NAVN
           PERFORM VALIDER-SKIFTEDATO
           IF NOT ER-GYLDIG-DATO
               DISPLAY "Afvist: skiftedatoen skal vaere paa formen "
                   "AAAA-MM-DD."
           ELSE
               PERFORM AFSTEM-INDFIL
               IF FIL-ER-OK
                   CALL "NYTLOEBENR" USING NY-SAG
                   PERFORM INDLAES-INDFIL
                   MOVE ALL SPACES TO NY-BEMAERKNING
                   STRING "Indlaest: " DELIMITED BY SIZE
                       ANTAL-ORDRER DELIMITED BY SIZE
                       " ordrer, " DELIMITED BY SIZE
                       ANTAL-MANDATER DELIMITED BY SIZE
                       " mandater, " DELIMITED BY SIZE
                       ANTAL-SPRUNGET DELIMITED BY SIZE
                       " sprunget over" DELIMITED BY SIZE
                       INTO NY-BEMAERKNING
                   END-STRING
                   MOVE "I" TO SKF-FELT2
                   MOVE "G" TO SKF-FELT8
                   PERFORM SKRIV-NY-SAG
                   DISPLAY "Bankskiftesag " FUNCTION TRIM(NY-SAG)
                       " gennemfoert: " ANTAL-ORDRER
                       " faste betalinger og " ANTAL-MANDATER
                       " mandater oprettet paa konto "
                       FUNCTION TRIM(NY-KONTO) "."
                   IF ANTAL-SPRUNGET > 0
                       DISPLAY ANTAL-SPRUNGET " linje(r) kunne ikke "
                           "oprettes - se ovenfor og opret dem "
                           "manuelt i FASTORDRE/MANDAT."
                   END-IF
               END-IF
           END-IF.

      * Samme datokontrol som LAANINDFRI's indfrielsesdato.
       VALIDER-SKIFTEDATO.
           MOVE "N" TO DATO-GYLDIG
           IF NY-SKIFTEDATO(1:4) IS NUMERIC
               AND NY-SKIFTEDATO(5:1) = "-"
               AND NY-SKIFTEDATO(6:2) IS NUMERIC
               AND NY-SKIFTEDATO(8:1) = "-"
               AND NY-SKIFTEDATO(9:2) IS NUMERIC
               IF FUNCTION NUMVAL(NY-SKIFTEDATO(6:2)) >= 1
                   AND FUNCTION NUMVAL(NY-SKIFTEDATO(6:2)) <= 12
                   AND FUNCTION NUMVAL(NY-SKIFTEDATO(9:2)) >= 1
                   AND FUNCTION NUMVAL(NY-SKIFTEDATO(9:2)) <= 31
                   MOVE "J" TO DATO-GYLDIG
               END-IF
           END-IF.

      * Den nye banks reg.nr./kontonr. kontrolleres paa skiftedatoen
      * og banknavnet bekraeftes - samme regler som FASTORDRE.
       KONTROLLER-MODTAGER.
           MOVE "N" TO MODTAGER-STATUS
           MOVE NY-REGNR TO RT-REGNR
           MOVE NY-KONTONR TO RT-KONTONR
           MOVE NY-SKIFTEDATO TO RT-DATO
           CALL "REGNRTJEK" USING RT-REGNR RT-KONTONR RT-DATO
               RT-BANKNAVN RT-RETUR
           EVALUATE RT-RETUR
               WHEN 0
                   DISPLAY "Ny bank: " FUNCTION TRIM(RT-BANKNAVN)
                   DISPLAY "Er banken korrekt (J/N)? "
                       WITH NO ADVANCING
                   ACCEPT BANK-SVAR
                   IF BANK-SVAR = "J" OR BANK-SVAR = "j"
                       SET MODTAGER-OK TO TRUE
                   ELSE
                       DISPLAY "Afbrudt: banken er ikke bekraeftet "
                           "- sagen er ikke oprettet."
                   END-IF
               WHEN 1
                   DISPLAY "Afvist: reg.nr. " FUNCTION TRIM(NY-REGNR)
                       " findes ikke i pengeinstitutregisteret."
               WHEN 2
                   DISPLAY "Afvist: reg.nr. " FUNCTION TRIM(NY-REGNR)
                       " (" FUNCTION TRIM(RT-BANKNAVN)
                       ") er ikke aktivt paa skiftedatoen."
               WHEN 3
                   DISPLAY "Afvist: kontonummeret passer ikke med "
                       FUNCTION TRIM(RT-BANKNAVN)
                       "s kontrolciffer - tjek for tastefejl."
               WHEN 4
                   DISPLAY "Afvist: reg.nr. skal vaere 4 cifre og "
                       "kontonr. udfyldt med hoejst 10 cifre."
               WHEN OTHER
                   DISPLAY "Advarsel: intet pengeinstitutregister "
                       "indlaest - reg.nr. er ikke kontrolleret."
                   SET MODTAGER-OK TO TRUE
           END-EVALUATE
           IF MODTAGER-OK AND FUNCTION TRIM(NY-KONTONR) = SPACES
               DISPLAY "Afvist: den nye banks kontonr. skal udfyldes."
               MOVE "N" TO MODTAGER-STATUS
           END-IF.

       SKRIV-NY-SAG.
           MOVE NY-SAG TO SKF-FELT1
           MOVE NY-KUNDE TO SKF-FELT3
           MOVE NY-KONTO TO SKF-FELT4
           MOVE NY-REGNR TO SKF-FELT5
           MOVE NY-KONTONR TO SKF-FELT6
           MOVE NY-SKIFTEDATO TO SKF-FELT7
           MOVE NU-DATO-TXT TO SKF-FELT9
           MOVE OPERATOR-ID TO SKF-FELT10
           MOVE SPACES TO SKF-FELT11
           MOVE SPACES TO SKF-FELT12
           IF SKF-FELT8 = "G"
               MOVE NU-DATO-TXT TO SKF-FELT11
           END-IF
           MOVE NY-BEMAERKNING TO SKF-FELT13
           PERFORM DAN-SKIFTELINJE
           OPEN EXTEND SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               OPEN OUTPUT SKIFTEFIL
           END-IF
           WRITE SKIFTE-LINJE FROM LINJE
           CLOSE SKIFTEFIL.

      * Overleveringsfilen til den nye bank: kundens aabne konti med
      * deres aktive ordrer og mandater som de staar i dag.
       DAN-UDFIL.
           MOVE 0 TO ANTAL-ORDRER
           MOVE 0 TO ANTAL-MANDATER
           MOVE ALL SPACES TO UDFIL-NAVN
           STRING "bankskifte_" DELIMITED BY SIZE
               FUNCTION TRIM(NY-SAG) DELIMITED BY SIZE
               "_ud.txt" DELIMITED BY SIZE
               INTO UDFIL-NAVN
           END-STRING
           OPEN OUTPUT UDFIL
           MOVE ALL SPACES TO LINJE
           STRING "SKIFTE;" DELIMITED BY SIZE
               FUNCTION TRIM(NY-SAG) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-KUNDE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SKIFTEDATO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EGET-REGNR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-REGNR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-KONTONR) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE

           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-ANTAL
               MOVE KT-KONTO (KT-IX) TO NY-KONTO
               PERFORM FIND-KONTO
               MOVE ALL SPACES TO LINJE
               STRING "KONTO;" DELIMITED BY SIZE
                   FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE UD-LINJE FROM LINJE
           END-PERFORM
           MOVE SPACES TO NY-KONTO

           MOVE "N" TO ORDRE-EOF-FLAG
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS = "35"
               CLOSE ORDREFIL
           ELSE
               PERFORM UNTIL ORDRE-EOF
                   READ ORDREFIL
                       AT END SET ORDRE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ORDRE-LINJE)) > 0
                               PERFORM SKIL-ORDRELINJE
                               MOVE ORDRE-FELT2 TO NY-KONTO
                               PERFORM TJEK-I-KONTOTABEL
                               IF KT-FUNDET = "J"
                                   AND ORDRE-FELT8 = "A"
                                   PERFORM SKRIV-UD-ORDRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDREFIL
           END-IF

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
                               PERFORM SKIL-MANDATLINJE
                               MOVE MAN-FELT1 TO NY-KONTO
                               PERFORM TJEK-I-KONTOTABEL
                               IF KT-FUNDET = "J"
                                   AND (MAN-FELT3 = "A"
                                   OR MAN-FELT3 = "a")
                                   PERFORM SKRIV-UD-MANDAT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
           END-IF
           MOVE SPACES TO NY-KONTO

           MOVE ALL SPACES TO LINJE
           STRING "TRAILER;" DELIMITED BY SIZE
               KT-ANTAL DELIMITED BY SIZE
               ";"
               ANTAL-ORDRER DELIMITED BY SIZE
               ";"
               ANTAL-MANDATER DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE
           CLOSE UDFIL.

      * En ordre til en konto her i banken faar bankens eget reg.nr.
      * og til-kontoen som kontonr., saa den nye bank kan sende den
      * som en almindelig indenlandsk overfoersel.
       SKRIV-UD-ORDRE.
           IF ORDRE-FELT3 = "EKSTERN"
               MOVE ORDRE-FELT9 TO IMP-REGNR
               MOVE ORDRE-FELT10 TO IMP-KONTONR
           ELSE
               MOVE EGET-REGNR TO IMP-REGNR
               MOVE ORDRE-FELT3 TO IMP-KONTONR
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING "ORDRE;" DELIMITED BY SIZE
               FUNCTION TRIM(ORDRE-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ORDRE-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IMP-REGNR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IMP-KONTONR) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE
           ADD 1 TO ANTAL-ORDRER.

       SKRIV-UD-MANDAT.
           MOVE ALL SPACES TO LINJE
           STRING "MANDAT;" DELIMITED BY SIZE
               FUNCTION TRIM(MAN-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MAN-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MAN-FELT4) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UD-LINJE FROM LINJE
           ADD 1 TO ANTAL-MANDATER.

      * Pas 1 over den gamle banks fil: der skal vaere en
      * SKIFTE-linje og en TRAILER hvis antal stemmer med
      * linjerne - ellers oprettes intet (samme princip som
      * CLEARIND's trailerafstemning).
       AFSTEM-INDFIL.
           MOVE "N" TO FIL-OK
           MOVE "N" TO TRAILER-FUNDET
           MOVE "N" TO HOVED-FUNDET
           MOVE 0 TO ANTAL-KONTI
           MOVE 0 TO ANTAL-ORDRER
           MOVE 0 TO ANTAL-MANDATER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT INDFIL
           IF INDFIL-STATUS NOT = "00"
               CLOSE INDFIL
               DISPLAY "Afvist: filen " FUNCTION TRIM(INDFIL-NAVN)
                   " findes ikke."
           ELSE
               PERFORM UNTIL EOF
                   READ INDFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(IND-LINJE)) > 0
                               PERFORM SKIL-INDLINJE
                               EVALUATE FUNCTION TRIM(IX-FELT1)
                                   WHEN "SKIFTE"
                                       SET HAR-HOVED TO TRUE
                                   WHEN "KONTO"
                                       ADD 1 TO ANTAL-KONTI
                                   WHEN "ORDRE"
                                       ADD 1 TO ANTAL-ORDRER
                                   WHEN "MANDAT"
                                       ADD 1 TO ANTAL-MANDATER
                                   WHEN "TRAILER"
                                       SET HAR-TRAILER TO TRUE
                                       MOVE FUNCTION NUMVAL(IX-FELT2)
                                           TO TRAILER-KONTI
                                       MOVE FUNCTION NUMVAL(IX-FELT3)
                                           TO TRAILER-ORDRER
                                       MOVE FUNCTION NUMVAL(IX-FELT4)
                                           TO TRAILER-MANDATER
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDFIL
               EVALUATE TRUE
                   WHEN NOT HAR-HOVED
                       DISPLAY "Afvist: filen mangler SKIFTE-linjen."
                   WHEN NOT HAR-TRAILER
                       DISPLAY "Afvist: filen mangler TRAILER - "
                           "den kan vaere afkortet."
                   WHEN TRAILER-KONTI NOT = ANTAL-KONTI
                       OR TRAILER-ORDRER NOT = ANTAL-ORDRER
                       OR TRAILER-MANDATER NOT = ANTAL-MANDATER
                       DISPLAY "Afvist: filens antal stemmer ikke "
                           "med traileren - intet oprettet."
                   WHEN OTHER
                       SET FIL-ER-OK TO TRUE
               END-EVALUATE
           END-IF.

      * Pas 2: ordrer og mandater oprettes paa kundens nye konto.
       INDLAES-INDFIL.
           MOVE 0 TO ANTAL-ORDRER
           MOVE 0 TO ANTAL-MANDATER
           MOVE 0 TO ANTAL-SPRUNGET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT INDFIL
           PERFORM UNTIL EOF
               READ INDFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(IND-LINJE)) > 0
                           PERFORM SKIL-INDLINJE
                           EVALUATE FUNCTION TRIM(IX-FELT1)
                               WHEN "ORDRE"
                                   PERFORM IMPORTER-ORDRE
                               WHEN "MANDAT"
                                   PERFORM IMPORTER-MANDAT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDFIL.

      * En ordre der er udloebet foer skiftedatoen springes over;
      * ellers starter den tidligst paa skiftedatoen. En modtager
      * med bankens eget reg.nr. er en intern ordre til den konto.
       IMPORTER-ORDRE.
           MOVE FUNCTION NUMVAL(IX-FELT4) TO IMP-DAG
           MOVE IX-FELT7 TO IMP-REGNR
           MOVE IX-FELT8 TO IMP-KONTONR
           IF FUNCTION TRIM(IX-FELT5) > NY-SKIFTEDATO
               MOVE FUNCTION TRIM(IX-FELT5) TO IMP-STARTDATO
           ELSE
               MOVE NY-SKIFTEDATO TO IMP-STARTDATO
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(IX-FELT6) NOT = SPACES
                   AND FUNCTION TRIM(IX-FELT6) < NY-SKIFTEDATO
                   DISPLAY "Sprunget over: ordre paa "
                       FUNCTION TRIM(IX-FELT3)
                       " udloeb " FUNCTION TRIM(IX-FELT6)
                       " foer skiftedatoen."
                   ADD 1 TO ANTAL-SPRUNGET
               WHEN FUNCTION NUMVAL(IX-FELT3) NOT > 0
                   OR IMP-DAG < 1 OR IMP-DAG > 31
                   DISPLAY "Sprunget over: ordre med ugyldigt "
                       "beloeb eller forfaldsdag ("
                       FUNCTION TRIM(IND-LINJE) ")."
                   ADD 1 TO ANTAL-SPRUNGET
               WHEN FUNCTION TRIM(EGET-REGNR) NOT = SPACES
                   AND IMP-REGNR = EGET-REGNR
                   MOVE NY-KONTO TO SOEGE-SAG
                   MOVE IMP-KONTONR TO NY-KONTO
                   PERFORM FIND-KONTO
                   MOVE SOEGE-SAG TO NY-KONTO
                   IF KONTO-EXISTERER
                       MOVE FUNCTION TRIM(IMP-KONTONR)
                           TO IMP-TIL-KONTO
                       PERFORM SKRIV-IMPORT-ORDRE
                   ELSE
                       DISPLAY "Sprunget over: intern til-konto "
                           FUNCTION TRIM(IMP-KONTONR)
                           " findes ikke her."
                       ADD 1 TO ANTAL-SPRUNGET
                   END-IF
                   PERFORM FIND-KONTO
               WHEN OTHER
                   MOVE IMP-REGNR TO RT-REGNR
                   MOVE IMP-KONTONR TO RT-KONTONR
                   MOVE IMP-STARTDATO TO RT-DATO
                   CALL "REGNRTJEK" USING RT-REGNR RT-KONTONR
                       RT-DATO RT-BANKNAVN RT-RETUR
                   IF RT-RETUR > 0 AND RT-RETUR < 5
                       DISPLAY "Sprunget over: modtager reg.nr. "
                           FUNCTION TRIM(IMP-REGNR) " kontonr. "
                           FUNCTION TRIM(IMP-KONTONR)
                           " afvist af pengeinstitutregisteret (kode "
                           RT-RETUR ")."
                       ADD 1 TO ANTAL-SPRUNGET
                   ELSE
                       MOVE "EKSTERN" TO IMP-TIL-KONTO
                       PERFORM SKRIV-IMPORT-ORDRE
                   END-IF
           END-EVALUATE.

      * Ordrelinjen i FASTORDRE's format med naeste Ordre-ID.
       SKRIV-IMPORT-ORDRE.
           PERFORM FIND-SENESTE-ORDRE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IMP-TIL-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IX-FELT3) DELIMITED BY SIZE
               ";"
               IMP-DAG DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IMP-STARTDATO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IX-FELT6) DELIMITED BY SIZE
               ";A"
               INTO LINJE
           END-STRING
           IF IMP-TIL-KONTO = "EKSTERN"
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(IMP-REGNR) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(IMP-KONTONR) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           OPEN EXTEND ORDREFIL
           IF ORDREFIL-STATUS = "35"
               OPEN OUTPUT ORDREFIL
           END-IF
           WRITE ORDRE-LINJE FROM LINJE
           CLOSE ORDREFIL
           ADD 1 TO ANTAL-ORDRER.

      * Mandatet tilmeldes den nye konto pr. skiftedatoen; findes
      * der allerede et aktivt mandat for kreditoren, springes det
      * over (samme dubletregel som MANDAT).
       IMPORTER-MANDAT.
           MOVE "N" TO DUBLET-FUNDET
           MOVE "N" TO ORDRE-EOF-FLAG
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS = "35"
               CLOSE MANDATFIL
           ELSE
               PERFORM UNTIL ORDRE-EOF
                   READ MANDATFIL
                       AT END SET ORDRE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MANDAT-LINJE)) > 0
                               PERFORM SKIL-MANDATLINJE
                               IF FUNCTION NUMVAL(MAN-FELT1) =
                                   FUNCTION NUMVAL(NY-KONTO)
                                   AND FUNCTION TRIM(MAN-FELT2) =
                                       FUNCTION TRIM(IX-FELT3)
                                   AND (MAN-FELT3 = "A"
                                       OR MAN-FELT3 = "a")
                                   SET ER-DUBLET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(IX-FELT3) = SPACES
                   DISPLAY "Sprunget over: mandat uden Kreditor-ID."
                   ADD 1 TO ANTAL-SPRUNGET
               WHEN ER-DUBLET
                   DISPLAY "Sprunget over: kreditor "
                       FUNCTION TRIM(IX-FELT3)
                       " har allerede et aktivt mandat paa kontoen."
                   ADD 1 TO ANTAL-SPRUNGET
               WHEN OTHER
                   MOVE ALL SPACES TO LINJE
                   STRING
                       FUNCTION TRIM(NY-KONTO) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(IX-FELT3) DELIMITED BY SIZE
                       ";A;"
                       FUNCTION TRIM(NY-SKIFTEDATO) DELIMITED BY SIZE
                       ";;"
                       FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   OPEN EXTEND MANDATFIL
                   IF MANDATFIL-STATUS = "35"
                       OPEN OUTPUT MANDATFIL
                   END-IF
                   WRITE MANDAT-LINJE FROM LINJE
                   CLOSE MANDATFIL
                   ADD 1 TO ANTAL-MANDATER
           END-EVALUATE.

       LIST-SAGER.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               CLOSE SKIFTEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ SKIFTEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKIFTE-LINJE)) > 0
                               PERFORM SKIL-SKIFTELINJE
                               PERFORM VIS-SAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIFTEFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen bankskiftesager registreret."
           END-IF.

       VIS-SAG.
           ADD 1 TO ANTAL-VIST
           IF SKF-FELT2 = "U"
               DISPLAY "Sag " FUNCTION TRIM(SKF-FELT1)
                   " UDGAAENDE kunde " FUNCTION TRIM(SKF-FELT3)
                   " til " SKF-FELT5 "-" FUNCTION TRIM(SKF-FELT6)
                   " pr. " FUNCTION TRIM(SKF-FELT7)
                   " status " SKF-FELT8
           ELSE
               DISPLAY "Sag " FUNCTION TRIM(SKF-FELT1)
                   " INDGAAENDE kunde " FUNCTION TRIM(SKF-FELT3)
                   " fra " SKF-FELT5 "-" FUNCTION TRIM(SKF-FELT6)
                   " paa konto " FUNCTION TRIM(SKF-FELT4)
                   " pr. " FUNCTION TRIM(SKF-FELT7)
                   " status " SKF-FELT8
           END-IF
           IF SKF-FELT8 = "G" AND SKF-FELT2 = "U"
               DISPLAY "    gennemfoert " FUNCTION TRIM(SKF-FELT11)
                   ", viderestilling til "
                   FUNCTION TRIM(SKF-FELT12)
           END-IF
           IF FUNCTION TRIM(SKF-FELT13) NOT = SPACES
               DISPLAY "    " FUNCTION TRIM(SKF-FELT13)
           END-IF.

      * Kun en registreret (endnu ikke gennemfoert) udgaaende sag
      * kan annulleres; ordrer og mandater er da uroerte.
       ANNULLER-SAG.
           DISPLAY "Sag-ID der skal annulleres: " WITH NO ADVANCING
           ACCEPT SOEGE-SAG
           MOVE "N" TO SAG-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               CLOSE SKIFTEFIL
               DISPLAY "Ingen bankskiftesager registreret."
           ELSE
               OPEN OUTPUT SKIFTETEMP
               PERFORM UNTIL EOF
                   READ SKIFTEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(SKIFTE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM SKIL-SKIFTELINJE
                               IF FUNCTION TRIM(SKF-FELT1) =
                                   FUNCTION TRIM(SOEGE-SAG)
                                   AND SKF-FELT8 = "R"
                                   SET SAG-ER-FUNDET TO TRUE
                                   MOVE "X" TO SKF-FELT8
                                   MOVE ALL SPACES TO SKF-FELT13
                                   STRING "Annulleret " DELIMITED BY
                                       SIZE
                                       NU-DATO-TXT DELIMITED BY SIZE
                                       " af " DELIMITED BY SIZE
                                       FUNCTION TRIM(OPERATOR-ID)
                                           DELIMITED BY SIZE
                                       INTO SKF-FELT13
                                   END-STRING
                                   PERFORM DAN-SKIFTELINJE
                                   WRITE SKIFTETEMP-LINJE FROM LINJE
                               ELSE
                                   WRITE SKIFTETEMP-LINJE
                                       FROM SKIFTE-LINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIFTEFIL
               CLOSE SKIFTETEMP
               IF SAG-ER-FUNDET
                   MOVE "S" TO FS-HANDLING
                   MOVE "bankskifte_tmp.txt" TO FS-KILDE
                   MOVE "bankskifte.txt" TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                       FS-RETUR
                   DISPLAY "Sag " FUNCTION TRIM(SOEGE-SAG)
                       " er annulleret."
               ELSE
                   DISPLAY "Ingen registreret (ikke gennemfoert) "
                       "sag med ID " FUNCTION TRIM(SOEGE-SAG) "."
                   MOVE "D" TO FS-HANDLING
                   MOVE "bankskifte_tmp.txt" TO FS-KILDE
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                       FS-RETUR
               END-IF
           END-IF.

       TJEK-AABEN-SAG.
           MOVE "N" TO AABEN-SAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               CLOSE SKIFTEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ SKIFTEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKIFTE-LINJE)) > 0
                               PERFORM SKIL-SKIFTELINJE
                               IF SKF-FELT2 = "U"
                                   AND FUNCTION NUMVAL(SKF-FELT3) =
                                       FUNCTION NUMVAL(NY-KUNDE)
                                   AND (SKF-FELT8 = "R"
                                       OR SKF-FELT8 = "M")
                                   SET HAR-AABEN-SAG TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIFTEFIL
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(NY-KUNDE) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FELT-FORNAVN) NOT = "SLETTET"
                           SET KUNDE-EXISTERER TO TRUE
                       END-IF
               END-READ
               CLOSE KUNDEFIL
           END-IF.

      * Kundens aabne konti som primaer ejer (KONTO-FELT2).
       FIND-KUNDENS-KONTI.
           MOVE 0 TO KT-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-KONTOLINJE
                           IF FUNCTION NUMVAL(KONTO-FELT2) =
                               FUNCTION NUMVAL(NY-KUNDE)
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
                   FUNCTION NUMVAL(NY-KONTO)
                   MOVE "J" TO KT-FUNDET
               END-IF
           END-PERFORM.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(NY-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       PERFORM SKIL-KONTOLINJE
               END-READ
               CLOSE KONTOFIL
           END-IF.

       FIND-SENESTE-ORDRE-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO ORDRE-EOF-FLAG
           OPEN INPUT ORDREFIL
           IF ORDREFIL-STATUS = "35"
               CLOSE ORDREFIL
           ELSE
               PERFORM UNTIL ORDRE-EOF
                   READ ORDREFIL
                       AT END SET ORDRE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ORDRE-LINJE)) > 0
                               PERFORM SKIL-ORDRELINJE
                               IF FUNCTION NUMVAL(ORDRE-FELT1) > LAST-ID
                                   MOVE FUNCTION NUMVAL(ORDRE-FELT1)
                                       TO LAST-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDREFIL
           END-IF.

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
                           EVALUATE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PARAM-NOEGLE))
                               WHEN "REGNR"
                                   MOVE FUNCTION TRIM(PARAM-VAERDI)
                                       TO EGET-REGNR
                               WHEN "FRIST"
                                   MOVE FUNCTION NUMVAL(PARAM-VAERDI)
                                       TO FRIST-DAGE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMFIL
           END-IF.

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

       SKIL-INDLINJE.
           MOVE SPACES TO IX-FELT1 IX-FELT2 IX-FELT3 IX-FELT4
               IX-FELT5 IX-FELT6 IX-FELT7 IX-FELT8
           UNSTRING IND-LINJE
               DELIMITED BY ";"
               INTO IX-FELT1 IX-FELT2 IX-FELT3 IX-FELT4
                    IX-FELT5 IX-FELT6 IX-FELT7 IX-FELT8.

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
