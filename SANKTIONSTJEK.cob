       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSTJEK.

      *> Delt screening af et navn (og evt. CPR) mod EU/FN-
      *> sanktionslisten sanktionsliste.txt. Filens foerste linje
      *> er "VERSION;<version>;<dato>", resten en linje pr. listet
      *> person eller enhed:
      *>   LISTE-ID;KILDE(EU/UN);NAVN;FOEDT(AAAA-MM-DD eller tom)
      *> Navnene sammenlignes uskarpt: begge sider skrives med
      *> store bogstaver, AE/OE/AA i stedet for ae/oe/aa og
      *> tegnsaetning fjernet, og hvert ord i listenavnet parres
      *> med det naermeste ord i det screenede navn (redigerings-
      *> afstand, et forbogstav taeller som initial). Scoren er
      *> gennemsnittet i procent; en kendt foedselsdato der ikke
      *> stemmer med CPR'ets traekker 30 point fra, en der stemmer
      *> laegger 10 til. Et hit er en score paa eller over
      *> TAERSKEL i sanktionkonfig.txt (NOEGLE;VAERDI, oprettes
      *> med TAERSKEL;85 hvis filen mangler).
      *> Ved hit og udfyldt reference aabnes en sag i
      *> amlsager.txt med moenster SANKTION (referencen i
      *> kontofeltet - et Konto-ID, "K<kunde-id>" eller kaldets
      *> egen reference), saa compliance arbejder den i AMLSAG som
      *> enhver anden alarm. Staar der allerede en aaben sag paa
      *> referencen, aabnes ingen ny. Hittets detaljer (kilde,
      *> navn, listenavn, liste-ID og score) skrives altid som
      *> note paa sagen i aml_noter.txt.
      *> Kaldes af OPRETKUNDE, BULKOPRET, ADRIMPORT, UDBETAL,
      *> CLEARIND og natbatchens SANKTIONKOER.
      *> Retur: 0 = intet hit, 1 = hit, 2 = ingen liste indlaest
      *> (navnet er IKKE screenet).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTEFIL ASSIGN TO "sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTEFIL-STATUS.
           SELECT KONFIGFIL ASSIGN TO "sanktionkonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
           SELECT SAGFIL ASSIGN TO "amlsager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAGFIL-STATUS.
           SELECT NOTEFIL ASSIGN TO "aml_noter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LISTEFIL.
       01 LISTE-LINJE      PIC X(120).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD SAGFIL.
       01 SAG-LINJE        PIC X(120).

       FD NOTEFIL.
       01 NOTE-LINJE       PIC X(150).

       WORKING-STORAGE SECTION.
       01 LISTEFIL-STATUS  PIC XX.
       01 KONFIGFIL-STATUS PIC XX.
       01 SAGFIL-STATUS    PIC XX.
       01 NOTEFIL-STATUS   PIC XX.

       01 LISTE-FELT1      PIC X(15).
       01 LISTE-FELT2      PIC X(5).
       01 LISTE-FELT3      PIC X(60).
       01 LISTE-FELT4      PIC X(10).

       01 KONFIG-NOEGLE    PIC X(20).
       01 KONFIG-VAERDI    PIC X(15).
       01 TAERSKEL         PIC 9(3) VALUE 85.

       01 LISTE-EOF-FLAG   PIC X VALUE "N".
          88 LISTE-EOF     VALUE "Y".
       01 KONFIG-EOF-FLAG  PIC X VALUE "N".
          88 KONFIG-EOF    VALUE "Y".
       01 SAG-EOF-FLAG     PIC X VALUE "N".
          88 SAG-EOF       VALUE "Y".

       01 ANTAL-LISTET     PIC 9(5) VALUE 0.

      * Normalisering: UTF-8 for ae/oe/aa (og de tyske/franske
      * varianter) omskrives, alt andet end bogstaver og cifre
      * bliver mellemrum.
       01 NORM-IND         PIC X(100).
       01 NORM-UD          PIC X(120).
       01 NI-IX            PIC 9(3).
       01 NO-IX            PIC 9(3).
       01 NI-LAENGDE       PIC 9(3).
       01 TEGN             PIC X.
       01 TEGN2            PIC X.

      * Ordene i det screenede navn (S-) og i listenavnet (L-).
       01 S-ORD-TABEL.
          05 S-ORD OCCURS 10 TIMES PIC X(30).
       01 S-ANTAL          PIC 9(2) VALUE 0.
       01 L-ORD-TABEL.
          05 L-ORD OCCURS 10 TIMES PIC X(30).
       01 L-ANTAL          PIC 9(2) VALUE 0.
       01 S-IX             PIC 9(2).
       01 L-IX             PIC 9(2).
       01 ORD-TABEL.
          05 ORD-RAEKKE OCCURS 10 TIMES PIC X(30).
       01 ORD-ANTAL        PIC 9(2).
       01 ORD-PTR          PIC 9(3).
       01 ORD-LAENGDE      PIC 9(3).
       01 ET-ORD           PIC X(30).

      * Redigeringsafstand (Levenshtein) mellem to ord.
       01 LV-A             PIC X(30).
       01 LV-B             PIC X(30).
       01 LV-LA            PIC 9(2).
       01 LV-LB            PIC 9(2).
       01 LV-I             PIC 9(2).
       01 LV-J             PIC 9(2).
       01 LV-FORRIGE-TABEL.
          05 LV-FORRIGE OCCURS 31 TIMES PIC 9(2).
       01 LV-AKTUEL-TABEL.
          05 LV-AKTUEL OCCURS 31 TIMES PIC 9(2).
       01 LV-OMK           PIC 9(2).
       01 LV-MIN           PIC 9(2).
       01 LV-AFSTAND       PIC 9(2).
       01 LV-MAKS          PIC 9(2).

       01 ORD-LIGHED       PIC 9(3).
       01 BEDSTE-LIGHED    PIC 9(3).
       01 LIGHED-SUM       PIC 9(5).
       01 POST-SCORE       PIC S9(4).
       01 BEDSTE-SCORE     PIC S9(4) VALUE 0.
       01 BEDSTE-ID        PIC X(15).
       01 BEDSTE-KILDE     PIC X(5).
       01 BEDSTE-NAVN      PIC X(60).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 SAG-FELT1        PIC X(10).
       01 SAG-FELT2        PIC X(10).
       01 SAG-FELT3        PIC X(10).
       01 SAG-FELT4        PIC X(1).
       01 SAG-FELT5        PIC X(10).
       01 SAG-FELT6        PIC X(10).
       01 SAG-FELT7        PIC X(10).
       01 SAG-UD-LINJE     PIC X(120).
       01 NOTE-TEKST       PIC X(80).
       01 SCORE-TXT        PIC ZZ9.

       LINKAGE SECTION.
       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11).
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20).
       01 ST-BRUGER        PIC X(10).
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.

       PROCEDURE DIVISION USING ST-NAVN ST-CPR ST-REF ST-KILDE
           ST-BRUGER ST-SCORE ST-LISTE-ID ST-SAG-ID ST-RETUR.

           MOVE 0 TO ST-RETUR
           MOVE 0 TO ST-SCORE
           MOVE SPACES TO ST-LISTE-ID
           MOVE SPACES TO ST-SAG-ID
           MOVE 0 TO BEDSTE-SCORE
           MOVE SPACES TO BEDSTE-ID
           MOVE SPACES TO BEDSTE-KILDE
           MOVE SPACES TO BEDSTE-NAVN
           MOVE 0 TO ANTAL-LISTET

           PERFORM LAES-KONFIG

           MOVE ST-NAVN TO NORM-IND
           PERFORM NORMALISER-NAVN
           PERFORM DEL-I-ORD
           MOVE ORD-TABEL TO S-ORD-TABEL
           MOVE ORD-ANTAL TO S-ANTAL

           MOVE "N" TO LISTE-EOF-FLAG
           OPEN INPUT LISTEFIL
           IF LISTEFIL-STATUS = "35"
               CLOSE LISTEFIL
           ELSE
               PERFORM UNTIL LISTE-EOF
                   READ LISTEFIL
                       AT END SET LISTE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LISTE-LINJE)) > 0
                               PERFORM VURDER-LISTEPOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTEFIL
           END-IF

           EVALUATE TRUE
               WHEN ANTAL-LISTET = 0
                   MOVE 2 TO ST-RETUR
               WHEN S-ANTAL = 0
                   CONTINUE
               WHEN BEDSTE-SCORE >= TAERSKEL
                   MOVE 1 TO ST-RETUR
                   MOVE BEDSTE-SCORE TO ST-SCORE
                   MOVE BEDSTE-ID TO ST-LISTE-ID
                   IF FUNCTION TRIM(ST-REF) NOT = SPACES
                       PERFORM REGISTRER-HIT
                   END-IF
               WHEN OTHER
                   MOVE BEDSTE-SCORE TO ST-SCORE
           END-EVALUATE

           EXIT PROGRAM.

       LAES-KONFIG.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "TAERSKEL;85" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
           ELSE
               MOVE "N" TO KONFIG-EOF-FLAG
               PERFORM UNTIL KONFIG-EOF
                   READ KONFIGFIL
                       AT END SET KONFIG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                               UNSTRING KONFIG-LINJE
                                   DELIMITED BY ";"
                                   INTO KONFIG-NOEGLE KONFIG-VAERDI
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(KONFIG-NOEGLE))
                                   = "TAERSKEL"
                                   MOVE FUNCTION
                                       NUMVAL(KONFIG-VAERDI)
                                       TO TAERSKEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONFIGFIL
           END-IF.

      * En listelinje: versionslinjen springes over, ellers
      * scores navnet og den bedste post huskes.
       VURDER-LISTEPOST.
           MOVE SPACES TO LISTE-FELT1
           MOVE SPACES TO LISTE-FELT2
           MOVE SPACES TO LISTE-FELT3
           MOVE SPACES TO LISTE-FELT4
           UNSTRING LISTE-LINJE
               DELIMITED BY ";"
               INTO LISTE-FELT1 LISTE-FELT2 LISTE-FELT3 LISTE-FELT4
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LISTE-FELT1))
               NOT = "VERSION"
               AND FUNCTION TRIM(LISTE-FELT3) NOT = SPACES
               ADD 1 TO ANTAL-LISTET
               IF S-ANTAL > 0
                   MOVE LISTE-FELT3 TO NORM-IND
                   PERFORM NORMALISER-NAVN
                   PERFORM DEL-I-ORD
                   MOVE ORD-TABEL TO L-ORD-TABEL
                   MOVE ORD-ANTAL TO L-ANTAL
                   IF L-ANTAL > 0
                       PERFORM SCORE-LISTEPOST
                       IF POST-SCORE > BEDSTE-SCORE
                           MOVE POST-SCORE TO BEDSTE-SCORE
                           MOVE LISTE-FELT1 TO BEDSTE-ID
                           MOVE LISTE-FELT2 TO BEDSTE-KILDE
                           MOVE LISTE-FELT3 TO BEDSTE-NAVN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Hvert ord i listenavnet parres med det naermeste ord i det
      * screenede navn; scoren er gennemsnittet af lighederne,
      * justeret for foedselsdatoen.
       SCORE-LISTEPOST.
           MOVE 0 TO LIGHED-SUM
           PERFORM VARYING L-IX FROM 1 BY 1
               UNTIL L-IX > L-ANTAL
               MOVE 0 TO BEDSTE-LIGHED
               PERFORM VARYING S-IX FROM 1 BY 1
                   UNTIL S-IX > S-ANTAL
                   PERFORM BEREGN-ORD-LIGHED
                   IF ORD-LIGHED > BEDSTE-LIGHED
                       MOVE ORD-LIGHED TO BEDSTE-LIGHED
                   END-IF
               END-PERFORM
               ADD BEDSTE-LIGHED TO LIGHED-SUM
           END-PERFORM
           COMPUTE POST-SCORE = LIGHED-SUM / L-ANTAL

           IF FUNCTION TRIM(LISTE-FELT4) NOT = SPACES
               AND ST-CPR(1:6) IS NUMERIC
               IF ST-CPR(1:2) = LISTE-FELT4(9:2)
                   AND ST-CPR(3:2) = LISTE-FELT4(6:2)
                   AND ST-CPR(5:2) = LISTE-FELT4(3:2)
                   ADD 10 TO POST-SCORE
                   IF POST-SCORE > 100
                       MOVE 100 TO POST-SCORE
                   END-IF
               ELSE
                   SUBTRACT 30 FROM POST-SCORE
                   IF POST-SCORE < 0
                       MOVE 0 TO POST-SCORE
                   END-IF
               END-IF
           END-IF.

      * Lighed i procent mellem L-ORD (L-IX) og S-ORD (S-IX). Et
      * enkelt bogstav paa den ene side er en initial og giver 80
      * hvis forbogstavet stemmer.
       BEREGN-ORD-LIGHED.
           MOVE L-ORD (L-IX) TO LV-A
           MOVE S-ORD (S-IX) TO LV-B
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LV-A)) TO LV-LA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LV-B)) TO LV-LB
           MOVE 0 TO ORD-LIGHED
           EVALUATE TRUE
               WHEN LV-A = LV-B
                   MOVE 100 TO ORD-LIGHED
               WHEN LV-LA = 1 OR LV-LB = 1
                   IF LV-A(1:1) = LV-B(1:1)
                       MOVE 80 TO ORD-LIGHED
                   END-IF
               WHEN OTHER
                   PERFORM BEREGN-AFSTAND
                   IF LV-LA > LV-LB
                       MOVE LV-LA TO LV-MAKS
                   ELSE
                       MOVE LV-LB TO LV-MAKS
                   END-IF
                   IF LV-AFSTAND < LV-MAKS
                       COMPUTE ORD-LIGHED =
                           (LV-MAKS - LV-AFSTAND) * 100 / LV-MAKS
                   END-IF
           END-EVALUATE.

       BEREGN-AFSTAND.
           PERFORM VARYING LV-J FROM 0 BY 1 UNTIL LV-J > LV-LB
               MOVE LV-J TO LV-FORRIGE (LV-J + 1)
           END-PERFORM
           PERFORM VARYING LV-I FROM 1 BY 1 UNTIL LV-I > LV-LA
               MOVE LV-I TO LV-AKTUEL (1)
               PERFORM VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-LB
                   IF LV-A(LV-I:1) = LV-B(LV-J:1)
                       MOVE 0 TO LV-OMK
                   ELSE
                       MOVE 1 TO LV-OMK
                   END-IF
                   COMPUTE LV-MIN = LV-FORRIGE (LV-J) + LV-OMK
                   IF LV-FORRIGE (LV-J + 1) + 1 < LV-MIN
                       COMPUTE LV-MIN = LV-FORRIGE (LV-J + 1) + 1
                   END-IF
                   IF LV-AKTUEL (LV-J) + 1 < LV-MIN
                       COMPUTE LV-MIN = LV-AKTUEL (LV-J) + 1
                   END-IF
                   MOVE LV-MIN TO LV-AKTUEL (LV-J + 1)
               END-PERFORM
               MOVE LV-AKTUEL-TABEL TO LV-FORRIGE-TABEL
           END-PERFORM
           MOVE LV-FORRIGE (LV-LB + 1) TO LV-AFSTAND.

      * NORM-IND -> NORM-UD med store bogstaver og kun bogstaver,
      * cifre og enkelte mellemrum.
       NORMALISER-NAVN.
           MOVE SPACES TO NORM-UD
           MOVE 1 TO NO-IX
           MOVE FUNCTION UPPER-CASE(NORM-IND) TO NORM-IND
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NORM-IND TRAILING))
               TO NI-LAENGDE
           MOVE 1 TO NI-IX
           PERFORM UNTIL NI-IX > NI-LAENGDE OR NO-IX > 117
               MOVE NORM-IND(NI-IX:1) TO TEGN
               EVALUATE TRUE
                   WHEN TEGN = X"C3" AND NI-IX < NI-LAENGDE
                       ADD 1 TO NI-IX
                       MOVE NORM-IND(NI-IX:1) TO TEGN2
                       EVALUATE TEGN2
                           WHEN X"86" WHEN X"A6"
                           WHEN X"84" WHEN X"A4"
                               MOVE "AE" TO NORM-UD(NO-IX:2)
                               ADD 2 TO NO-IX
                           WHEN X"98" WHEN X"B8"
                           WHEN X"96" WHEN X"B6"
                               MOVE "OE" TO NORM-UD(NO-IX:2)
                               ADD 2 TO NO-IX
                           WHEN X"85" WHEN X"A5"
                               MOVE "AA" TO NORM-UD(NO-IX:2)
                               ADD 2 TO NO-IX
                           WHEN X"9C" WHEN X"BC"
                               MOVE "UE" TO NORM-UD(NO-IX:2)
                               ADD 2 TO NO-IX
                           WHEN X"89" WHEN X"A9"
                           WHEN X"88" WHEN X"A8"
                               MOVE "E" TO NORM-UD(NO-IX:1)
                               ADD 1 TO NO-IX
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN (TEGN >= "A" AND TEGN <= "Z")
                       OR (TEGN >= "0" AND TEGN <= "9")
                       MOVE TEGN TO NORM-UD(NO-IX:1)
                       ADD 1 TO NO-IX
                   WHEN OTHER
                       IF NO-IX > 1
                           IF NORM-UD(NO-IX - 1:1) NOT = SPACE
                               MOVE SPACE TO NORM-UD(NO-IX:1)
                               ADD 1 TO NO-IX
                           END-IF
                       END-IF
               END-EVALUATE
               ADD 1 TO NI-IX
           END-PERFORM.

      * NORM-UD -> ORD-TABEL (hoejst 10 ord a 30 tegn).
       DEL-I-ORD.
           MOVE SPACES TO ORD-TABEL
           MOVE 0 TO ORD-ANTAL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NORM-UD TRAILING))
               TO ORD-LAENGDE
           MOVE 1 TO ORD-PTR
           IF NORM-UD NOT = SPACES
               PERFORM UNTIL ORD-PTR > ORD-LAENGDE
                   OR ORD-ANTAL = 10
                   MOVE SPACES TO ET-ORD
                   UNSTRING NORM-UD(1:ORD-LAENGDE)
                       DELIMITED BY ALL SPACE
                       INTO ET-ORD
                       WITH POINTER ORD-PTR
                   END-UNSTRING
                   IF ET-ORD NOT = SPACES
                       ADD 1 TO ORD-ANTAL
                       MOVE ET-ORD TO ORD-RAEKKE (ORD-ANTAL)
                   END-IF
               END-PERFORM
           END-IF.

      * Hittet noteres paa referencens aabne SANKTION-sag, eller
      * der aabnes en ny.
       REGISTRER-HIT.
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

           MOVE "N" TO SAG-EOF-FLAG
           OPEN INPUT SAGFIL
           IF SAGFIL-STATUS = "35"
               CLOSE SAGFIL
           ELSE
               PERFORM UNTIL SAG-EOF
                   READ SAGFIL
                       AT END SET SAG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SAG-LINJE)) > 0
                               MOVE SPACES TO SAG-FELT7
                               UNSTRING SAG-LINJE
                                   DELIMITED BY ";"
                                   INTO SAG-FELT1 SAG-FELT2
                                        SAG-FELT3 SAG-FELT4
                                        SAG-FELT5 SAG-FELT6
                                        SAG-FELT7
                               IF FUNCTION TRIM(SAG-FELT2) =
                                   FUNCTION TRIM(ST-REF)
                                   AND FUNCTION TRIM(SAG-FELT3) =
                                   "SANKTION"
                                   AND (SAG-FELT4 = "O"
                                       OR SAG-FELT4 = "U")
                                   MOVE FUNCTION TRIM(SAG-FELT1)
                                       TO ST-SAG-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAGFIL
           END-IF

           IF ST-SAG-ID = SPACES
               CALL "NYTLOEBENR" USING ST-SAG-ID
               MOVE ALL SPACES TO SAG-UD-LINJE
               STRING
                   FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ST-REF) DELIMITED BY SIZE
                   ";SANKTION;O;"
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";"
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ST-BRUGER) DELIMITED BY SIZE
                   INTO SAG-UD-LINJE
               END-STRING
               OPEN EXTEND SAGFIL
               IF SAGFIL-STATUS = "35"
                   OPEN OUTPUT SAGFIL
               END-IF
               WRITE SAG-LINJE FROM SAG-UD-LINJE
               CLOSE SAGFIL
           END-IF

           MOVE BEDSTE-SCORE TO SCORE-TXT
           MOVE ALL SPACES TO NOTE-TEKST
           STRING
               FUNCTION TRIM(ST-KILDE) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(ST-NAVN) DELIMITED BY SIZE
               " ~ " DELIMITED BY SIZE
               FUNCTION TRIM(BEDSTE-NAVN) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(BEDSTE-KILDE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BEDSTE-ID) DELIMITED BY SIZE
               ") score " DELIMITED BY SIZE
               FUNCTION TRIM(SCORE-TXT) DELIMITED BY SIZE
               INTO NOTE-TEKST
           END-STRING
           MOVE ALL SPACES TO NOTE-LINJE
           STRING
               FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ST-BRUGER) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NOTE-TEKST) DELIMITED BY SIZE
               INTO NOTE-LINJE
           END-STRING
           OPEN EXTEND NOTEFIL
           IF NOTEFIL-STATUS = "35"
               OPEN OUTPUT NOTEFIL
           END-IF
           WRITE NOTE-LINJE
           CLOSE NOTEFIL.
