      *> behandlede fil omdoebes til clearing_ind_behandlet.txt saa
      *> en dobbeltkoersel ikke posterer igen, og
      *> clearing_rapport.txt opsummerer posteret og afvist.
      *> Bringer detaillinjen afsenderens navn som 5. felt
      *> ("KONTO;DATO;BELOEB;AFSENDERREF;AFSENDERNAVN"), screenes
      *> navnet mod sanktionslisten (SANKTIONSTJEK) foer der
      *> krediteres. Et hit posteres ikke men laegges i
      *> reparationskoeen med aarsag SANKTIONSHIT og sagsnummeret
      *> fra amlsager.txt; saadanne poster aeldes ikke automatisk
      *> retur - compliance afgoer dem i AMLSAG.
      *> Bringer linjen afsenderbankens reg.nr. og evt. afsenderens
      *> kontonr. som 6. og 7. felt, kontrolleres de mod
      *> pengeinstitutregisteret (REGNRTJEK): et ukendt eller
      *> inaktivt reg.nr. eller et kontonr. der fejler bankens
      *> modulusregel lander i reparationskoeen med aarsagen, saa
      *> REPARATION kan afgoere posten. Mangler registeret,
      *> posteres der som hidtil.
      *> En kreditering der ville bryde en bunden opsparings
      *> aarlige eller samlede indskudsloft (BINDTJEK) lander
      *> ligeledes i reparationskoeen; gennemfoerte krediteringer
      *> bogfoeres i kontoens indskudstaellere.
      *> En kreditering til en konto der er lukket ved et
      *> gennemfoert udgaaende bankskifte (bankskifte.txt, status G)
      *> afvises ikke i viderestillingsperioden: den posteres ind
      *> (CLEARING-IND med REF:-markoeren) og straks ud igen som
      *> EKSTERN-UD med markoeren BANKSKIFTE:<sag> og en koelinje
      *> med status K i udbetal_koe.txt til kundens konto i den nye
      *> bank, saa CLEARUD sender den videre. Rapporten viser dem
      *> som VIDERESENDT; der adviseres ikke.
      *> Krediteringen faar valoerdato ud fra detaillinjens DATO
      *> (clearingdatoen) via VALOERDATO - en kreditering cleared
      *> i weekenden forrentes fra naeste bankdag, og en forsinket
      *> kreditering faar sin oprindelige valoer selvom den
      *> bogfoeres i dag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RETURFIL ASSIGN TO "clearing_retur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHANDLFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "clearing_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKIFTEFIL ASSIGN TO "bankskifte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIFTEFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udbetal_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARFIL.
       01 CLEAR-LINJE      PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".
       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       FD SKIFTEFIL.
       01 SKIFTE-LINJE     PIC X(200).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "SKIFTEREC.cpy".

       01 CLEARFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 CL-KONTO         PIC X(10).
       01 CL-DATO          PIC X(10).
       01 VD-POSTTYPE      PIC X(15).
       01 VD-BOGDATO       PIC X(10).
       01 VD-TID           PIC X(4).
       01 VD-VALOER        PIC X(10).
       01 VD-RETUR         PIC 9.
       01 CL-BELOEB-TXT    PIC X(15).
       01 CL-REF           PIC X(30).
       01 CL-NAVN          PIC X(60).
       01 CL-REGNR         PIC X(10).
       01 CL-AFS-KONTONR   PIC X(10).
       01 CL-BELOEB        PIC S9(11)V99.

      * Genafspilningsvaern: registeret clearing_behandlede.txt
       01 SUM-AFVIST       PIC S9(13)V99 VALUE 0.
       01 AARSAG           PIC X(40).

      * Bunden opsparing (BINDTJEK).
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 KONTO-AFVIST     PIC X VALUE "N".
       01 AD-REF           PIC X(30).
       01 AD-RETUR         PIC 9.

      * Sanktionsscreening af afsendernavnet.
       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11) VALUE SPACES.
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20) VALUE "CLEARIND".
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.
       01 ANTAL-SANKTION   PIC 9(7) VALUE 0.

      * Kontrol af afsenderens reg.nr./kontonr. mod
      * pengeinstitutregisteret.
       01 RT-REGNR         PIC X(4).
       01 RT-DATO          PIC X(10).
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.
       01 ANTAL-REGNR-AFVIST PIC 9(7) VALUE 0.

      * Viderestilling efter bankskifte: sagen for kontoens ejer
      * og udbetalingskoeen til den nye bank.
       01 SKIFTEFIL-STATUS PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 SKIFTE-EOF-FLAG  PIC X VALUE "N".
          88 SKIFTE-EOF    VALUE "Y".
       01 VIDERESEND-FLAG  PIC X VALUE "N".
          88 ER-VIDERESENDT VALUE "Y".
       01 VS-SAG           PIC X(10).
       01 VS-REGNR         PIC X(4).
       01 VS-KONTONR       PIC X(10).
       01 ANTAL-VIDERESENDT PIC 9(7) VALUE 0.
       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 KOE-FELT1        PIC X(10).
       01 KOE-REST         PIC X(110).
       01 KOE-EOF-FLAG     PIC X VALUE "N".
          88 KOE-EOF       VALUE "Y".

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

           DISPLAY "Clearing: " ANTAL-POSTERET " posteret, "
               ANTAL-AFVIST " afvist - se clearing_rapport.txt.".
           IF ANTAL-SANKTION > 0
               DISPLAY "Heraf " ANTAL-SANKTION " sanktionshit "
                   "tilbageholdt til compliance."
           END-IF
           IF ANTAL-REGNR-AFVIST > 0
               DISPLAY "Heraf " ANTAL-REGNR-AFVIST " med afvist "
                   "afsender-regnr/kontonr."
           END-IF
           IF ANTAL-VIDERESENDT > 0
               DISPLAY "Heraf " ANTAL-VIDERESENDT " viderestillet "
                   "til ny bank efter bankskifte."
           END-IF.

       SKIL-CLEARLINJE.
           MOVE SPACES TO CL-KONTO
           MOVE SPACES TO CL-DATO
           MOVE SPACES TO CL-BELOEB-TXT
           MOVE SPACES TO CL-REF
           MOVE SPACES TO CL-NAVN
           MOVE SPACES TO CL-REGNR
           MOVE SPACES TO CL-AFS-KONTONR
           UNSTRING CLEAR-LINJE
               DELIMITED BY ";"
               INTO CL-KONTO CL-DATO CL-BELOEB-TXT CL-REF CL-NAVN
                    CL-REGNR CL-AFS-KONTONR.

       POSTER-KREDITERING.
           MOVE FUNCTION NUMVAL(CL-BELOEB-TXT) TO CL-BELOEB
           MOVE "N" TO KONTO-AFVIST
           MOVE "N" TO VIDERESEND-FLAG
           MOVE ALL SPACES TO AARSAG

      * Allerede posteret i et tidligere (afbrudt) gennemloeb?
               SET ER-AFVIST TO TRUE
               MOVE "beloebet skal vaere positivt" TO AARSAG
           ELSE
               IF FUNCTION TRIM(CL-NAVN) NOT = SPACES
                   PERFORM SANKTIONSSCREEN
               END-IF
               IF NOT ER-AFVIST
                   AND FUNCTION TRIM(CL-REGNR) NOT = SPACES
                   PERFORM REGNRKONTROL
               END-IF
               IF NOT ER-AFVIST
                   PERFORM TJEK-INDSKUDSLOFT
               END-IF
               IF NOT ER-AFVIST
                   PERFORM OPDATER-KONTO
                   IF NOT KONTO-EXISTERER AND NOT ER-AFVIST
                       SET ER-AFVIST TO TRUE
                       MOVE "kontoen findes ikke" TO AARSAG
                   END-IF
               END-IF
           END-IF

                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           ELSE
           IF ER-VIDERESENDT
               ADD 1 TO ANTAL-POSTERET
               ADD CL-BELOEB TO SUM-POSTERET
               PERFORM VIDERESEND-KREDITERING
           ELSE
               ADD 1 TO ANTAL-POSTERET
               ADD CL-BELOEB TO SUM-POSTERET
               PERFORM SKRIV-HISTORIK
               MOVE "B" TO BN-HANDLING
               CALL "BINDTJEK" USING BN-HANDLING CL-KONTO BN-KUNDE
                   BN-TYPE CL-BELOEB BN-DATO BN-RETUR
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "POSTERET konto " DELIMITED BY SIZE
                   FUNCTION TRIM(CL-KONTO) DELIMITED BY SIZE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF
           END-IF
           END-IF.

      * Afsendernavnet screenes; et hit afviser krediteringen til
      * reparationskoeen med sagsnummeret i aarsagen.
       SANKTIONSSCREEN.
           MOVE CL-NAVN TO ST-NAVN
           MOVE CL-KONTO TO ST-REF
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID ST-SAG-ID
               ST-RETUR
           IF ST-RETUR = 1
               SET ER-AFVIST TO TRUE
               ADD 1 TO ANTAL-SANKTION
               MOVE ALL SPACES TO AARSAG
               STRING "SANKTIONSHIT sag " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                   " liste " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-LISTE-ID) DELIMITED BY SIZE
                   INTO AARSAG
               END-STRING
           END-IF.

      * Afsenderens reg.nr. (og kontonr. hvis det er oplyst)
      * kontrolleres paa linjens dato; en afvisning sendes til
      * reparationskoeen med aarsagen.
       REGNRKONTROL.
           IF FUNCTION LENGTH(FUNCTION TRIM(CL-REGNR)) > 4
               MOVE 4 TO RT-RETUR
           ELSE
               MOVE FUNCTION TRIM(CL-REGNR) TO RT-REGNR
               MOVE FUNCTION TRIM(CL-DATO) TO RT-DATO
               CALL "REGNRTJEK" USING RT-REGNR CL-AFS-KONTONR
                   RT-DATO RT-BANKNAVN RT-RETUR
           END-IF
           IF RT-RETUR > 0 AND RT-RETUR < 5
               SET ER-AFVIST TO TRUE
               ADD 1 TO ANTAL-REGNR-AFVIST
               MOVE ALL SPACES TO AARSAG
               EVALUATE RT-RETUR
                   WHEN 1
                       STRING "ukendt afsender-regnr " DELIMITED BY SIZE
                           FUNCTION TRIM(CL-REGNR) DELIMITED BY SIZE
                           INTO AARSAG
                       END-STRING
                   WHEN 2
                       STRING "afsender-regnr " DELIMITED BY SIZE
                           FUNCTION TRIM(CL-REGNR) DELIMITED BY SIZE
                           " ikke aktivt" DELIMITED BY SIZE
                           INTO AARSAG
                       END-STRING
                   WHEN 3
                       MOVE "afsender-kontonr fejler modulus"
                           TO AARSAG
                   WHEN OTHER
                       MOVE "ugyldigt afsender-regnr/kontonr"
                           TO AARSAG
               END-EVALUATE
           END-IF.

      * Krediter maalkontoen ved direkte READ og REWRITE paa
      * noeglen. En spaerret eller lukket konto afvises uden
      * aendring.
       TJEK-INDSKUDSLOFT.
           MOVE "I" TO BN-HANDLING
           CALL "BINDTJEK" USING BN-HANDLING CL-KONTO BN-KUNDE
               BN-TYPE CL-BELOEB BN-DATO BN-RETUR
           EVALUATE BN-RETUR
               WHEN 2
                   SET ER-AFVIST TO TRUE
                   MOVE "aarligt indskudsloft overskredet"
                       TO AARSAG
               WHEN 3
                   SET ER-AFVIST TO TRUE
                   MOVE "samlet indskudsloft overskredet"
                       TO AARSAG
           END-EVALUATE.

       OPDATER-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN I-O KONTOFIL
                                   TO AARSAG
                           WHEN KONTO-FELT9 = "J"
                               OR KONTO-FELT9 = "j"
                               PERFORM FIND-BANKSKIFTE
                               IF ER-VIDERESENDT
                                   COMPUTE NY-SALDO =
                                       FUNCTION NUMVAL(KONTO-FELT4)
                                       + CL-BELOEB
                                   MOVE NY-SALDO TO SALDO-EDIT
                                   MOVE FUNCTION TRIM(SALDO-EDIT)
                                       TO NY-SALDO-TXT
                               ELSE
                                   SET ER-AFVIST TO TRUE
                                   MOVE "kontoen er lukket"
                                       TO AARSAG
                               END-IF
                           WHEN OTHER
                               COMPUTE NY-SALDO =
                                   FUNCTION NUMVAL(KONTO-FELT4)
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
               FUNCTION TRIM(CL-REF) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE NU-DATO-TXT TO VD-BOGDATO
           IF CL-DATO(1:4) IS NUMERIC
               AND CL-DATO(6:2) IS NUMERIC
               AND CL-DATO(9:2) IS NUMERIC
               MOVE CL-DATO TO VD-BOGDATO
           END-IF
           MOVE "CLEARING-IND" TO VD-POSTTYPE
           MOVE SPACES TO VD-TID
           CALL "VALOERDATO" USING VD-POSTTYPE VD-BOGDATO VD-TID
               VD-VALOER VD-RETUR
           MOVE "V" TO HA-HANDLING
           MOVE VD-VALOER TO HA-TIL-DATO
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           IF NOT ER-VIDERESENDT
               MOVE FUNCTION TRIM(CL-KONTO) TO AD-KONTO
               MOVE "CLEARING-IND" TO AD-TYPE
               MOVE FUNCTION TRIM(CL-BELOEB-TXT) TO AD-BELOEB
               MOVE FUNCTION TRIM(CL-REF) TO AD-REF
               CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
                   AD-RETUR
           END-IF.

      * Er den lukkede konto lukket ved et gennemfoert udgaaende
      * bankskifte for kontoens ejer, og er viderestillings-
      * perioden ikke udloebet, viderestilles krediteringen.
       FIND-BANKSKIFTE.
           MOVE "N" TO SKIFTE-EOF-FLAG
           OPEN INPUT SKIFTEFIL
           IF SKIFTEFIL-STATUS = "35"
               CLOSE SKIFTEFIL
           ELSE
               PERFORM UNTIL SKIFTE-EOF
                   READ SKIFTEFIL
                       AT END SET SKIFTE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKIFTE-LINJE)) > 0
                               MOVE SPACES TO SKF-FELT12
                               UNSTRING SKIFTE-LINJE
                                   DELIMITED BY ";"
                                   INTO SKF-FELT1 SKF-FELT2 SKF-FELT3
                                        SKF-FELT4 SKF-FELT5 SKF-FELT6
                                        SKF-FELT7 SKF-FELT8 SKF-FELT9
                                        SKF-FELT10 SKF-FELT11
                                        SKF-FELT12 SKF-FELT13
                               IF SKF-FELT2 = "U" AND SKF-FELT8 = "G"
                                   AND FUNCTION NUMVAL(SKF-FELT3) =
                                       FUNCTION NUMVAL(KONTO-FELT2)
                                   AND FUNCTION TRIM(SKF-FELT12)
                                       NOT < NU-DATO-TXT
                                   SET ER-VIDERESENDT TO TRUE
                                   MOVE SKF-FELT1 TO VS-SAG
                                   MOVE SKF-FELT5 TO VS-REGNR
                                   MOVE SKF-FELT6 TO VS-KONTONR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIFTEFIL
           END-IF.

      * Krediteringen posteres ind og straks ud igen paa den
      * lukkede konto (kontoposten roeres ikke) og koeres til den nye
      * bank i samme format som EKSTUDPOST's koelinjer.
       VIDERESEND-KREDITERING.
           ADD 1 TO ANTAL-VIDERESENDT
           PERFORM SKRIV-HISTORIK
           SUBTRACT CL-BELOEB FROM NY-SALDO
           MOVE NY-SALDO TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO NY-SALDO-TXT
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(CL-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";EKSTERN-UD;"
               FUNCTION TRIM(CL-BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";BANKSKIFTE:"
               FUNCTION TRIM(VS-SAG) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT

           PERFORM FIND-SENESTE-KOE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(CL-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(VS-REGNR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(VS-KONTONR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(CL-BELOEB-TXT) DELIMITED BY SIZE
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
           CLOSE KOEFIL

           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "VIDERESENDT konto " DELIMITED BY SIZE
               FUNCTION TRIM(CL-KONTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CL-BELOEB-TXT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(CL-REF) DELIMITED BY SIZE
               ") til " DELIMITED BY SIZE
               FUNCTION TRIM(VS-REGNR) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(VS-KONTONR) DELIMITED BY SIZE
               " - bankskifte " DELIMITED BY SIZE
               FUNCTION TRIM(VS-SAG) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

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

      * Poster i reparationskoeen aeldre end fristen gaar
      * automatisk retur til centralen (clearing_retur.txt) og ud
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               - INDSAT-DAGNR
           IF REP-DAGE-SIDEN > REP-FRIST-DAGE
               AND REP-FELT6(1:12) NOT = "SANKTIONSHIT"
               ADD 1 TO ANTAL-AELDET
               MOVE ALL SPACES TO RETUR-LINJE
               STRING
