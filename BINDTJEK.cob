       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINDTJEK.

      *> Delt kontrol for bundne opsparingsprodukter (f.eks.
      *> boerneopsparing). Produktkataloget (PRODREC.cpy felt 7-10)
      *> baerer reglerne: bindingsalder, aarligt og samlet
      *> indskudsloft og kontotypen ved frigivelse; registeret
      *> bundne_konti.txt (BINDREC.cpy) baerer den enkelte kontos
      *> frigivelsesdato og indskudstaellere. En type uden
      *> bindingsalder og uden lofter er ikke bunden, og en konto
      *> uden raekke (eller med status F) er ikke bunden - alle
      *> kontroller svarer da 0, saa kalderne kan kalde for hver
      *> postering uden at kende produktet.
      *>
      *> Handling:
      *>   V = valider oprettelse: BN-TYPE/BN-KUNDE/BN-BELOEB
      *>       (startsaldo); frigivelsesdatoen udledes af kundens CPR
      *>       i kunder.txt og returneres i BN-DATO.
      *>   O = opret registerraekken for den nye BN-KONTO (efter V).
      *>   U = udbetaling fra BN-KONTO: spaerret foer
      *>       frigivelsesdatoen (returneres i BN-DATO).
      *>   I = indskud paa BN-KONTO: kontrol mod lofterne.
      *>   B = bogfoer et gennemfoert indskud i taellerne.
      *> Retur: 0 = tilladt, 1 = udbetaling spaerret til BN-DATO,
      *> 2 = aarligt indskudsloft overskredet, 3 = samlet
      *> indskudsloft overskredet, 4 = kunden mangler eller har
      *> ugyldigt CPR, 5 = kontohaveren er allerede over
      *> bindingsalderen.
      *> Kalderne har konti.txt aaben, saa BINDTJEK laeser kun
      *> registeret, kataloget og (ved V/O) kunder.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BINDFIL ASSIGN TO "bundne_konti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BINDFIL-STATUS.
           SELECT BINDTEMP ASSIGN TO "bundne_konti_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODFIL ASSIGN TO "produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODFIL-STATUS.
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
       FD BINDFIL.
       01 BIND-LINJE       PIC X(150).

       FD BINDTEMP.
       01 BINDTEMP-LINJE   PIC X(150).

       FD PRODFIL.
       01 PROD-LINJE       PIC X(140).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "BINDREC.cpy".
       COPY "PRODREC.cpy".

       01 BINDFIL-STATUS   PIC XX.
       01 PRODFIL-STATUS   PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-AAR-TXT       PIC X(4).

      * Bindingsreglerne for typen fra kataloget.
       01 REGEL-FUNDET     PIC X VALUE "N".
          88 ER-REGEL-FUNDET VALUE "Y".
       01 REGEL-ALDER      PIC 9(3).
       01 REGEL-AARSLOFT   PIC S9(11)V99.
       01 REGEL-TOTALLOFT  PIC S9(11)V99.
       01 SOEGT-TYPE       PIC X(20).

      * Registerraekken for kontoen.
       01 BIND-FUNDET      PIC X VALUE "N".
          88 ER-BIND-FUNDET VALUE "Y".
       01 AARETS-INDSKUD   PIC S9(11)V99.
       01 SAMLET-INDSKUD   PIC S9(11)V99.
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 AARETS-TXT       PIC X(15).
       01 SAMLET-TXT       PIC X(15).

      * Foedselsdato udledt af CPR (DDMMAA-LLLL): aarhundredet
      * foelger 7. ciffer efter CPR-kontorets tabel.
       01 CPR-CIFRE        PIC X(10).
       01 CPR-IX           PIC 9(2).
       01 CPR-UD           PIC 9(2).
       01 CPR-DAG          PIC 9(2).
       01 CPR-MAANED       PIC 9(2).
       01 CPR-AA           PIC 9(2).
       01 CPR-SYVENDE      PIC 9.
       01 FOED-AAR         PIC 9(4).
       01 FRIGIV-AAR       PIC 9(4).
       01 FRIGIV-DAG       PIC 9(2).
       01 FRIGIV-MAANED    PIC 9(2).
       01 CPR-OK           PIC X VALUE "N".
          88 ER-CPR-OK     VALUE "J".

       01 LINJE            PIC X(150).
       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       LINKAGE SECTION.
       01 BN-HANDLING      PIC X.
       01 BN-KONTO         PIC X(10).
       01 BN-KUNDE         PIC X(10).
       01 BN-TYPE          PIC X(20).
       01 BN-BELOEB        PIC S9(11)V99.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       PROCEDURE DIVISION USING BN-HANDLING BN-KONTO BN-KUNDE
               BN-TYPE BN-BELOEB BN-DATO BN-RETUR.

           MOVE 0 TO BN-RETUR
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

           EVALUATE BN-HANDLING
               WHEN "V"
                   PERFORM VALIDER-OPRETTELSE
               WHEN "O"
                   PERFORM VALIDER-OPRETTELSE
                   IF BN-RETUR = 0 AND ER-REGEL-FUNDET
                       PERFORM SKRIV-NY-RAEKKE
                   END-IF
               WHEN "U"
                   MOVE SPACES TO BN-DATO
                   PERFORM FIND-BINDING
                   IF ER-BIND-FUNDET
                       AND FUNCTION TRIM(BIND-FELT4) NOT = SPACES
                       AND BIND-FELT4 > NU-DATO-TXT
                       MOVE BIND-FELT4 TO BN-DATO
                       MOVE 1 TO BN-RETUR
                   END-IF
               WHEN "I"
                   PERFORM FIND-BINDING
                   IF ER-BIND-FUNDET
                       MOVE BIND-FELT3 TO SOEGT-TYPE
                       PERFORM FIND-REGEL
                       PERFORM TJEK-LOFTER
                   END-IF
               WHEN "B"
                   PERFORM BOGFOER-INDSKUD
           END-EVALUATE

           EXIT PROGRAM.

      * Typens regler; en ikke-bunden type giver retur 0 og blank
      * dato. Startsaldoen er kontoens foerste indskud og skal
      * holde sig inden for begge lofter.
       VALIDER-OPRETTELSE.
           MOVE SPACES TO BN-DATO
           MOVE "N" TO BIND-FUNDET
           MOVE BN-TYPE TO SOEGT-TYPE
           PERFORM FIND-REGEL
           IF ER-REGEL-FUNDET
               IF REGEL-ALDER > 0
                   PERFORM BEREGN-FRIGIVELSE
               END-IF
               IF BN-RETUR = 0
                   MOVE 0 TO AARETS-INDSKUD
                   MOVE 0 TO SAMLET-INDSKUD
                   PERFORM TJEK-LOFTER
               END-IF
           END-IF.

      * BN-BELOEB lagt til taellerne maa ikke bryde lofterne.
      * Taelleren for aaret nulstilles naar et nyt aar begynder.
       TJEK-LOFTER.
           IF ER-BIND-FUNDET
               IF BIND-FELT5 = NU-AAR-TXT
                   MOVE FUNCTION NUMVAL(BIND-FELT6) TO AARETS-INDSKUD
               ELSE
                   MOVE 0 TO AARETS-INDSKUD
               END-IF
               MOVE FUNCTION NUMVAL(BIND-FELT7) TO SAMLET-INDSKUD
           END-IF
           IF REGEL-AARSLOFT > 0
               AND AARETS-INDSKUD + BN-BELOEB > REGEL-AARSLOFT
               MOVE 2 TO BN-RETUR
           ELSE
               IF REGEL-TOTALLOFT > 0
                   AND SAMLET-INDSKUD + BN-BELOEB > REGEL-TOTALLOFT
                   MOVE 3 TO BN-RETUR
               END-IF
           END-IF.

      * Frigivelsesdato = kontohaverens foedselsdag i bindings-
      * alderen. En 29. februar flyttes til 1. marts i et ikke-
      * skudaar.
       BEREGN-FRIGIVELSE.
           MOVE "N" TO CPR-OK
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(BN-KUNDE) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UDLED-FOEDSELSDATO
               END-READ
               CLOSE KUNDEFIL
           END-IF
           IF NOT ER-CPR-OK
               MOVE 4 TO BN-RETUR
           ELSE
               COMPUTE FRIGIV-AAR = FOED-AAR + REGEL-ALDER
               MOVE CPR-MAANED TO FRIGIV-MAANED
               MOVE CPR-DAG TO FRIGIV-DAG
               IF FRIGIV-MAANED = 2 AND FRIGIV-DAG = 29
                   AND (FUNCTION MOD(FRIGIV-AAR, 4) NOT = 0
                       OR (FUNCTION MOD(FRIGIV-AAR, 100) = 0
                           AND FUNCTION MOD(FRIGIV-AAR, 400)
                               NOT = 0))
                   MOVE 3 TO FRIGIV-MAANED
                   MOVE 1 TO FRIGIV-DAG
               END-IF
               MOVE ALL SPACES TO BN-DATO
               STRING
                   FRIGIV-AAR DELIMITED BY SIZE
                   "-"
                   FRIGIV-MAANED DELIMITED BY SIZE
                   "-"
                   FRIGIV-DAG DELIMITED BY SIZE
                   INTO BN-DATO
               END-STRING
               IF BN-DATO NOT > NU-DATO-TXT
                   MOVE 5 TO BN-RETUR
               END-IF
           END-IF.

      * CPR'et kan staa med eller uden bindestreg; de ti cifre
      * samles foer fortolkningen.
       UDLED-FOEDSELSDATO.
           MOVE SPACES TO CPR-CIFRE
           MOVE 0 TO CPR-UD
           PERFORM VARYING CPR-IX FROM 1 BY 1 UNTIL CPR-IX > 11
               IF FELT-CPR(CPR-IX:1) IS NUMERIC AND CPR-UD < 10
                   ADD 1 TO CPR-UD
                   MOVE FELT-CPR(CPR-IX:1) TO CPR-CIFRE(CPR-UD:1)
               END-IF
           END-PERFORM
           IF CPR-UD = 10
               MOVE CPR-CIFRE(1:2) TO CPR-DAG
               MOVE CPR-CIFRE(3:2) TO CPR-MAANED
               MOVE CPR-CIFRE(5:2) TO CPR-AA
               MOVE CPR-CIFRE(7:1) TO CPR-SYVENDE
               EVALUATE TRUE
                   WHEN CPR-SYVENDE < 4
                       COMPUTE FOED-AAR = 1900 + CPR-AA
                   WHEN CPR-SYVENDE = 4 OR CPR-SYVENDE = 9
                       IF CPR-AA < 37
                           COMPUTE FOED-AAR = 2000 + CPR-AA
                       ELSE
                           COMPUTE FOED-AAR = 1900 + CPR-AA
                       END-IF
                   WHEN OTHER
                       IF CPR-AA < 58
                           COMPUTE FOED-AAR = 2000 + CPR-AA
                       ELSE
                           COMPUTE FOED-AAR = 1800 + CPR-AA
                       END-IF
               END-EVALUATE
               IF CPR-MAANED > 0 AND CPR-MAANED < 13
                   AND CPR-DAG > 0 AND CPR-DAG < 32
                   SET ER-CPR-OK TO TRUE
               END-IF
           END-IF.

       FIND-REGEL.
           MOVE "N" TO REGEL-FUNDET
           MOVE 0 TO REGEL-ALDER
           MOVE 0 TO REGEL-AARSLOFT
           MOVE 0 TO REGEL-TOTALLOFT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRODFIL
           IF PRODFIL-STATUS = "35"
               CLOSE PRODFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRODFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PROD-LINJE)) > 0
                               MOVE SPACES TO PROD-FELT6 PROD-FELT7
                                   PROD-FELT8 PROD-FELT9 PROD-FELT10
                               UNSTRING PROD-LINJE
                                   DELIMITED BY ";"
                                   INTO PROD-FELT1 PROD-FELT2
                                        PROD-FELT3 PROD-FELT4
                                        PROD-FELT5 PROD-FELT6
                                        PROD-FELT7 PROD-FELT8
                                        PROD-FELT9 PROD-FELT10
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(PROD-FELT1)) =
                                   FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(SOEGT-TYPE))
                                   PERFORM GEM-REGEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODFIL
           END-IF.

       GEM-REGEL.
           MOVE FUNCTION NUMVAL(PROD-FELT7) TO REGEL-ALDER
           MOVE FUNCTION NUMVAL(PROD-FELT8) TO REGEL-AARSLOFT
           MOVE FUNCTION NUMVAL(PROD-FELT9) TO REGEL-TOTALLOFT
           IF REGEL-ALDER > 0 OR REGEL-AARSLOFT > 0
               OR REGEL-TOTALLOFT > 0
               SET ER-REGEL-FUNDET TO TRUE
           ELSE
               MOVE "N" TO REGEL-FUNDET
           END-IF.

      * Kontoens raekke med status B (en frigivet konto er ikke
      * laengere bunden).
       FIND-BINDING.
           MOVE "N" TO BIND-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BINDFIL
           IF BINDFIL-STATUS = "35"
               CLOSE BINDFIL
           ELSE
               PERFORM UNTIL EOF OR ER-BIND-FUNDET
                   READ BINDFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BIND-LINJE)) > 0
                               PERFORM SKIL-BINDLINJE
                               IF FUNCTION NUMVAL(BIND-FELT1) =
                                   FUNCTION NUMVAL(BN-KONTO)
                                   AND BIND-FELT8 = "B"
                                   SET ER-BIND-FUNDET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BINDFIL
           END-IF.

       SKIL-BINDLINJE.
           MOVE SPACES TO BIND-FELT9
           UNSTRING BIND-LINJE
               DELIMITED BY ";"
               INTO BIND-FELT1 BIND-FELT2 BIND-FELT3 BIND-FELT4
                    BIND-FELT5 BIND-FELT6 BIND-FELT7 BIND-FELT8
                    BIND-FELT9.

       SKRIV-NY-RAEKKE.
           MOVE BN-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO AARETS-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BN-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BN-KUNDE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BN-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BN-DATO) DELIMITED BY SIZE
               ";"
               NU-AAR-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AARETS-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AARETS-TXT) DELIMITED BY SIZE
               ";B;"
               INTO LINJE
           END-STRING
           OPEN EXTEND BINDFIL
           IF BINDFIL-STATUS = "35"
               OPEN OUTPUT BINDFIL
           END-IF
           WRITE BIND-LINJE FROM LINJE
           CLOSE BINDFIL.

      * Et gennemfoert indskud laegges til kontoens taellere -
      * registeret genskrives via temp-fil/FILSKIFT.
       BOGFOER-INDSKUD.
           MOVE "N" TO BIND-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BINDFIL
           IF BINDFIL-STATUS = "35"
               CLOSE BINDFIL
           ELSE
               OPEN OUTPUT BINDTEMP
               PERFORM UNTIL EOF
                   READ BINDFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BIND-LINJE)) > 0
                               PERFORM OPDATER-TAELLERE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BINDFIL
               CLOSE BINDTEMP
               IF ER-BIND-FUNDET
                   MOVE "S" TO FS-HANDLING
               ELSE
                   MOVE "D" TO FS-HANDLING
               END-IF
               MOVE "bundne_konti_tmp.txt" TO FS-KILDE
               MOVE "bundne_konti.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

       OPDATER-TAELLERE.
           PERFORM SKIL-BINDLINJE
           IF FUNCTION NUMVAL(BIND-FELT1) = FUNCTION NUMVAL(BN-KONTO)
               AND BIND-FELT8 = "B"
               SET ER-BIND-FUNDET TO TRUE
               IF BIND-FELT5 = NU-AAR-TXT
                   COMPUTE AARETS-INDSKUD =
                       FUNCTION NUMVAL(BIND-FELT6) + BN-BELOEB
               ELSE
                   MOVE BN-BELOEB TO AARETS-INDSKUD
               END-IF
               COMPUTE SAMLET-INDSKUD =
                   FUNCTION NUMVAL(BIND-FELT7) + BN-BELOEB
               MOVE AARETS-INDSKUD TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO AARETS-TXT
               MOVE SAMLET-INDSKUD TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO SAMLET-TXT
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(BIND-FELT1) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT2) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT4) DELIMITED BY SIZE
                   ";"
                   NU-AAR-TXT DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(AARETS-TXT) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(SAMLET-TXT) DELIMITED BY SIZE
                   ";B;"
                   FUNCTION TRIM(BIND-FELT9) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE BINDTEMP-LINJE FROM LINJE
           ELSE
               WRITE BINDTEMP-LINJE FROM BIND-LINJE
           END-IF.
