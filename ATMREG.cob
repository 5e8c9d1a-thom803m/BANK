       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMREG.

      *> Filialens haeveautomater - hidtil forsvandt kontanter der
      *> blev fyldt i en automat sporloest ud af hvaelvet. Registret
      *> haeveautomater.txt har en linje pr. automat:
      *>   ATM-ID;FILIAL;PLACERING;STATUS;K1;K2;K3;K4;OPRETTET;BRUGER
      *> STATUS A (aktiv) eller L (lukket); K1-K4 er kassetternes
      *> seddelvaerdi (1000/500/200/100/50, blank = ingen kassette).
      *> Automatens bevaegelser staar i atm_bevaegelser.txt:
      *>   ATM-ID;CYKLUS;DATO;TID;TYPE;BELOEB;A1;A2;A3;A4;BRUGER;REF
      *> hvor A1-A4 er antal sedler pr. kassette og TYPE er
      *>   FYLDT     automaten fyldt - starter en ny cyklus
      *>   TOEMT     restbeholdningen taget ud og optalt - slutter
      *>             cyklussen
      *>   UDBETALT  udbetalt i cyklussen ifoelge automatens
      *>             journal (skrevet af ATMJOURNAL)
      *>   AFSTEMT   cyklussen er afstemt; BELOEB er differencen og
      *>             REF den kvitterende supervisor
      *> Fyldning (F) og toemning (T) flytter kontanterne mellem
      *> hvaelvet og automaten: hvaelv.txt faar en bekraeftet
      *> ATM-UD- hhv. ATM-IND-linje med automaten som modpart (samme
      *> regel som depotlinjerne - der er ingen kasserer til at
      *> bekraefte), og sedlerne gemmes i hvaelv_optaelling.txt
      *> som ved HVAELV's overfoersler. Afstemningen (A) tager hver
      *> toemt, endnu ikke afstemt cyklus hvor automatens journal
      *> for toemningsdagen er indlaest (toemt foer i dag) og
      *> sammenholder fyldt minus udbetalt med den optalte rest.
      *> Differencerne skrives paa undtagelsesrapporten
      *> atm_afstemning_rapport.txt (arkiveret via RAPPORTARKIV),
      *> som en supervisor kvitterer for via BRUGERTJEK; foerst da
      *> markeres cyklusserne AFSTEMT. Status (S) viser filialens
      *> automater med aaben cyklus og beregnet restbeholdning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMFIL ASSIGN TO "haeveautomater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATMFIL-STATUS.
           SELECT ATMTEMP ASSIGN TO "haeveautomater_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEVAEGFIL ASSIGN TO "atm_bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEVAEGFIL-STATUS.
           SELECT HVAELVFIL ASSIGN TO "hvaelv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HVAELVFIL-STATUS.
           SELECT OPTAELFIL ASSIGN TO "hvaelv_optaelling.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPTAELFIL-STATUS.
           SELECT BRUGERFIL ASSIGN TO "brugere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRUGERFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "atm_afstemning_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ATMFIL.
       01 ATM-LINJE        PIC X(150).

       FD ATMTEMP.
       01 ATMTEMP-LINJE    PIC X(150).

       FD BEVAEGFIL.
       01 BEVAEG-LINJE     PIC X(150).

       FD HVAELVFIL.
       01 HVAELV-LINJE     PIC X(100).

       FD OPTAELFIL.
       01 OPTAEL-LINJE     PIC X(150).

       FD BRUGERFIL.
       01 BRUGER-LINJE     PIC X(100).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       01 ATMFIL-STATUS    PIC XX.
       01 BEVAEGFIL-STATUS PIC XX.
       01 HVAELVFIL-STATUS PIC XX.
       01 OPTAELFIL-STATUS PIC XX.
       01 BRUGERFIL-STATUS PIC XX.

      * Registerlinjen.
       01 AT-ID            PIC X(10).
       01 AT-FILIAL        PIC X(10).
       01 AT-PLACERING     PIC X(30).
       01 AT-STATUS        PIC X(1).
       01 AT-KASSETTE-TABEL.
          05 AT-KASSETTE   PIC X(5) OCCURS 4 TIMES.
       01 AT-OPRETTET      PIC X(10).
       01 AT-BRUGER        PIC X(10).

      * Bevaegelseslinjen.
       01 BV-ATM           PIC X(10).
       01 BV-CYKLUS        PIC X(5).
       01 BV-DATO          PIC X(10).
       01 BV-TID           PIC X(4).
       01 BV-TYPE          PIC X(10).
       01 BV-BELOEB        PIC X(15).
       01 BV-ANTAL-TABEL.
          05 BV-ANTAL      PIC X(6) OCCURS 4 TIMES.
       01 BV-BRUGER        PIC X(10).
       01 BV-REF           PIC X(20).
       01 BV-CYKLUS-NR     PIC 9(5).

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-FYLD       VALUE "F" "f".
          88 ER-TOEM       VALUE "T" "t".
          88 ER-STATUS     VALUE "S" "s".
          88 ER-AFSTEM     VALUE "A" "a".
          88 ER-LUK        VALUE "L" "l".

       01 BRUGER-ID        PIC X(10).
       01 BRUGER-KODE      PIC X(10).
       01 BRUGER-NAVN      PIC X(30).
       01 BRUGER-ROLLE     PIC X(10).
       01 BRUGER-STATUS    PIC X(1).
       01 BRUGER-FEJL      PIC X(1).
       01 BRUGER-SKIFT     PIC X(1).
       01 BRUGER-FILIAL    PIC X(10).
       01 MIN-FILIAL       PIC X(10).
       01 BRUGER-EOF-FLAG  PIC X VALUE "N".
          88 BRUGER-EOF    VALUE "Y".

       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.

       01 SOEGE-ID         PIC X(10).
       01 ATM-FUNDET       PIC X VALUE "N".
          88 ATM-EXISTERER VALUE "Y".
       01 KX               PIC 9.
       01 KASSETTE-TXT     PIC X(6).
       01 KASSETTE-OK      PIC X.
       01 ANTAL-KASSETTER  PIC 9.

      * Den valgte automats cyklusser.
       01 SIDSTE-CYKLUS    PIC 9(5).
       01 AABEN-CYKLUS     PIC X VALUE "N".
          88 HAR-AABEN-CYKLUS VALUE "J".
       01 CYKLUS-FYLDT     PIC S9(11)V99.
       01 CYKLUS-FYLDT-DATO PIC X(10).
       01 CYKLUS-UDBETALT  PIC S9(11)V99.

       01 ANTAL-TABEL.
          05 ANTAL-SEDLER  PIC 9(5) OCCURS 4 TIMES.
       01 ANTAL-TXT        PIC X(6).
       01 ANTAL-1000       PIC 9(5).
       01 ANTAL-500        PIC 9(5).
       01 ANTAL-200        PIC 9(5).
       01 ANTAL-100        PIC 9(5).
       01 ANTAL-50         PIC 9(5).
       01 ANTAL-NUL        PIC 9(5) VALUE 0.
       01 KASSETTE-VAERDI  PIC 9(5).
       01 BELOEB           PIC S9(11)V99.
       01 BELOEB-TXT       PIC X(15).
       01 BEVAEG-TYPE      PIC X(10).
       01 HVAELV-TYPE      PIC X(10).
       01 BEVAEG-REF       PIC X(20).

      * Afstemningens cyklustabel for filialens automater.
       01 FILIAL-ATM-TABEL.
          05 FA-ID         PIC X(10) OCCURS 100 TIMES.
       01 FA-ANTAL         PIC 9(3) VALUE 0.
       01 FA-IX            PIC 9(3).
       01 FA-FUNDET        PIC X.

       01 CYKLUS-TABEL.
          05 CYKLUS-RAEKKE OCCURS 500 TIMES.
             10 CY-ATM        PIC X(10).
             10 CY-NR         PIC 9(5).
             10 CY-FYLDT      PIC S9(11)V99.
             10 CY-FYLDT-DATO PIC X(10).
             10 CY-TOEMT      PIC S9(11)V99.
             10 CY-TOEMT-DATO PIC X(10).
             10 CY-UDBETALT   PIC S9(11)V99.
             10 CY-HAR-TOEMT  PIC X.
             10 CY-AFSTEMT    PIC X.
             10 CY-DIFF       PIC S9(11)V99.
       01 CY-ANTAL         PIC 9(4) VALUE 0.
       01 CY-IX            PIC 9(4).
       01 CY-FUNDET        PIC 9(4).
       01 ANTAL-KLAR       PIC 9(4).
       01 ANTAL-DIFF       PIC 9(4).
       01 SUM-DIFF         PIC S9(13)V99.
       01 FORVENTET        PIC S9(11)V99.

       01 SALDO-EDIT       PIC -(12)9.99.
       01 SALDO-TXT        PIC X(17).
       01 TAL-TXT          PIC X(17).
       01 TAL-TXT2         PIC X(17).
       01 TAL-TXT3         PIC X(17).
       01 CYKLUS-TXT       PIC X(5).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-TTMM          PIC X(4).

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(150).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 BEVAEG-EOF-FLAG  PIC X VALUE "N".
          88 BEVAEG-EOF    VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ATMREG".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

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
           MOVE NU(9:4) TO NU-TTMM

           PERFORM FIND-FILIAL

           DISPLAY "=== ATMREG: Haeveautomater (filial "
               FUNCTION TRIM(MIN-FILIAL) ") ===".
           DISPLAY "Opret (O), fyld (F), toem (T), status (S), "
               "afstem (A) eller luk (L): " WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-AUTOMAT
               WHEN ER-FYLD
                   PERFORM FYLD-AUTOMAT
               WHEN ER-TOEM
                   PERFORM TOEM-AUTOMAT
               WHEN ER-STATUS
                   PERFORM VIS-STATUS
               WHEN ER-AFSTEM
                   PERFORM AFSTEM-AUTOMATER
               WHEN ER-LUK
                   PERFORM LUK-AUTOMAT
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny automat i operatoerens filial med op til fire kassetter.
       OPRET-AUTOMAT.
           DISPLAY "ATM-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOEGE-ID))
               TO SOEGE-ID
           IF SOEGE-ID = SPACES
               DISPLAY "Afvist: ATM-ID mangler."
           ELSE
               PERFORM FIND-AUTOMAT
               IF ATM-EXISTERER
                   DISPLAY "Afvist: automaten findes allerede."
               ELSE
                   PERFORM OPRET-NY-AUTOMAT
               END-IF
           END-IF.

       OPRET-NY-AUTOMAT.
           DISPLAY "Placering: " WITH NO ADVANCING
           ACCEPT AT-PLACERING
           INSPECT AT-PLACERING REPLACING ALL ";" BY ","

           MOVE 0 TO ANTAL-KASSETTER
           MOVE "J" TO KASSETTE-OK
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
               DISPLAY "Kassette " KX " seddelvaerdi (1000/500/200/"
                   "100/50, blank = ingen): " WITH NO ADVANCING
               ACCEPT KASSETTE-TXT
               MOVE FUNCTION TRIM(KASSETTE-TXT) TO AT-KASSETTE (KX)
               EVALUATE FUNCTION TRIM(AT-KASSETTE (KX))
                   WHEN SPACES
                       CONTINUE
                   WHEN "1000"
                   WHEN "500"
                   WHEN "200"
                   WHEN "100"
                   WHEN "50"
                       ADD 1 TO ANTAL-KASSETTER
                   WHEN OTHER
                       MOVE "N" TO KASSETTE-OK
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN KASSETTE-OK NOT = "J"
                   DISPLAY "Afvist: ugyldig seddelvaerdi."
               WHEN ANTAL-KASSETTER = 0
                   DISPLAY "Afvist: automaten skal have mindst en "
                       "kassette."
               WHEN OTHER
                   MOVE SOEGE-ID TO AT-ID
                   MOVE MIN-FILIAL TO AT-FILIAL
                   MOVE "A" TO AT-STATUS
                   MOVE NU-DATO-TXT TO AT-OPRETTET
                   MOVE OPERATOR-ID TO AT-BRUGER
                   PERFORM DAN-ATMLINJE
                   OPEN EXTEND ATMFIL
                   IF ATMFIL-STATUS = "35"
                       OPEN OUTPUT ATMFIL
                   END-IF
                   WRITE ATM-LINJE FROM LINJE
                   CLOSE ATMFIL
                   MOVE "OPRET" TO LT-HAENDELSE
                   MOVE ALL SPACES TO LT-DETALJE
                   STRING "ATM:" DELIMITED BY SIZE
                       FUNCTION TRIM(AT-ID) DELIMITED BY SIZE
                       INTO LT-DETALJE
                   END-STRING
                   CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                       LT-RC OPERATOR-ID LT-DETALJE
                   DISPLAY "Automat " FUNCTION TRIM(AT-ID)
                       " er oprettet."
                   MOVE 0 TO RETUR
           END-EVALUATE.

      * En automat kan kun lukkes naar den er toemt.
       LUK-AUTOMAT.
           DISPLAY "ATM-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOEGE-ID))
               TO SOEGE-ID
           PERFORM FIND-AUTOMAT
           PERFORM TJEK-EGEN-AUTOMAT
           IF ATM-EXISTERER
               PERFORM LAES-CYKLUS
               IF HAR-AABEN-CYKLUS
                   DISPLAY "Afvist: automaten er fyldt - toem den "
                       "foerst (T)."
               ELSE
                   PERFORM SKRIV-LUKKET-STATUS
               END-IF
           END-IF.

       SKRIV-LUKKET-STATUS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ATMFIL
           OPEN OUTPUT ATMTEMP
           PERFORM UNTIL EOF
               READ ATMFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(ATM-LINJE)) > 0
                           PERFORM SKIL-ATMLINJE
                           IF FUNCTION TRIM(AT-ID) = SOEGE-ID
                               MOVE "L" TO AT-STATUS
                               PERFORM DAN-ATMLINJE
                               WRITE ATMTEMP-LINJE FROM LINJE
                           ELSE
                               WRITE ATMTEMP-LINJE FROM ATM-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATMFIL
           CLOSE ATMTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "haeveautomater_tmp.txt" TO FS-KILDE
           MOVE "haeveautomater.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           DISPLAY "Automat " FUNCTION TRIM(SOEGE-ID) " er lukket."
           MOVE 0 TO RETUR.

      * Fyldning: sedler pr. kassette, ny cyklus, kontanterne ud af
      * hvaelvet.
       FYLD-AUTOMAT.
           DISPLAY "ATM-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOEGE-ID))
               TO SOEGE-ID
           PERFORM FIND-AUTOMAT
           PERFORM TJEK-EGEN-AUTOMAT
           IF ATM-EXISTERER
               PERFORM LAES-CYKLUS
           END-IF
           EVALUATE TRUE
               WHEN NOT ATM-EXISTERER
                   CONTINUE
               WHEN AT-STATUS NOT = "A"
                   DISPLAY "Afvist: automaten er lukket."
               WHEN HAR-AABEN-CYKLUS
                   DISPLAY "Afvist: automaten er allerede fyldt - "
                       "toem den foerst (T), saa restbeholdningen "
                       "optaelles."
               WHEN OTHER
                   PERFORM INDTAST-KASSETTER
                   IF BELOEB NOT > 0
                       DISPLAY "Afvist: der er ikke fyldt sedler i."
                   ELSE
                       PERFORM BOOK-FYLDNING
                   END-IF
           END-EVALUATE.

       BOOK-FYLDNING.
           ADD 1 TO SIDSTE-CYKLUS
           MOVE "FYLDT" TO BEVAEG-TYPE
           MOVE "ATM-UD" TO HVAELV-TYPE
           MOVE "-" TO BEVAEG-REF
           PERFORM BOOK-BEVAEGELSE
           DISPLAY "Automat " FUNCTION TRIM(AT-ID) " fyldt med "
               FUNCTION TRIM(SALDO-TXT) " (cyklus "
               SIDSTE-CYKLUS ") - hvaelvet er krediteret."
           MOVE 0 TO RETUR.

      * Toemning: restbeholdningen optaelles pr. kassette og gaar
      * tilbage i hvaelvet; cyklussen er dermed klar til afstemning
      * naar journalen for dagen er indlaest.
       TOEM-AUTOMAT.
           DISPLAY "ATM-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOEGE-ID))
               TO SOEGE-ID
           PERFORM FIND-AUTOMAT
           PERFORM TJEK-EGEN-AUTOMAT
           IF ATM-EXISTERER
               PERFORM LAES-CYKLUS
               IF HAR-AABEN-CYKLUS
                   PERFORM BOOK-TOEMNING
               ELSE
                   DISPLAY "Afvist: automaten er ikke fyldt."
               END-IF
           END-IF.

       BOOK-TOEMNING.
           DISPLAY "Optael restbeholdningen pr. kassette."
           PERFORM INDTAST-KASSETTER
           MOVE "TOEMT" TO BEVAEG-TYPE
           MOVE "ATM-IND" TO HVAELV-TYPE
           MOVE "-" TO BEVAEG-REF
           PERFORM BOOK-BEVAEGELSE
           DISPLAY "Automat " FUNCTION TRIM(AT-ID) " toemt - rest "
               FUNCTION TRIM(SALDO-TXT) " tilbage i hvaelvet "
               "(cyklus " SIDSTE-CYKLUS ")."
           MOVE 0 TO RETUR.

       INDTAST-KASSETTER.
           MOVE 0 TO BELOEB
           MOVE 0 TO ANTAL-1000
           MOVE 0 TO ANTAL-500
           MOVE 0 TO ANTAL-200
           MOVE 0 TO ANTAL-100
           MOVE 0 TO ANTAL-50
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
               MOVE 0 TO ANTAL-SEDLER (KX)
               IF AT-KASSETTE (KX) NOT = SPACES
                   DISPLAY "Kassette " KX " ("
                       FUNCTION TRIM(AT-KASSETTE (KX))
                       " kr) - antal sedler: " WITH NO ADVANCING
                   ACCEPT ANTAL-TXT
                   MOVE FUNCTION NUMVAL(ANTAL-TXT)
                       TO ANTAL-SEDLER (KX)
                   MOVE FUNCTION NUMVAL(AT-KASSETTE (KX))
                       TO KASSETTE-VAERDI
                   COMPUTE BELOEB = BELOEB
                       + ANTAL-SEDLER (KX) * KASSETTE-VAERDI
                   EVALUATE KASSETTE-VAERDI
                       WHEN 1000
                           ADD ANTAL-SEDLER (KX) TO ANTAL-1000
                       WHEN 500
                           ADD ANTAL-SEDLER (KX) TO ANTAL-500
                       WHEN 200
                           ADD ANTAL-SEDLER (KX) TO ANTAL-200
                       WHEN 100
                           ADD ANTAL-SEDLER (KX) TO ANTAL-100
                       WHEN OTHER
                           ADD ANTAL-SEDLER (KX) TO ANTAL-50
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE BELOEB TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT.

      * Bevaegelseslinjen, hvaelvlinjen og seddellinjen for en
      * fyldning eller toemning.
       BOOK-BEVAEGELSE.
           MOVE SALDO-TXT TO BELOEB-TXT
           MOVE SIDSTE-CYKLUS TO CYKLUS-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AT-ID) DELIMITED BY SIZE
               ";"
               CYKLUS-TXT DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               NU-TTMM DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BEVAEG-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               ANTAL-SEDLER (1) DELIMITED BY SIZE
               ";"
               ANTAL-SEDLER (2) DELIMITED BY SIZE
               ";"
               ANTAL-SEDLER (3) DELIMITED BY SIZE
               ";"
               ANTAL-SEDLER (4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BEVAEG-REF) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BEVAEGELSE

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(MIN-FILIAL) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HVAELV-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-ID) DELIMITED BY SIZE
               ";J;"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND HVAELVFIL
           IF HVAELVFIL-STATUS = "35"
               OPEN OUTPUT HVAELVFIL
           END-IF
           WRITE HVAELV-LINJE FROM LINJE
           CLOSE HVAELVFIL

      * Seddellinjen i HVAELV's format; automater har ingen moenter.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(MIN-FILIAL) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               ANTAL-1000 DELIMITED BY SIZE
               ";"
               ANTAL-500 DELIMITED BY SIZE
               ";"
               ANTAL-200 DELIMITED BY SIZE
               ";"
               ANTAL-100 DELIMITED BY SIZE
               ";"
               ANTAL-50 DELIMITED BY SIZE
               ";"
               ANTAL-NUL DELIMITED BY SIZE
               ";"
               ANTAL-NUL DELIMITED BY SIZE
               ";"
               ANTAL-NUL DELIMITED BY SIZE
               ";"
               ANTAL-NUL DELIMITED BY SIZE
               ";"
               ANTAL-NUL DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HVAELV-TYPE) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND OPTAELFIL
           IF OPTAELFIL-STATUS = "35"
               OPEN OUTPUT OPTAELFIL
           END-IF
           WRITE OPTAEL-LINJE FROM LINJE
           CLOSE OPTAELFIL

           MOVE BEVAEG-TYPE TO LT-HAENDELSE
           MOVE ALL SPACES TO LT-DETALJE
           STRING "ATM:" DELIMITED BY SIZE
               FUNCTION TRIM(AT-ID) DELIMITED BY SIZE
               " B:" DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
               LT-RC OPERATOR-ID LT-DETALJE.

       SKRIV-BEVAEGELSE.
           OPEN EXTEND BEVAEGFIL
           IF BEVAEGFIL-STATUS = "35"
               OPEN OUTPUT BEVAEGFIL
           END-IF
           WRITE BEVAEG-LINJE FROM LINJE
           CLOSE BEVAEGFIL.

      * Filialens automater med aaben cyklus: fyldt, udbetalt
      * ifoelge de indlaeste journaler og den beregnede rest.
       VIS-STATUS.
           DISPLAY "ATM-ID     Status Placering                   "
               "Fyldt           Udbetalt        Rest"
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ATMFIL
           IF ATMFIL-STATUS = "35"
               CLOSE ATMFIL
               DISPLAY "Ingen automater registreret."
           ELSE
               PERFORM UNTIL EOF
                   READ ATMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ATM-LINJE)) > 0
                               PERFORM SKIL-ATMLINJE
                               IF FUNCTION TRIM(AT-FILIAL) =
                                   FUNCTION TRIM(MIN-FILIAL)
                                   PERFORM VIS-EN-AUTOMAT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATMFIL
           END-IF
           MOVE 0 TO RETUR.

       VIS-EN-AUTOMAT.
           MOVE AT-ID TO SOEGE-ID
           PERFORM LAES-CYKLUS
           IF HAR-AABEN-CYKLUS
               MOVE CYKLUS-FYLDT TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT
               MOVE CYKLUS-UDBETALT TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT2
               COMPUTE FORVENTET = CYKLUS-FYLDT - CYKLUS-UDBETALT
               MOVE FORVENTET TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT3
           ELSE
               MOVE "-" TO TAL-TXT
               MOVE "-" TO TAL-TXT2
               MOVE "(toemt)" TO TAL-TXT3
           END-IF
           DISPLAY AT-ID " " AT-STATUS "      " AT-PLACERING(1:27)
               " " TAL-TXT(1:15) " " TAL-TXT2(1:15) " "
               FUNCTION TRIM(TAL-TXT3).

      * Afstemning af filialens toemte cyklusser: fyldt minus
      * udbetalt mod den optalte rest. Supervisoren kvitterer for
      * undtagelsesrapporten, og foerst da markeres de AFSTEMT.
       AFSTEM-AUTOMATER.
           PERFORM LAES-FILIALENS-AUTOMATER
           PERFORM LAES-CYKLUSTABEL
           MOVE 0 TO ANTAL-KLAR
           MOVE 0 TO ANTAL-DIFF
           MOVE 0 TO SUM-DIFF

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "ATMREG - afstemning af haeveautomater filial "
               DELIMITED BY SIZE
               FUNCTION TRIM(MIN-FILIAL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           PERFORM VARYING CY-IX FROM 1 BY 1 UNTIL CY-IX > CY-ANTAL
               IF CY-HAR-TOEMT (CY-IX) = "J"
                   AND CY-AFSTEMT (CY-IX) NOT = "J"
                   AND CY-TOEMT-DATO (CY-IX) < NU-DATO-TXT
                   PERFORM AFSTEM-CYKLUS
               END-IF
           END-PERFORM

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-DIFF TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Cyklusser afstemt: " DELIMITED BY SIZE
               ANTAL-KLAR DELIMITED BY SIZE
               "  med difference: " DELIMITED BY SIZE
               ANTAL-DIFF DELIMITED BY SIZE
               "  samlet difference: " DELIMITED BY SIZE
               FUNCTION TRIM(TAL-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           DISPLAY FUNCTION TRIM(RAPPORT-LINJE)

           IF ANTAL-KLAR = 0
               MOVE "Ingen toemte cyklusser klar til afstemning."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               CLOSE RAPPORTFIL
               DISPLAY "Ingen toemte cyklusser klar til afstemning "
                   "(journalen for toemningsdagen indlaeses i "
                   "natbatchen)."
               MOVE 0 TO RETUR
           ELSE
               PERFORM KVITTER-AFSTEMNING
           END-IF.

       KVITTER-AFSTEMNING.
           DISPLAY "Supervisor kvitterer - Bruger-ID: "
               WITH NO ADVANCING
           ACCEPT SUP-ID
           DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
           ACCEPT SUP-KODE
           CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
               SUP-RETUR
           IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Kvitteret af " DELIMITED BY SIZE
                   FUNCTION TRIM(SUP-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NU-DATO-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NU-TTMM DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               CLOSE RAPPORTFIL
               PERFORM VARYING CY-IX FROM 1 BY 1
                   UNTIL CY-IX > CY-ANTAL
                   IF CY-AFSTEMT (CY-IX) = "K"
                       PERFORM SKRIV-AFSTEMT
                   END-IF
               END-PERFORM
               MOVE "AFSTEMT" TO LT-HAENDELSE
               MOVE ALL SPACES TO LT-DETALJE
               STRING "S:" DELIMITED BY SIZE
                   FUNCTION TRIM(SUP-ID) DELIMITED BY SIZE
                   " D:" DELIMITED BY SIZE
                   FUNCTION TRIM(TAL-TXT) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                   LT-RC OPERATOR-ID LT-DETALJE
               DISPLAY "Afstemningen er kvitteret - se "
                   "atm_afstemning_rapport.txt."
               MOVE 0 TO RETUR
           ELSE
               MOVE "IKKE KVITTERET - cyklusserne er ikke afstemt."
                   TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
               CLOSE RAPPORTFIL
               DISPLAY "Afstemningen er IKKE kvitteret - "
                   "supervisoren kunne ikke godkendes."
               MOVE 1 TO RETUR
           END-IF
           MOVE "atm_afstemning_rapport" TO RA-NAVN
           MOVE "atm_afstemning_rapport.txt" TO RA-FIL
           MOVE "ATMREG" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR.

      * En cyklus: difference = optalt rest - (fyldt - udbetalt).
      * Cyklusser uden difference taelles kun; differencerne er
      * rapportens undtagelser.
       AFSTEM-CYKLUS.
           ADD 1 TO ANTAL-KLAR
           COMPUTE FORVENTET = CY-FYLDT (CY-IX) - CY-UDBETALT (CY-IX)
           COMPUTE CY-DIFF (CY-IX) = CY-TOEMT (CY-IX) - FORVENTET
           MOVE "K" TO CY-AFSTEMT (CY-IX)
           IF CY-DIFF (CY-IX) NOT = 0
               ADD 1 TO ANTAL-DIFF
               ADD CY-DIFF (CY-IX) TO SUM-DIFF
               MOVE CY-FYLDT (CY-IX) TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT
               MOVE CY-UDBETALT (CY-IX) TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT2
               MOVE CY-TOEMT (CY-IX) TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT3
               MOVE CY-DIFF (CY-IX) TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO SALDO-TXT
               MOVE ALL SPACES TO RAPPORT-LINJE
               IF CY-DIFF (CY-IX) > 0
                   MOVE "OVERSKUD " TO BEVAEG-TYPE
               ELSE
                   MOVE "MANKO    " TO BEVAEG-TYPE
               END-IF
               STRING BEVAEG-TYPE DELIMITED BY SIZE
                   " ATM " DELIMITED BY SIZE
                   FUNCTION TRIM(CY-ATM (CY-IX)) DELIMITED BY SIZE
                   " cyklus " DELIMITED BY SIZE
                   CY-NR (CY-IX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CY-FYLDT-DATO (CY-IX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   CY-TOEMT-DATO (CY-IX) DELIMITED BY SIZE
                   "): fyldt " DELIMITED BY SIZE
                   FUNCTION TRIM(TAL-TXT) DELIMITED BY SIZE
                   " udbetalt " DELIMITED BY SIZE
                   FUNCTION TRIM(TAL-TXT2) DELIMITED BY SIZE
                   " optalt " DELIMITED BY SIZE
                   FUNCTION TRIM(TAL-TXT3) DELIMITED BY SIZE
                   " difference " DELIMITED BY SIZE
                   FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               DISPLAY FUNCTION TRIM(RAPPORT-LINJE)
           END-IF.

       SKRIV-AFSTEMT.
           MOVE CY-DIFF (CY-IX) TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO TAL-TXT
           MOVE CY-NR (CY-IX) TO CYKLUS-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(CY-ATM (CY-IX)) DELIMITED BY SIZE
               ";"
               CYKLUS-TXT DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               NU-TTMM DELIMITED BY SIZE
               ";AFSTEMT;"
               FUNCTION TRIM(TAL-TXT) DELIMITED BY SIZE
               ";0;0;0;0;"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SUP-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BEVAEGELSE.

       LAES-FILIALENS-AUTOMATER.
           MOVE 0 TO FA-ANTAL
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
                               PERFORM SKIL-ATMLINJE
                               IF FUNCTION TRIM(AT-FILIAL) =
                                   FUNCTION TRIM(MIN-FILIAL)
                                   AND FA-ANTAL < 100
                                   ADD 1 TO FA-ANTAL
                                   MOVE AT-ID TO FA-ID (FA-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATMFIL
           END-IF.

      * Alle cyklusser for filialens automater samlet fra
      * bevaegelsesfilen.
       LAES-CYKLUSTABEL.
           MOVE 0 TO CY-ANTAL
           MOVE "N" TO BEVAEG-EOF-FLAG
           OPEN INPUT BEVAEGFIL
           IF BEVAEGFIL-STATUS = "35"
               CLOSE BEVAEGFIL
           ELSE
               PERFORM UNTIL BEVAEG-EOF
                   READ BEVAEGFIL
                       AT END SET BEVAEG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BEVAEG-LINJE)) > 0
                               PERFORM SKIL-BEVAEGLINJE
                               PERFORM TJEK-FILIALENS-ATM
                               IF FA-FUNDET = "J"
                                   PERFORM LAEG-I-CYKLUSTABEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEVAEGFIL
           END-IF.

       TJEK-FILIALENS-ATM.
           MOVE "N" TO FA-FUNDET
           PERFORM VARYING FA-IX FROM 1 BY 1
               UNTIL FA-IX > FA-ANTAL OR FA-FUNDET = "J"
               IF FUNCTION TRIM(FA-ID (FA-IX)) = FUNCTION TRIM(BV-ATM)
                   MOVE "J" TO FA-FUNDET
               END-IF
           END-PERFORM.

       LAEG-I-CYKLUSTABEL.
           MOVE 0 TO CY-FUNDET
           PERFORM VARYING CY-IX FROM 1 BY 1
               UNTIL CY-IX > CY-ANTAL OR CY-FUNDET > 0
               IF CY-ATM (CY-IX) = BV-ATM
                   AND CY-NR (CY-IX) = BV-CYKLUS-NR
                   MOVE CY-IX TO CY-FUNDET
               END-IF
           END-PERFORM
           IF CY-FUNDET = 0 AND CY-ANTAL < 500
               ADD 1 TO CY-ANTAL
               MOVE CY-ANTAL TO CY-FUNDET
               MOVE BV-ATM TO CY-ATM (CY-FUNDET)
               MOVE BV-CYKLUS-NR TO CY-NR (CY-FUNDET)
               MOVE 0 TO CY-FYLDT (CY-FUNDET)
               MOVE 0 TO CY-TOEMT (CY-FUNDET)
               MOVE 0 TO CY-UDBETALT (CY-FUNDET)
               MOVE 0 TO CY-DIFF (CY-FUNDET)
               MOVE SPACES TO CY-FYLDT-DATO (CY-FUNDET)
               MOVE SPACES TO CY-TOEMT-DATO (CY-FUNDET)
               MOVE "N" TO CY-HAR-TOEMT (CY-FUNDET)
               MOVE "N" TO CY-AFSTEMT (CY-FUNDET)
           END-IF
           IF CY-FUNDET > 0
               PERFORM NOTER-I-CYKLUSTABEL
           END-IF.

       NOTER-I-CYKLUSTABEL.
           EVALUATE FUNCTION TRIM(BV-TYPE)
               WHEN "FYLDT"
                   MOVE FUNCTION NUMVAL(BV-BELOEB)
                       TO CY-FYLDT (CY-FUNDET)
                   MOVE BV-DATO TO CY-FYLDT-DATO (CY-FUNDET)
               WHEN "TOEMT"
                   MOVE FUNCTION NUMVAL(BV-BELOEB)
                       TO CY-TOEMT (CY-FUNDET)
                   MOVE BV-DATO TO CY-TOEMT-DATO (CY-FUNDET)
                   MOVE "J" TO CY-HAR-TOEMT (CY-FUNDET)
               WHEN "UDBETALT"
                   ADD FUNCTION NUMVAL(BV-BELOEB)
                       TO CY-UDBETALT (CY-FUNDET)
               WHEN "AFSTEMT"
                   MOVE "J" TO CY-AFSTEMT (CY-FUNDET)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Den valgte automats seneste cyklus: er den aaben (fyldt,
      * ikke toemt), og hvad er fyldt og udbetalt i den?
       LAES-CYKLUS.
           MOVE 0 TO SIDSTE-CYKLUS
           MOVE "N" TO AABEN-CYKLUS
           MOVE 0 TO CYKLUS-FYLDT
           MOVE 0 TO CYKLUS-UDBETALT
           MOVE SPACES TO CYKLUS-FYLDT-DATO
           MOVE "N" TO BEVAEG-EOF-FLAG
           OPEN INPUT BEVAEGFIL
           IF BEVAEGFIL-STATUS = "35"
               CLOSE BEVAEGFIL
           ELSE
               PERFORM UNTIL BEVAEG-EOF
                   READ BEVAEGFIL
                       AT END SET BEVAEG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BEVAEG-LINJE)) > 0
                               PERFORM SKIL-BEVAEGLINJE
                               IF FUNCTION TRIM(BV-ATM) = SOEGE-ID
                                   PERFORM NOTER-CYKLUSLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEVAEGFIL
           END-IF.

       NOTER-CYKLUSLINJE.
           EVALUATE FUNCTION TRIM(BV-TYPE)
               WHEN "FYLDT"
                   IF BV-CYKLUS-NR > SIDSTE-CYKLUS
                       MOVE BV-CYKLUS-NR TO SIDSTE-CYKLUS
                       MOVE "J" TO AABEN-CYKLUS
                       MOVE FUNCTION NUMVAL(BV-BELOEB)
                           TO CYKLUS-FYLDT
                       MOVE BV-DATO TO CYKLUS-FYLDT-DATO
                       MOVE 0 TO CYKLUS-UDBETALT
                   END-IF
               WHEN "TOEMT"
                   IF BV-CYKLUS-NR = SIDSTE-CYKLUS
                       MOVE "N" TO AABEN-CYKLUS
                   END-IF
               WHEN "UDBETALT"
                   IF BV-CYKLUS-NR = SIDSTE-CYKLUS
                       ADD FUNCTION NUMVAL(BV-BELOEB)
                           TO CYKLUS-UDBETALT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SKIL-BEVAEGLINJE.
           MOVE SPACES TO BV-ATM BV-CYKLUS BV-DATO BV-TID BV-TYPE
               BV-BELOEB BV-BRUGER BV-REF
           MOVE SPACES TO BV-ANTAL-TABEL
           UNSTRING BEVAEG-LINJE
               DELIMITED BY ";"
               INTO BV-ATM BV-CYKLUS BV-DATO BV-TID BV-TYPE
                    BV-BELOEB BV-ANTAL (1) BV-ANTAL (2)
                    BV-ANTAL (3) BV-ANTAL (4) BV-BRUGER BV-REF
           MOVE FUNCTION NUMVAL(BV-CYKLUS) TO BV-CYKLUS-NR.

       FIND-AUTOMAT.
           MOVE "N" TO ATM-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ATMFIL
           IF ATMFIL-STATUS = "35"
               CLOSE ATMFIL
           ELSE
               PERFORM UNTIL EOF OR ATM-EXISTERER
                   READ ATMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ATM-LINJE)) > 0
                               PERFORM SKIL-ATMLINJE
                               IF FUNCTION TRIM(AT-ID) = SOEGE-ID
                                   SET ATM-EXISTERER TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATMFIL
           END-IF.

      * Fyldning, toemning og lukning kun paa egne automater.
       TJEK-EGEN-AUTOMAT.
           IF NOT ATM-EXISTERER
               DISPLAY "Afvist: automaten findes ikke."
           ELSE
               IF FUNCTION TRIM(AT-FILIAL) NOT =
                   FUNCTION TRIM(MIN-FILIAL)
                   DISPLAY "Afvist: automaten hoerer til filial "
                       FUNCTION TRIM(AT-FILIAL) "."
                   MOVE "N" TO ATM-FUNDET
               END-IF
           END-IF.

       SKIL-ATMLINJE.
           MOVE SPACES TO AT-ID AT-FILIAL AT-PLACERING AT-STATUS
               AT-OPRETTET AT-BRUGER
           MOVE SPACES TO AT-KASSETTE-TABEL
           UNSTRING ATM-LINJE
               DELIMITED BY ";"
               INTO AT-ID AT-FILIAL AT-PLACERING AT-STATUS
                    AT-KASSETTE (1) AT-KASSETTE (2)
                    AT-KASSETTE (3) AT-KASSETTE (4)
                    AT-OPRETTET AT-BRUGER.

       DAN-ATMLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AT-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-FILIAL) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-PLACERING) DELIMITED BY SIZE
               ";"
               AT-STATUS DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KASSETTE (1)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KASSETTE (2)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KASSETTE (3)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KASSETTE (4)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-OPRETTET) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-BRUGER) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

      * Operatoerens filial fra brugere.txt (blank = HK), samme
      * opslag som HVAELV's FIND-FILIAL.
       FIND-FILIAL.
           MOVE "HK" TO MIN-FILIAL
           MOVE "N" TO BRUGER-EOF-FLAG
           OPEN INPUT BRUGERFIL
           IF BRUGERFIL-STATUS = "35"
               CLOSE BRUGERFIL
           ELSE
               PERFORM UNTIL BRUGER-EOF
                   READ BRUGERFIL
                       AT END SET BRUGER-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BRUGER-LINJE)) > 0
                               MOVE SPACES TO BRUGER-FILIAL
                               UNSTRING BRUGER-LINJE
                                   DELIMITED BY ";"
                                   INTO BRUGER-ID BRUGER-KODE
                                        BRUGER-NAVN BRUGER-ROLLE
                                        BRUGER-STATUS BRUGER-FEJL
                                        BRUGER-SKIFT BRUGER-FILIAL
                               IF FUNCTION TRIM(BRUGER-ID) =
                                   FUNCTION TRIM(OPERATOR-ID)
                                   AND FUNCTION
                                   TRIM(BRUGER-FILIAL)
                                   NOT = SPACES
                                   MOVE FUNCTION
                                       TRIM(BRUGER-FILIAL)
                                       TO MIN-FILIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRUGERFIL
           END-IF.
