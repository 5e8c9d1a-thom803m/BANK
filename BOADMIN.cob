      *> kundens CPR, og det fryser STRAKS alle kundens konti -
      *> ogsaa faelleskonti fundet via medejerfeltet KONTO-FELT8 -
      *> (spaerret J, samme virkning som FASTHOLD paa hver konto),
      *> suspenderer kundens raekker i fasteordrer.txt (status S),
      *> forsegler kundens udlejede bankbokse i bokse.txt (status F,
      *> boksen kan saa kun opsiges med supervisorgodkendelse i BOKS)
      *> og faar OPRETKONTO til at afvise nye konti paa kunden.
      *> Posteringsvejene afviser de spaerrede konti; en supervisor
      *> kan om noedvendigt overstyre via den saedvanlige
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
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
           SELECT BOKSFIL ASSIGN TO "bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKSFIL-STATUS.
           SELECT BOKSTEMP ASSIGN TO "bokse_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "KONTOPOST.cpy".

       FD ORDREFIL.
       01 ORDRE-LINJE      PIC X(200).

       FD ORDRETEMP.
       01 ORDRETEMP-LINJE  PIC X(200).

       FD BOKSFIL.
       01 BOKS-LINJE       PIC X(200).

       FD BOKSTEMP.
       01 BOKSTEMP-LINJE   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "ORDREREC.cpy".
       COPY "BOKSREC.cpy".

       01 BOFIL-STATUS     PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 ORDREFIL-STATUS  PIC XX.
       01 BOKSFIL-STATUS   PIC XX.

       01 BO-FELT1         PIC X(11).
       01 BO-FELT2         PIC X(1).
          05 KT-ID OCCURS 10 TIMES PIC 9(5).
       01 KT-ANTAL         PIC 9(2) VALUE 0.
       01 KT-IX            PIC 9(2).
       01 KT-IX2           PIC 9(2).

       01 ANTAL-FROSSET    PIC 9(5) VALUE 0.
       01 ANTAL-SUSPENDERET PIC 9(5) VALUE 0.
       01 ANTAL-FORSEGLET  PIC 9(5) VALUE 0.
       01 KONTO-RAMT       PIC X.

       01 FRA-KONTO-ID     PIC X(10).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

      * CPR-visning gennem CPRVIS.
       01 CV-REF           PIC X(20).
       01 CV-BEGRUND       PIC X(40).
       01 CV-VIS           PIC X(11).
       01 CV-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BOADMIN".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Bo saettes paa CPR: alle kunder med CPR'et findes, alle
      * deres konti (ejer ELLER medejer) fryses, og deres faste
      * betalinger suspenderes og bankbokse forsegles. Gaelder
      * straks.
       SAET-BO.
           DISPLAY "Afdoedes CPR: " WITH NO ADVANCING
           ACCEPT SØGE-CPR
               PERFORM SKRIV-BOREGISTER-B
               PERFORM FRYS-KONTI
               PERFORM SUSPENDER-ORDRER
               PERFORM FORSEGL-BOKSE
               MOVE "BOSAT" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE
                   FUNCTION TRIM(SØGE-CPR) ": "
                   ANTAL-FROSSET " konti frosset, "
                   ANTAL-SUSPENDERET " faste betalinger "
                   "suspenderet, " ANTAL-FORSEGLET
                   " bankbokse forseglet."
               MOVE 0 TO RETUR
           END-IF.

                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BO-LINJE)) > 0
                               PERFORM SKIL-BOLINJE
                               PERFORM HENT-BO-CPR
                               IF BO-FELT2 = "B"
                                   DISPLAY "CPR "
                                       FUNCTION TRIM(CV-VIS)
                                       "  AKTIVT BO sat "
                                       FUNCTION TRIM(BO-FELT3)
                                       " af "
                                       FUNCTION TRIM(BO-FELT4)
                               ELSE
                                   DISPLAY "CPR "
                                       FUNCTION TRIM(CV-VIS)
                                       "  afsluttet "
                                       FUNCTION TRIM(BO-FELT5)
                               END-IF
      * Skifteafslutning: hele indestaaendet paa en af boets konti
      * udloddes til boets konto, og supervisoren sendes videre til
      * den normale LUKKEKONTO-vej for at lukke kontoen.
      * Registerets CPR-numre vises efter CPRVIS's rolleregel, og
      * hver fulde visning logges.
       HENT-BO-CPR.
           MOVE SPACES TO CV-REF
           MOVE SPACES TO CV-BEGRUND
           CALL "CPRVIS" USING BO-FELT1 CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID.

       UDLODNING.
           DISPLAY "Boets konto (modtager): " WITH NO ADVANCING
           ACCEPT BO-KONTO-ID
                   FUNCTION TRIM(SØGE-CPR) " blev fundet."
           END-IF.

      * Boets kunder findes direkte via CPR-noeglen.
       FIND-KUNDER-MED-CPR.
           MOVE 0 TO KT-ANTAL
           MOVE "N" TO EOF-FLAG
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION TRIM(SØGE-CPR) TO FELT-CPR
               START KUNDEFIL KEY IS EQUAL TO FELT-CPR
                   INVALID KEY SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(FELT-CPR) =
                               FUNCTION TRIM(SØGE-CPR)
                               IF KT-ANTAL < 10
                                   ADD 1 TO KT-ANTAL
                                   MOVE FELT-ID TO KT-ID (KT-ANTAL)
                               END-IF
                           ELSE
                               SET EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               INTO BO-FELT1 BO-FELT2 BO-FELT3 BO-FELT4 BO-FELT5.

      * Alle konti hvor en af boets kunder er ejer (FELT2) eller
      * medejer (FELT8) spaerres straks. Kontiene findes via
      * ejernoeglerne; spaerringen aendrer ikke ejerfelterne, saa
      * gennemloebet af noeglen kan fortsaette efter REWRITE.
       FRYS-KONTI.
           MOVE 0 TO ANTAL-FROSSET
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM VARYING KT-IX2 FROM 1 BY 1
                   UNTIL KT-IX2 > KT-ANTAL
                   PERFORM FRYS-KUNDENS-KONTI
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       FRYS-KUNDENS-KONTI.
           MOVE "N" TO EOF-FLAG
           MOVE KT-ID (KT-IX2) TO KONTO-EJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-EJER-ID = KT-ID (KT-IX2)
                           PERFORM FRYS-EN-KONTO
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           MOVE KT-ID (KT-IX2) TO KONTO-MEDEJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-MEDEJER-ID = KT-ID (KT-IX2)
                           PERFORM FRYS-EN-KONTO
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       FRYS-EN-KONTO.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
                   INTO LINJE
               END-STRING
               MOVE LINJE TO KONTO-DATA
               CALL "KONTOEJER" USING KONTO-POST
               REWRITE KONTO-POST
           END-IF.

           END-IF.

       SUSPENDER-EN-ORDRE.
           MOVE SPACES TO ORDRE-FELT9
           MOVE SPACES TO ORDRE-FELT10
           UNSTRING ORDRE-LINJE
               DELIMITED BY ";"
               INTO ORDRE-FELT1 ORDRE-FELT2 ORDRE-FELT3
                    ORDRE-FELT4 ORDRE-FELT5 ORDRE-FELT6
                    ORDRE-FELT7 ORDRE-FELT8 ORDRE-FELT9
                    ORDRE-FELT10
           MOVE "N" TO KONTO-RAMT
           IF ORDRE-FELT8 = "A" OR ORDRE-FELT8 = "a"
               PERFORM TJEK-ORDRE-KONTO
                   ";S"
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
               WRITE ORDRETEMP-LINJE FROM LINJE
           ELSE
               WRITE ORDRETEMP-LINJE FROM ORDRE-LINJE
           END-IF.

      * Boets udlejede bankbokse forsegles (status F i bokse.txt) -
      * samme temp-fil/FILSKIFT-moenster som ordrerne.
       FORSEGL-BOKSE.
           MOVE 0 TO ANTAL-FORSEGLET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           IF BOKSFIL-STATUS = "35"
               CLOSE BOKSFIL
           ELSE
               OPEN OUTPUT BOKSTEMP
               PERFORM UNTIL EOF
                   READ BOKSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(BOKS-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM FORSEGL-EN-BOKS
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
           END-IF.

       FORSEGL-EN-BOKS.
           MOVE SPACES TO BOKS-FELT9 BOKS-FELT10 BOKS-FELT11
           UNSTRING BOKS-LINJE
               DELIMITED BY ";"
               INTO BOKS-FELT1 BOKS-FELT2 BOKS-FELT3
                    BOKS-FELT4 BOKS-FELT5 BOKS-FELT6
                    BOKS-FELT7 BOKS-FELT8 BOKS-FELT9
                    BOKS-FELT10 BOKS-FELT11
           MOVE "N" TO KONTO-RAMT
           IF BOKS-FELT8 = "A"
               PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
                   IF FUNCTION NUMVAL(BOKS-FELT4) = KT-ID (KT-IX)
                       MOVE "J" TO KONTO-RAMT
                   END-IF
               END-PERFORM
           END-IF
           IF KONTO-RAMT = "J"
               ADD 1 TO ANTAL-FORSEGLET
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
                   ";F;"
                   FUNCTION TRIM(BOKS-FELT9) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BOKS-FELT10) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BOKS-FELT11) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE BOKSTEMP-LINJE FROM LINJE
           ELSE
               WRITE BOKSTEMP-LINJE FROM BOKS-LINJE
           END-IF.

      * Er ordrens fra-konto en af boets konti?
       TJEK-ORDRE-KONTO.
           OPEN INPUT KONTOFIL
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

      * HIST-FELT1/3 er sat af kalderen; beloebet staar i
