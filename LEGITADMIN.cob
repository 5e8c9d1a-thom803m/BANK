       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITADMIN.

      *> Legitimationsregisteret (legitimation.txt, layout i
      *> LEGITREC.cpy): tellerens skaerm til at registrere hvilket
      *> legitimationsdokument en kunde har fremvist, liste kundens
      *> dokumenter og tilbagekalde et dokument der er mistet eller
      *> fejlregistreret. Et registreret dokument stemples med
      *> operatoeren og dags dato som verifikation. Et fornyet
      *> dokument registreres som en ny raekke ved siden af det
      *> gamle, saa historikken bevares. OPRETKONTO og UDBETAL
      *> afviser kunder uden gyldig legitimation (LEGITTJEK), og
      *> KYCKOER saetter kunder med udloebne eller snart udloebende
      *> dokumenter i KYC-koeen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGITFIL ASSIGN TO "legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGITFIL-STATUS.
           SELECT LEGITTEMP ASSIGN TO "legitimation_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD LEGITFIL.
       01 LEGIT-LINJE      PIC X(120).

       FD LEGITTEMP.
       01 LEGITTEMP-LINJE  PIC X(120).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01 LEGITFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       COPY "LEGITREC.cpy".

       01 HANDLING         PIC X.
          88 ER-REGISTRER  VALUE "R" "r".
          88 ER-LIST       VALUE "L" "l".
          88 ER-TILBAGEKALD VALUE "T" "t".

       01 SØGE-KUNDE-ID    PIC X(10).
       01 NY-TYPE          PIC X(10).
          88 GYLDIG-TYPE   VALUE "PAS" "KOERKORT" "ID-KORT"
                                 "OPHOLD".
       01 NY-NUMMER        PIC X(20).
       01 NY-LAND          PIC X(3).
       01 NY-UDLOEB        PIC X(10).

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "Y".
       01 DOKUMENT-FUNDET  PIC X VALUE "N".
          88 DOKUMENT-ER-FUNDET VALUE "Y".
       01 DATO-GYLDIG      PIC X VALUE "N".

       01 ANTAL-VIST       PIC 9(5) VALUE 0.
       01 STATUS-TEKST     PIC X(14).

       01 LG-UDLOEB        PIC X(10).
       01 LG-RETUR         PIC 9.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(120).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "LEGITADMIN".
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

           DISPLAY "=== LEGITADMIN: Legitimationsregister ===".
           DISPLAY "Registrer (R), list (L) eller tilbagekald (T): "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-REGISTRER
                   PERFORM REGISTRER-DOKUMENT
               WHEN ER-LIST
                   PERFORM LIST-DOKUMENTER
               WHEN ER-TILBAGEKALD
                   PERFORM TILBAGEKALD-DOKUMENT
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Nyt dokument: kunden skal findes, typen skal kendes, nummer
      * og land skal udfyldes, og udloebsdatoen skal vaere en gyldig
      * dato der ikke er passeret. Samme dokument kan ikke vaere
      * aktivt to gange paa samme kunde.
       REGISTRER-DOKUMENT.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           DISPLAY "Dokumenttype (PAS/KOERKORT/ID-KORT/OPHOLD): "
               WITH NO ADVANCING
           ACCEPT NY-TYPE
           MOVE FUNCTION UPPER-CASE(NY-TYPE) TO NY-TYPE
           DISPLAY "Dokumentnummer: " WITH NO ADVANCING
           ACCEPT NY-NUMMER
           DISPLAY "Udstedende land (f.eks. DK): " WITH NO ADVANCING
           ACCEPT NY-LAND
           MOVE FUNCTION UPPER-CASE(NY-LAND) TO NY-LAND
           DISPLAY "Udloebsdato (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT NY-UDLOEB
           INSPECT NY-NUMMER REPLACING ALL ";" BY ","
           INSPECT NY-LAND REPLACING ALL ";" BY ","

           PERFORM FIND-KUNDE
           PERFORM VALIDER-UDLOEB
           MOVE "N" TO DOKUMENT-FUNDET
           IF KUNDE-EXISTERER
               PERFORM FIND-AKTIVT-DOKUMENT
           END-IF
           EVALUATE TRUE
               WHEN NOT KUNDE-EXISTERER
                   DISPLAY "Afvist: kunde "
                       FUNCTION TRIM(SØGE-KUNDE-ID)
                       " findes ikke."
               WHEN NOT GYLDIG-TYPE
                   DISPLAY "Afvist: dokumenttypen skal vaere PAS, "
                       "KOERKORT, ID-KORT eller OPHOLD."
               WHEN NY-NUMMER = SPACES OR NY-LAND = SPACES
                   DISPLAY "Afvist: dokumentnummer og udstedende "
                       "land skal udfyldes."
               WHEN DATO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: udloebsdatoen skal tastes som "
                       "AAAA-MM-DD."
               WHEN NY-UDLOEB < NU-DATO-TXT
                   DISPLAY "Afvist: dokumentet er udloebet "
                       FUNCTION TRIM(NY-UDLOEB)
                       " - bed kunden om gyldig legitimation."
               WHEN DOKUMENT-ER-FUNDET
                   DISPLAY "Afvist: dokumentet er allerede "
                       "registreret paa kunden."
               WHEN OTHER
                   PERFORM SKRIV-DOKUMENT
                   MOVE "LEGITREG" TO LT-HAENDELSE
                   MOVE 0 TO LT-RC
                   PERFORM LOG-DOKUMENT
                   DISPLAY FUNCTION TRIM(NY-TYPE) " "
                       FUNCTION TRIM(NY-NUMMER)
                       " registreret paa kunde "
                       FUNCTION TRIM(SØGE-KUNDE-ID)
                       " - verificeret " NU-DATO-TXT
                       " af " FUNCTION TRIM(OPERATOR-ID) "."
                   MOVE 0 TO RETUR
           END-EVALUATE.

      * Samme datokontrol som BANKSKIFTE's skiftedato.
       VALIDER-UDLOEB.
           MOVE "N" TO DATO-GYLDIG
           IF NY-UDLOEB(1:4) IS NUMERIC
               AND NY-UDLOEB(5:1) = "-"
               AND NY-UDLOEB(6:2) IS NUMERIC
               AND NY-UDLOEB(8:1) = "-"
               AND NY-UDLOEB(9:2) IS NUMERIC
               IF FUNCTION NUMVAL(NY-UDLOEB(6:2)) >= 1
                   AND FUNCTION NUMVAL(NY-UDLOEB(6:2)) <= 12
                   AND FUNCTION NUMVAL(NY-UDLOEB(9:2)) >= 1
                   AND FUNCTION NUMVAL(NY-UDLOEB(9:2)) <= 31
                   MOVE "J" TO DATO-GYLDIG
               END-IF
           END-IF.

       FIND-AKTIVT-DOKUMENT.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LEGITFIL
           IF LEGITFIL-STATUS = "35"
               CLOSE LEGITFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LEGITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LEGIT-LINJE)) > 0
                               PERFORM SKIL-LEGITLINJE
                               IF FUNCTION NUMVAL(LEGIT-FELT1) =
                                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                                   AND LEGIT-FELT2 = NY-TYPE
                                   AND LEGIT-FELT3 = NY-NUMMER
                                   AND LEGIT-FELT8 = "A"
                                   SET DOKUMENT-ER-FUNDET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITFIL
           END-IF.

      * Nye raekker tilfoejes sidst i registeret.
       SKRIV-DOKUMENT.
           OPEN EXTEND LEGITFIL
           IF LEGITFIL-STATUS = "35"
               OPEN OUTPUT LEGITFIL
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(SØGE-KUNDE-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-NUMMER) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-LAND) DELIMITED BY SIZE
               ";"
               NY-UDLOEB DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";A"
               INTO LINJE
           END-STRING
           WRITE LEGIT-LINJE FROM LINJE
           CLOSE LEGITFIL.

       LIST-DOKUMENTER.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LEGITFIL
           IF LEGITFIL-STATUS = "35"
               CLOSE LEGITFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LEGITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LEGIT-LINJE)) > 0
                               PERFORM SKIL-LEGITLINJE
                               IF FUNCTION NUMVAL(LEGIT-FELT1) =
                                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                                   PERFORM VIS-DOKUMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen legitimation registreret paa kunde "
                   FUNCTION TRIM(SØGE-KUNDE-ID) "."
           ELSE
               CALL "LEGITTJEK" USING SØGE-KUNDE-ID LG-UDLOEB
                   LG-RETUR
               EVALUATE LG-RETUR
                   WHEN 0
                       DISPLAY "Kunden har gyldig legitimation til "
                           LG-UDLOEB "."
                   WHEN OTHER
                       DISPLAY "Kunden har INGEN gyldig "
                           "legitimation - registrer et nyt "
                           "dokument."
               END-EVALUATE
           END-IF
           MOVE 0 TO RETUR.

       VIS-DOKUMENT.
           ADD 1 TO ANTAL-VIST
           EVALUATE TRUE
               WHEN LEGIT-FELT8 NOT = "A"
                   MOVE "tilbagekaldt" TO STATUS-TEKST
               WHEN LEGIT-FELT5 < NU-DATO-TXT
                   MOVE "udloebet" TO STATUS-TEKST
               WHEN OTHER
                   MOVE "gyldig" TO STATUS-TEKST
           END-EVALUATE
           DISPLAY FUNCTION TRIM(LEGIT-FELT2) " "
               FUNCTION TRIM(LEGIT-FELT3)
               "  land " FUNCTION TRIM(LEGIT-FELT4)
               "  udloeber " FUNCTION TRIM(LEGIT-FELT5)
               "  verificeret " FUNCTION TRIM(LEGIT-FELT7)
               " af " FUNCTION TRIM(LEGIT-FELT6)
               "  (" FUNCTION TRIM(STATUS-TEKST) ")".

      * Tilbagekaldelse: kundens aktive raekke med dokumentnummeret
      * saettes til status T via temp-fil/FILSKIFT-moensteret.
       TILBAGEKALD-DOKUMENT.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           DISPLAY "Dokumentnummer: " WITH NO ADVANCING
           ACCEPT NY-NUMMER
           INSPECT NY-NUMMER REPLACING ALL ";" BY ","
           MOVE "N" TO DOKUMENT-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LEGITFIL
           IF LEGITFIL-STATUS = "35"
               CLOSE LEGITFIL
           ELSE
               OPEN OUTPUT LEGITTEMP
               PERFORM UNTIL EOF
                   READ LEGITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LEGIT-LINJE)) > 0
                               PERFORM SKIL-LEGITLINJE
                               IF FUNCTION NUMVAL(LEGIT-FELT1) =
                                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                                   AND LEGIT-FELT3 = NY-NUMMER
                                   AND LEGIT-FELT8 = "A"
                                   SET DOKUMENT-ER-FUNDET TO TRUE
                                   MOVE LEGIT-FELT2 TO NY-TYPE
                                   PERFORM SKRIV-TILBAGEKALDT
                               ELSE
                                   WRITE LEGITTEMP-LINJE
                                       FROM LEGIT-LINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITFIL
               CLOSE LEGITTEMP
               IF DOKUMENT-ER-FUNDET
                   MOVE "S" TO FS-HANDLING
               ELSE
                   MOVE "D" TO FS-HANDLING
               END-IF
               MOVE "legitimation_tmp.txt" TO FS-KILDE
               MOVE "legitimation.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF
           IF DOKUMENT-ER-FUNDET
               MOVE "LEGITTILB" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               PERFORM LOG-DOKUMENT
               DISPLAY "Dokument " FUNCTION TRIM(NY-NUMMER)
                   " er tilbagekaldt paa kunde "
                   FUNCTION TRIM(SØGE-KUNDE-ID) "."
               MOVE 0 TO RETUR
           ELSE
               DISPLAY "Intet aktivt dokument "
                   FUNCTION TRIM(NY-NUMMER) " paa kunde "
                   FUNCTION TRIM(SØGE-KUNDE-ID) "."
           END-IF.

       SKRIV-TILBAGEKALDT.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(LEGIT-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LEGIT-FELT7) DELIMITED BY SIZE
               ";T"
               INTO LINJE
           END-STRING
           WRITE LEGITTEMP-LINJE FROM LINJE.

      * Dokumentnummeret logges ikke - kun kunde og dokumenttype.
       LOG-DOKUMENT.
           MOVE ALL SPACES TO LT-DETALJE
           STRING "KUNDE:" DELIMITED BY SIZE
               FUNCTION TRIM(SØGE-KUNDE-ID) DELIMITED BY SIZE
               " D:" DELIMITED BY SIZE
               FUNCTION TRIM(NY-TYPE) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID LT-DETALJE.

       SKIL-LEGITLINJE.
           MOVE SPACES TO LEGIT-FELT5 LEGIT-FELT6 LEGIT-FELT7
               LEGIT-FELT8
           UNSTRING LEGIT-LINJE
               DELIMITED BY ";"
               INTO LEGIT-FELT1 LEGIT-FELT2 LEGIT-FELT3
                    LEGIT-FELT4 LEGIT-FELT5 LEGIT-FELT6
                    LEGIT-FELT7 LEGIT-FELT8
           END-UNSTRING.

       FIND-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-KUNDE-ID) TO FELT-ID
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KUNDE-EXISTERER TO TRUE
               END-READ
               CLOSE KUNDEFIL
           END-IF.
