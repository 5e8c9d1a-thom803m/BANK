       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKATADMIN.

      *> Skatteresidensregister til CRS/FATCA (skatteresidens.txt):
      *> compliance-medarbejderens skaerm til at registrere kundens
      *> skattemaessige hjemlande ud fra kundens selvcertificering.
      *> En linje pr. kunde og land:
      *>   KUNDE-ID;LAND;TIN;SELVCERT-DATO;STATUS;SENEST-AF
      *> LAND er ISO-landekoden (DK, US, SE ...), TIN kundens
      *> skatte-ID i landet (for DK er CPR-nummeret TIN og feltet
      *> kan vaere blankt). STATUS: G = gyldig selvcertificering,
      *> A = afventer (indhentet, ikke godkendt), U = ugyldig/
      *> tilbagekaldt. Handlinger: saet/ret et land (S), list (L)
      *> og fjern et land (F). Hver aendring logges med gammel og ny
      *> vaerdi til skatlog.txt (samme foer/efter-moenster som
      *> PANTADMIN's pantlog). OPRETKONTO markerer kunder uden gyldig
      *> selvcertificering, og CRSUDTRAEK danner aarets
      *> indberetning ud fra registeret.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKATFIL ASSIGN TO "skatteresidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT SKATTEMP ASSIGN TO "skatteresidens_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKATLOGFIL ASSIGN TO "skatlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATLOGFIL-STATUS.
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
       FD SKATFIL.
       01 SKAT-LINJE       PIC X(100).

       FD SKATTEMP.
       01 SKATTEMP-LINJE   PIC X(100).

       FD SKATLOGFIL.
       01 SKATLOG-LINJE    PIC X(150).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01 SKATFIL-STATUS   PIC XX.
       01 SKATLOGFIL-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 SKAT-FELT1       PIC X(10).
       01 SKAT-FELT2       PIC X(2).
       01 SKAT-FELT3       PIC X(30).
       01 SKAT-FELT4       PIC X(10).
       01 SKAT-FELT5       PIC X(1).
       01 SKAT-FELT6       PIC X(10).

       01 HANDLING         PIC X.
          88 ER-SAET       VALUE "S" "s".
          88 ER-LIST       VALUE "L" "l".
          88 ER-FJERN      VALUE "F" "f".

       01 SØGE-KUNDE-ID    PIC X(10).
       01 NYT-LAND         PIC X(2).
       01 NY-TIN           PIC X(30).
       01 NY-CERT-DATO     PIC X(10).
       01 NY-STATUS        PIC X(1).

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "Y".
       01 SKAT-FUNDET      PIC X VALUE "N".
          88 SKAT-ER-FUNDET VALUE "Y".

      * Foer/efter-vaerdier til skatlog.txt.
       01 LOG-HANDLING     PIC X(10).
       01 GAMMEL-VAERDI    PIC X(60).
       01 NY-VAERDI        PIC X(60).

       01 ANTAL-VIST       PIC 9(5) VALUE 0.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 NU-TID.
             10 NU-TIME    PIC 9(2).
             10 NU-MIN     PIC 9(2).
             10 NU-SEK     PIC 9(2).
          05 FILLER        PIC X(6).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(150).
       01 TRIM-LINJE       PIC X(100).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "SKATADMIN".
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

           DISPLAY "=== SKATADMIN: Skatteresidens (CRS/FATCA) ===".
           DISPLAY "Saet/ret land (S), list (L) eller fjern land (F): "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-SAET
                   PERFORM SAET-RESIDENS
               WHEN ER-LIST
                   PERFORM LIST-REGISTER
               WHEN ER-FJERN
                   PERFORM FJERN-RESIDENS
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Nyt eller aendret land for kunden: kunden skal findes,
      * landekoden vaere to bogstaver og status G, A eller U. Et
      * udenlandsk land med gyldig selvcertificering kraever TIN.
       SAET-RESIDENS.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           DISPLAY "Land (ISO-kode, f.eks. DK, US): "
               WITH NO ADVANCING
           ACCEPT NYT-LAND
           MOVE FUNCTION UPPER-CASE(NYT-LAND) TO NYT-LAND
           DISPLAY "TIN i landet (blank for DK = CPR): "
               WITH NO ADVANCING
           ACCEPT NY-TIN
           DISPLAY "Selvcertificeringsdato (AAAA-MM-DD, blank = "
               "i dag): " WITH NO ADVANCING
           ACCEPT NY-CERT-DATO
           IF NY-CERT-DATO = SPACES
               MOVE NU-DATO-TXT TO NY-CERT-DATO
           END-IF
           DISPLAY "Status - gyldig (G), afventer (A) eller "
               "ugyldig (U): " WITH NO ADVANCING
           ACCEPT NY-STATUS
           MOVE FUNCTION UPPER-CASE(NY-STATUS) TO NY-STATUS

           PERFORM FIND-KUNDE
           EVALUATE TRUE
               WHEN NOT KUNDE-EXISTERER
                   DISPLAY "Afvist: kunde "
                       FUNCTION TRIM(SØGE-KUNDE-ID)
                       " findes ikke."
               WHEN NYT-LAND IS NOT ALPHABETIC-UPPER
                   OR NYT-LAND(2:1) = SPACE
                   DISPLAY "Afvist: landekoden skal vaere to "
                       "bogstaver."
               WHEN NY-STATUS NOT = "G" AND NY-STATUS NOT = "A"
                   AND NY-STATUS NOT = "U"
                   DISPLAY "Afvist: status skal vaere G, A eller U."
               WHEN NY-CERT-DATO(5:1) NOT = "-"
                   OR NY-CERT-DATO(8:1) NOT = "-"
                   OR NY-CERT-DATO > NU-DATO-TXT
                   DISPLAY "Afvist: selvcertificeringsdatoen skal "
                       "vaere AAAA-MM-DD og ikke i fremtiden."
               WHEN NY-STATUS = "G" AND NYT-LAND NOT = "DK"
                   AND FUNCTION TRIM(NY-TIN) = SPACES
                   DISPLAY "Afvist: et udenlandsk land med gyldig "
                       "selvcertificering kraever TIN."
               WHEN OTHER
                   MOVE "S" TO HANDLING
                   PERFORM SKRIV-REGISTER
                   PERFORM SKRIV-SKATLOG
                   DISPLAY "Kunde "
                       FUNCTION TRIM(SØGE-KUNDE-ID)
                       " land " NYT-LAND
                       " registreret med status " NY-STATUS "."
                   MOVE 0 TO RETUR
           END-EVALUATE.

       FJERN-RESIDENS.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           DISPLAY "Land der skal fjernes: " WITH NO ADVANCING
           ACCEPT NYT-LAND
           MOVE FUNCTION UPPER-CASE(NYT-LAND) TO NYT-LAND
           MOVE "F" TO HANDLING
           PERFORM SKRIV-REGISTER
           IF NOT SKAT-ER-FUNDET
               DISPLAY "Kunde " FUNCTION TRIM(SØGE-KUNDE-ID)
                   " har intet land " NYT-LAND " i registeret."
           ELSE
               PERFORM SKRIV-SKATLOG
               DISPLAY "Land " NYT-LAND " fjernet for kunde "
                   FUNCTION TRIM(SØGE-KUNDE-ID) "."
               MOVE 0 TO RETUR
           END-IF.

      * Blank Kunde-ID viser hele registeret.
       LIST-REGISTER.
           DISPLAY "Kunde-ID (blank = alle): " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS = "35"
               CLOSE SKATFIL
           ELSE
               PERFORM UNTIL EOF
                   READ SKATFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKAT-LINJE)) > 0
                               PERFORM SKIL-SKATLINJE
                               IF SØGE-KUNDE-ID = SPACES
                                   OR FUNCTION NUMVAL(SKAT-FELT1) =
                                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                                   ADD 1 TO ANTAL-VIST
                                   DISPLAY "Kunde "
                                       FUNCTION TRIM(SKAT-FELT1)
                                       "  land " SKAT-FELT2
                                       "  TIN "
                                       FUNCTION TRIM(SKAT-FELT3)
                                       "  selvcert. "
                                       FUNCTION TRIM(SKAT-FELT4)
                                       "  status " SKAT-FELT5
                                       "  af "
                                       FUNCTION TRIM(SKAT-FELT6)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKATFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen linjer i skatteresidensregisteret."
           END-IF
           MOVE 0 TO RETUR.

      * Registeret skrives om via temp-fil/FILSKIFT-moensteret.
      * HANDLING S erstatter (eller tilfoejer) kundens linje for
      * landet; HANDLING F udelader den. Den gamle linje gemmes
      * til loggen.
       SKRIV-REGISTER.
           MOVE "N" TO SKAT-FUNDET
           MOVE "N" TO EOF-FLAG
           MOVE SPACES TO GAMMEL-VAERDI
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS = "35"
               CLOSE SKATFIL
               OPEN OUTPUT SKATFIL
               CLOSE SKATFIL
               OPEN INPUT SKATFIL
           END-IF
           OPEN OUTPUT SKATTEMP
           PERFORM UNTIL EOF
               READ SKATFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(SKAT-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-SKATLINJE
                           IF FUNCTION NUMVAL(SKAT-FELT1) =
                               FUNCTION NUMVAL(SØGE-KUNDE-ID)
                               AND SKAT-FELT2 = NYT-LAND
                               SET SKAT-ER-FUNDET TO TRUE
                               MOVE ALL SPACES TO GAMMEL-VAERDI
                               STRING
                                   FUNCTION TRIM(SKAT-FELT3)
                                       DELIMITED BY SIZE
                                   "/"
                                   FUNCTION TRIM(SKAT-FELT4)
                                       DELIMITED BY SIZE
                                   "/"
                                   SKAT-FELT5 DELIMITED BY SIZE
                                   INTO GAMMEL-VAERDI
                               END-STRING
                               IF ER-SAET
                                   PERFORM SKRIV-NY-LINJE
                               END-IF
                           ELSE
                               WRITE SKATTEMP-LINJE FROM SKAT-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKATFIL
           IF ER-SAET AND NOT SKAT-ER-FUNDET
               PERFORM SKRIV-NY-LINJE
           END-IF
           CLOSE SKATTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "skatteresidens_tmp.txt" TO FS-KILDE
           MOVE "skatteresidens.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR

           MOVE ALL SPACES TO NY-VAERDI
           IF ER-SAET
               IF SKAT-ER-FUNDET
                   MOVE "RET" TO LOG-HANDLING
               ELSE
                   MOVE "OPRET" TO LOG-HANDLING
               END-IF
               STRING
                   FUNCTION TRIM(NY-TIN) DELIMITED BY SIZE
                   "/"
                   FUNCTION TRIM(NY-CERT-DATO) DELIMITED BY SIZE
                   "/"
                   NY-STATUS DELIMITED BY SIZE
                   INTO NY-VAERDI
               END-STRING
           ELSE
               MOVE "FJERN" TO LOG-HANDLING
           END-IF.

       SKRIV-NY-LINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(SØGE-KUNDE-ID) DELIMITED BY SIZE
               ";"
               NYT-LAND DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-TIN) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-CERT-DATO) DELIMITED BY SIZE
               ";"
               NY-STATUS DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE SKATTEMP-LINJE FROM LINJE.

      * Foer/efter-linje til skatlog.txt:
      *   tidsstempel;operatoer;kunde/land;handling;gammel;ny
      * (vaerdierne er TIN/selvcert.-dato/status).
       SKRIV-SKATLOG.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO LINJE
           STRING
               NU-AAR DELIMITED BY SIZE
               "-"
               NU-MAANED DELIMITED BY SIZE
               "-"
               NU-DAG DELIMITED BY SIZE
               " "
               NU-TIME DELIMITED BY SIZE
               ":"
               NU-MIN DELIMITED BY SIZE
               ":"
               NU-SEK DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SØGE-KUNDE-ID) DELIMITED BY SIZE
               "/"
               NYT-LAND DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-HANDLING) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GAMMEL-VAERDI) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-VAERDI) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND SKATLOGFIL
           IF SKATLOGFIL-STATUS = "35"
               OPEN OUTPUT SKATLOGFIL
           END-IF
           WRITE SKATLOG-LINJE FROM LINJE
           CLOSE SKATLOGFIL.

       SKIL-SKATLINJE.
           MOVE SPACES TO SKAT-FELT3
           MOVE SPACES TO SKAT-FELT4
           MOVE SPACES TO SKAT-FELT5
           MOVE SPACES TO SKAT-FELT6
           UNSTRING SKAT-LINJE
               DELIMITED BY ";"
               INTO SKAT-FELT1 SKAT-FELT2 SKAT-FELT3 SKAT-FELT4
                    SKAT-FELT5 SKAT-FELT6.

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
