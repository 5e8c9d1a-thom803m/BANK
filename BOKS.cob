       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOKS.

      *> Vedligeholder bokseregisteret (bokse.txt, se BOKSREC.cpy)
      *> i samme skaermstil som FASTORDRE: opret en udlejning med
      *> filial, boksnummer, stoerrelse, lejer (Kunde-ID),
      *> startdato, debetkonto for lejen og de udleverede
      *> noeglenumre; list boksene; ret noeglenumrene naar en noegle
      *> udskiftes eller afleveres; eller opsig en udlejning.
      *> Stoerrelsen skal findes i pristabellen boksleje.txt
      *> (STOERRELSE;AARSLEJE, oprettes med standardpriser hvis den
      *> mangler), lejeren maa ikke have et aktivt bo (BOTJEK), og
      *> debetkontoen skal vaere en aaben konto hvor lejeren er
      *> ejer eller medejer. Et boksnummer kan kun vaere udlejet
      *> een gang pr. filial. Opsigelse kraever at alle noegler er
      *> afleveret; en forseglet boks (bo sat i BOADMIN) kan kun
      *> opsiges med supervisor-godkendelse, naar boksen er aabnet
      *> under skiftet. Aendringer skrives med samme
      *> temp-fil/FILSKIFT-moenster som FASTORDRE. Selve lejen
      *> opkraeves af BOKSLEJE i natbatchen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOKSFIL ASSIGN TO "bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKSFIL-STATUS.
           SELECT TEMPFIL ASSIGN TO "bokse_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRISFIL ASSIGN TO "boksleje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRISFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
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
           SELECT BRUGERFIL ASSIGN TO "brugere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRUGERFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOKSFIL.
       01 BOKS-LINJE       PIC X(200).

       FD TEMPFIL.
       01 TEMP-LINJE       PIC X(200).

       FD PRISFIL.
       01 PRIS-LINJE       PIC X(40).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD BRUGERFIL.
       01 BRUGER-LINJE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "BOKSREC.cpy".
       COPY "KONTOREC.cpy".

       01 BOKSFIL-STATUS   PIC XX.
       01 PRISFIL-STATUS   PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 BRUGERFIL-STATUS PIC XX.

       01 HANDLING         PIC X.
          88 VALG-OPRET    VALUE "O" "o".
          88 VALG-LIST     VALUE "L" "l".
          88 VALG-NOEGLER  VALUE "N" "n".
          88 VALG-OPSIG    VALUE "S" "s".
          88 VALG-AFSLUT   VALUE "A" "a".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 NY-FILIAL        PIC X(10).
       01 NY-BOKSNR        PIC X(10).
       01 NY-STOERRELSE    PIC X(5).
       01 NY-KUNDE         PIC X(10).
       01 NY-STARTDATO     PIC X(10).
       01 NY-KONTO         PIC X(10).
       01 NY-NOEGLER       PIC X(30).
       01 OPERATOR-FILIAL  PIC X(10).
       01 LIST-FILIAL      PIC X(10).

       01 BOKS-GYLDIG      PIC X.
          88 BOKS-OK       VALUE "J".
       01 BOKS-FUNDET      PIC X VALUE "N".
          88 BOKS-EXISTERER VALUE "Y".
       01 BOKS-OPTAGET     PIC X.
       01 AENDRING         PIC X.
          88 ER-NOEGLER    VALUE "N".
          88 ER-OPSIG      VALUE "S".
       01 NOEGLE-SVAR      PIC X.
       01 STATUS-TXT       PIC X(10).

       01 PRIS-STOERRELSE  PIC X(5).
       01 PRIS-BELOEB-TXT  PIC X(15).
       01 PRIS-FUNDET      PIC X.
       01 PRIS-LISTE       PIC X(60).
       01 TILLAEG-TXT      PIC X(60).

       01 BT-RETUR         PIC 9.

       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.
       01 SUP-GODKENDT     PIC X.

       01 BRUGER-ID        PIC X(10).
       01 BRUGER-KODE      PIC X(10).
       01 BRUGER-NAVN      PIC X(30).
       01 BRUGER-ROLLE     PIC X(10).
       01 BRUGER-STATUS    PIC X(1).
       01 BRUGER-FEJL      PIC X(1).
       01 BRUGER-SKIFT     PIC X(1).
       01 BRUGER-FILIAL    PIC X(10).

       01 ANTAL-VIST       PIC 9(5) VALUE 0.

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BOKS".
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
           PERFORM FIND-OPERATOR-FILIAL
           PERFORM SIKR-PRISFIL

           MOVE 0 TO RETUR
           MOVE SPACE TO HANDLING
           PERFORM UNTIL VALG-AFSLUT
               DISPLAY "=== BOKS: Bankbokse ==="
               DISPLAY "Opret (O), list (L), noegler (N), opsig (S) "
                   "eller afslut (A): " WITH NO ADVANCING
               ACCEPT HANDLING
               EVALUATE TRUE
                   WHEN VALG-OPRET
                       PERFORM OPRET-BOKS
                   WHEN VALG-LIST
                       PERFORM LIST-BOKSE
                   WHEN VALG-NOEGLER
                       MOVE "N" TO AENDRING
                       PERFORM AENDR-BOKS
                   WHEN VALG-OPSIG
                       MOVE "S" TO AENDRING
                       PERFORM AENDR-BOKS
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

       OPRET-BOKS.
           MOVE "J" TO BOKS-GYLDIG
           DISPLAY "Filial (blank = " FUNCTION TRIM(OPERATOR-FILIAL)
               "): " WITH NO ADVANCING
           ACCEPT NY-FILIAL
           IF FUNCTION TRIM(NY-FILIAL) = SPACES
               MOVE OPERATOR-FILIAL TO NY-FILIAL
           END-IF
           MOVE FUNCTION UPPER-CASE(NY-FILIAL) TO NY-FILIAL
           DISPLAY "Boksnummer: " WITH NO ADVANCING
           ACCEPT NY-BOKSNR
           INSPECT NY-BOKSNR REPLACING ALL ";" BY ","
           IF FUNCTION TRIM(NY-BOKSNR) = SPACES
               DISPLAY "Afvist: boksnummer skal udfyldes."
               MOVE "N" TO BOKS-GYLDIG
           ELSE
               PERFORM TJEK-BOKS-OPTAGET
               IF BOKS-OPTAGET = "J"
                   DISPLAY "Afvist: boks " FUNCTION TRIM(NY-BOKSNR)
                       " i filial " FUNCTION TRIM(NY-FILIAL)
                       " er allerede udlejet."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK
               PERFORM LAES-PRISER
               DISPLAY "Stoerrelse (" FUNCTION TRIM(PRIS-LISTE)
                   "): " WITH NO ADVANCING
               ACCEPT NY-STOERRELSE
               MOVE FUNCTION UPPER-CASE(NY-STOERRELSE)
                   TO NY-STOERRELSE
               PERFORM FIND-PRIS
               IF PRIS-FUNDET NOT = "J"
                   DISPLAY "Afvist: stoerrelsen findes ikke i "
                       "pristabellen boksleje.txt."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK
               DISPLAY "Lejers Kunde-ID: " WITH NO ADVANCING
               ACCEPT NY-KUNDE
               PERFORM TJEK-LEJER
           END-IF
           IF BOKS-OK
               DISPLAY "Startdato (AAAA-MM-DD, blank = i dag): "
                   WITH NO ADVANCING
               ACCEPT NY-STARTDATO
               IF FUNCTION TRIM(NY-STARTDATO) = SPACES
                   MOVE NU-DATO-TXT TO NY-STARTDATO
               END-IF
               IF NY-STARTDATO(1:4) IS NUMERIC
                   AND NY-STARTDATO(5:1) = "-"
                   AND NY-STARTDATO(6:2) IS NUMERIC
                   AND NY-STARTDATO(8:1) = "-"
                   AND NY-STARTDATO(9:2) IS NUMERIC
                   AND FUNCTION NUMVAL(NY-STARTDATO(6:2)) >= 1
                   AND FUNCTION NUMVAL(NY-STARTDATO(6:2)) <= 12
                   AND FUNCTION NUMVAL(NY-STARTDATO(9:2)) >= 1
                   AND FUNCTION NUMVAL(NY-STARTDATO(9:2)) <= 31
                   CONTINUE
               ELSE
                   DISPLAY "Afvist: startdato skal vaere AAAA-MM-DD."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK
               DISPLAY "Debetkonto for lejen: " WITH NO ADVANCING
               ACCEPT NY-KONTO
               PERFORM TJEK-DEBETKONTO
           END-IF
           IF BOKS-OK
               DISPLAY "Udleverede noeglenumre (kommasepareret): "
                   WITH NO ADVANCING
               ACCEPT NY-NOEGLER
               INSPECT NY-NOEGLER REPLACING ALL ";" BY ","
               IF FUNCTION TRIM(NY-NOEGLER) = SPACES
                   DISPLAY "Afvist: mindst een noegle skal "
                       "registreres."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(NY-FILIAL) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-BOKSNR) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-STOERRELSE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-KUNDE) DELIMITED BY SIZE
                   ";"
                   NY-STARTDATO DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-KONTO) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-NOEGLER) DELIMITED BY SIZE
                   ";A;;;"
                   INTO LINJE
               END-STRING
               OPEN EXTEND BOKSFIL
               IF BOKSFIL-STATUS = "35"
                   OPEN OUTPUT BOKSFIL
               END-IF
               WRITE BOKS-LINJE FROM LINJE
               CLOSE BOKSFIL
               DISPLAY "Boks " FUNCTION TRIM(NY-BOKSNR)
                   " i filial " FUNCTION TRIM(NY-FILIAL)
                   " udlejet - aarslejen "
                   FUNCTION TRIM(PRIS-BELOEB-TXT)
                   " opkraeves af natbatchen."
           END-IF.

      * Et boksnummer er optaget saa laenge en raekke paa samme
      * filial ikke er opsagt.
       TJEK-BOKS-OPTAGET.
           MOVE "N" TO BOKS-OPTAGET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           IF BOKSFIL-STATUS = "35"
               CLOSE BOKSFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BOKSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BOKS-LINJE)) > 0
                               PERFORM SKIL-BOKSLINJE
                               IF FUNCTION TRIM(BOKS-FELT1) =
                                   FUNCTION TRIM(NY-FILIAL)
                                   AND FUNCTION TRIM(BOKS-FELT2) =
                                   FUNCTION TRIM(NY-BOKSNR)
                                   AND BOKS-FELT8 NOT = "O"
                                   MOVE "J" TO BOKS-OPTAGET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKSFIL
           END-IF.

       TJEK-LEJER.
           IF FUNCTION TRIM(NY-KUNDE) IS NOT NUMERIC
               DISPLAY "Afvist: Kunde-ID skal vaere numerisk."
               MOVE "N" TO BOKS-GYLDIG
           ELSE
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
                   DISPLAY "Afvist: ingen kunder.txt fundet."
                   MOVE "N" TO BOKS-GYLDIG
               ELSE
                   MOVE FUNCTION NUMVAL(NY-KUNDE) TO FELT-ID
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL
                       INVALID KEY
                           DISPLAY "Afvist: ukendt Kunde-ID "
                               FUNCTION TRIM(NY-KUNDE) "."
                           MOVE "N" TO BOKS-GYLDIG
                       NOT INVALID KEY
                           DISPLAY "Lejer: "
                               FUNCTION TRIM(FELT-FORNAVN) " "
                               FUNCTION TRIM(FELT-EFTERNAVN)
                   END-READ
                   CLOSE KUNDEFIL
               END-IF
           END-IF
           IF BOKS-OK
               CALL "BOTJEK" USING NY-KUNDE BT-RETUR
               IF BT-RETUR = 1
                   DISPLAY "Afvist: kunden har et aktivt doedsbo."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF.

      * Debetkontoen skal findes, vaere aaben og tilhoere lejeren
      * (ejer eller medejer).
       TJEK-DEBETKONTO.
           MOVE "N" TO BOKS-FUNDET
           IF FUNCTION TRIM(NY-KONTO) IS NUMERIC
               OPEN INPUT KONTOFIL
               IF KONTOFIL-STATUS = "35"
                   CLOSE KONTOFIL
               ELSE
                   MOVE FUNCTION NUMVAL(NY-KONTO) TO KONTO-NOEGLE
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9
                               KONTO-FELT10 KONTO-FELT11
                           UNSTRING KONTO-DATA
                               DELIMITED BY ";"
                               INTO KONTO-FELT1 KONTO-FELT2
                                    KONTO-FELT3 KONTO-FELT4
                                    KONTO-FELT5 KONTO-FELT6
                                    KONTO-FELT7 KONTO-FELT8
                                    KONTO-FELT9 KONTO-FELT10
                                    KONTO-FELT11
                           IF KONTO-FELT9 NOT = "J"
                               AND (FUNCTION NUMVAL(KONTO-FELT2) =
                                   FUNCTION NUMVAL(NY-KUNDE)
                               OR (FUNCTION TRIM(KONTO-FELT8)
                                   NOT = SPACES
                               AND FUNCTION NUMVAL(KONTO-FELT8) =
                                   FUNCTION NUMVAL(NY-KUNDE)))
                               SET BOKS-EXISTERER TO TRUE
                           END-IF
                   END-READ
                   CLOSE KONTOFIL
               END-IF
           END-IF
           IF NOT BOKS-EXISTERER
               DISPLAY "Afvist: debetkontoen skal vaere en aaben "
                   "konto der tilhoerer lejeren."
               MOVE "N" TO BOKS-GYLDIG
           END-IF.

       LIST-BOKSE.
           DISPLAY "Filial (blank = alle): " WITH NO ADVANCING
           ACCEPT LIST-FILIAL
           MOVE FUNCTION UPPER-CASE(LIST-FILIAL) TO LIST-FILIAL
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           IF BOKSFIL-STATUS = "35"
               CLOSE BOKSFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BOKSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BOKS-LINJE)) > 0
                               PERFORM SKIL-BOKSLINJE
                               IF FUNCTION TRIM(LIST-FILIAL) = SPACES
                                   OR FUNCTION TRIM(BOKS-FELT1) =
                                   FUNCTION TRIM(LIST-FILIAL)
                                   PERFORM VIS-BOKS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKSFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen bokse registreret."
           END-IF.

       VIS-BOKS.
           ADD 1 TO ANTAL-VIST
           EVALUATE BOKS-FELT8
               WHEN "A"
                   MOVE "udlejet" TO STATUS-TXT
               WHEN "F"
                   MOVE "FORSEGLET" TO STATUS-TXT
               WHEN "O"
                   MOVE "opsagt" TO STATUS-TXT
               WHEN OTHER
                   MOVE BOKS-FELT8 TO STATUS-TXT
           END-EVALUATE
           DISPLAY FUNCTION TRIM(BOKS-FELT1) " boks "
               FUNCTION TRIM(BOKS-FELT2) " ("
               FUNCTION TRIM(BOKS-FELT3) ")  kunde "
               FUNCTION TRIM(BOKS-FELT4) "  konto "
               FUNCTION TRIM(BOKS-FELT6) "  fra "
               BOKS-FELT5 "  " FUNCTION TRIM(STATUS-TXT)
           DISPLAY "    noegler: " FUNCTION TRIM(BOKS-FELT7)
               "  leje betalt for: " BOKS-FELT9
           IF BOKS-FELT10 = "J"
               DISPLAY "    RESTANCE: aarets leje er ikke betalt."
           END-IF
           IF BOKS-FELT8 = "O"
               DISPLAY "    opsagt " BOKS-FELT11
           END-IF.

      * Noegleaendring (N) og opsigelse (S) skriver registeret om
      * via temp-fil/FILSKIFT; kun en ikke-opsagt raekke roeres.
       AENDR-BOKS.
           MOVE "J" TO BOKS-GYLDIG
           DISPLAY "Filial (blank = " FUNCTION TRIM(OPERATOR-FILIAL)
               "): " WITH NO ADVANCING
           ACCEPT NY-FILIAL
           IF FUNCTION TRIM(NY-FILIAL) = SPACES
               MOVE OPERATOR-FILIAL TO NY-FILIAL
           END-IF
           MOVE FUNCTION UPPER-CASE(NY-FILIAL) TO NY-FILIAL
           DISPLAY "Boksnummer: " WITH NO ADVANCING
           ACCEPT NY-BOKSNR
           PERFORM FIND-BOKS
           IF NOT BOKS-EXISTERER
               DISPLAY "Ingen udlejet boks "
                   FUNCTION TRIM(NY-BOKSNR) " i filial "
                   FUNCTION TRIM(NY-FILIAL) " blev fundet."
               MOVE "N" TO BOKS-GYLDIG
           ELSE
               PERFORM VIS-BOKS
           END-IF
           IF BOKS-OK AND ER-NOEGLER
               DISPLAY "Nye noeglenumre (kommasepareret): "
                   WITH NO ADVANCING
               ACCEPT NY-NOEGLER
               INSPECT NY-NOEGLER REPLACING ALL ";" BY ","
               IF FUNCTION TRIM(NY-NOEGLER) = SPACES
                   DISPLAY "Afvist: mindst een noegle skal "
                       "registreres - brug opsig naar alle er "
                       "afleveret."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK AND ER-OPSIG
               DISPLAY "Er alle noegler ("
                   FUNCTION TRIM(BOKS-FELT7) ") afleveret (J/N)? "
                   WITH NO ADVANCING
               ACCEPT NOEGLE-SVAR
               IF NOEGLE-SVAR NOT = "J" AND NOEGLE-SVAR NOT = "j"
                   DISPLAY "Afvist: boksen kan foerst opsiges naar "
                       "alle noegler er afleveret."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK AND ER-OPSIG AND BOKS-FELT8 = "F"
               DISPLAY "Boksen er forseglet (doedsbo) - opsigelse "
                   "kraever supervisor."
               PERFORM SUPERVISOR-GODKEND
               IF SUP-GODKENDT NOT = "J"
                   DISPLAY "Afvist: ingen supervisor-godkendelse."
                   MOVE "N" TO BOKS-GYLDIG
               END-IF
           END-IF
           IF BOKS-OK
               PERFORM SKRIV-BOKSREGISTER
               IF ER-NOEGLER
                   DISPLAY "Noeglenumrene for boks "
                       FUNCTION TRIM(NY-BOKSNR) " er opdateret."
               ELSE
                   IF BOKS-FELT10 = "J"
                       DISPLAY "Bemaerk: boksen har ubetalt leje."
                   END-IF
                   DISPLAY "Boks " FUNCTION TRIM(NY-BOKSNR)
                       " i filial " FUNCTION TRIM(NY-FILIAL)
                       " er opsagt."
               END-IF
           END-IF.

       FIND-BOKS.
           MOVE "N" TO BOKS-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           IF BOKSFIL-STATUS = "35"
               CLOSE BOKSFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BOKSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BOKS-LINJE)) > 0
                               PERFORM SKIL-BOKSLINJE
                               IF FUNCTION TRIM(BOKS-FELT1) =
                                   FUNCTION TRIM(NY-FILIAL)
                                   AND FUNCTION TRIM(BOKS-FELT2) =
                                   FUNCTION TRIM(NY-BOKSNR)
                                   AND BOKS-FELT8 NOT = "O"
                                   SET BOKS-EXISTERER TO TRUE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKSFIL
           END-IF.

       SKRIV-BOKSREGISTER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BOKSFIL
           OPEN OUTPUT TEMPFIL
           PERFORM UNTIL EOF
               READ BOKSFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BOKS-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-BOKSLINJE
                           IF FUNCTION TRIM(BOKS-FELT1) =
                               FUNCTION TRIM(NY-FILIAL)
                               AND FUNCTION TRIM(BOKS-FELT2) =
                               FUNCTION TRIM(NY-BOKSNR)
                               AND BOKS-FELT8 NOT = "O"
                               IF ER-NOEGLER
                                   MOVE NY-NOEGLER TO BOKS-FELT7
                               ELSE
                                   MOVE "O" TO BOKS-FELT8
                                   MOVE NU-DATO-TXT TO BOKS-FELT11
                               END-IF
                               PERFORM SKRIV-BOKSLINJE
                               WRITE TEMP-LINJE FROM LINJE
                           ELSE
                               WRITE TEMP-LINJE FROM BOKS-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOKSFIL
           CLOSE TEMPFIL
           MOVE "S" TO FS-HANDLING
           MOVE "bokse_tmp.txt" TO FS-KILDE
           MOVE "bokse.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKIL-BOKSLINJE.
           MOVE SPACES TO BOKS-FELT9 BOKS-FELT10 BOKS-FELT11
           UNSTRING BOKS-LINJE
               DELIMITED BY ";"
               INTO BOKS-FELT1 BOKS-FELT2 BOKS-FELT3
                    BOKS-FELT4 BOKS-FELT5 BOKS-FELT6
                    BOKS-FELT7 BOKS-FELT8 BOKS-FELT9
                    BOKS-FELT10 BOKS-FELT11.

       SKRIV-BOKSLINJE.
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
               ";"
               BOKS-FELT8 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BOKS-FELT11) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

      * Samme supervisor-legitimering som AFTALE's brud foer tid.
       SUPERVISOR-GODKEND.
           MOVE "N" TO SUP-GODKENDT
           DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
           ACCEPT SUP-ID
           DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
           ACCEPT SUP-KODE
           CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
               SUP-RETUR
           IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
               MOVE "J" TO SUP-GODKENDT
               MOVE "OVERSTYR" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               MOVE ALL SPACES TO LT-DETALJE
               STRING "T:" DELIMITED BY SIZE
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   " BOKS:" DELIMITED BY SIZE
                   FUNCTION TRIM(NY-FILIAL) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(NY-BOKSNR) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                   LT-RC SUP-ID LT-DETALJE
           END-IF.

      * Operatoerens filial (8. felt i brugere.txt, blank = HK -
      * samme regel som OPRETKONTO).
       FIND-OPERATOR-FILIAL.
           MOVE "HK" TO OPERATOR-FILIAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BRUGERFIL
           IF BRUGERFIL-STATUS = "35"
               CLOSE BRUGERFIL
           ELSE
               PERFORM UNTIL EOF
                   READ BRUGERFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BRUGER-FILIAL
                           UNSTRING BRUGER-LINJE
                               DELIMITED BY ";"
                               INTO BRUGER-ID BRUGER-KODE
                                    BRUGER-NAVN BRUGER-ROLLE
                                    BRUGER-STATUS BRUGER-FEJL
                                    BRUGER-SKIFT BRUGER-FILIAL
                           IF FUNCTION TRIM(BRUGER-ID) =
                               FUNCTION TRIM(OPERATOR-ID)
                               AND FUNCTION TRIM(BRUGER-FILIAL)
                                   NOT = SPACES
                               MOVE FUNCTION TRIM(BRUGER-FILIAL)
                                   TO OPERATOR-FILIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRUGERFIL
           END-IF.

      * Pristabellen (samme "opret hvis filen mangler"-moenster
      * som SIKR-GEBYRFIL i GEBYRBATCH).
       SIKR-PRISFIL.
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
               OPEN OUTPUT PRISFIL
               MOVE "S;400.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               MOVE "M;650.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               MOVE "L;1000.00" TO PRIS-LINJE
               WRITE PRIS-LINJE
               CLOSE PRISFIL
           ELSE
               CLOSE PRISFIL
           END-IF.

      * Stoerrelserne i pristabellen til prompten.
       LAES-PRISER.
           MOVE SPACES TO PRIS-LISTE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               UNSTRING PRIS-LINJE
                                   DELIMITED BY ";"
                                   INTO PRIS-STOERRELSE
                                        PRIS-BELOEB-TXT
                               MOVE PRIS-LISTE TO TILLAEG-TXT
                               MOVE ALL SPACES TO PRIS-LISTE
                               IF TILLAEG-TXT = SPACES
                                   MOVE FUNCTION TRIM(PRIS-STOERRELSE)
                                       TO PRIS-LISTE
                               ELSE
                                   STRING
                                       FUNCTION TRIM(TILLAEG-TXT)
                                           DELIMITED BY SIZE
                                       "/" DELIMITED BY SIZE
                                       FUNCTION TRIM(PRIS-STOERRELSE)
                                           DELIMITED BY SIZE
                                       INTO PRIS-LISTE
                                   END-STRING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF.

       FIND-PRIS.
           MOVE "N" TO PRIS-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               UNSTRING PRIS-LINJE
                                   DELIMITED BY ";"
                                   INTO PRIS-STOERRELSE
                                        PRIS-BELOEB-TXT
                               IF FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(PRIS-STOERRELSE)) =
                                   FUNCTION TRIM(NY-STOERRELSE)
                                   MOVE "J" TO PRIS-FUNDET
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF.
