       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOALARM.

      *> Vedligeholdelsesskaerm for kundernes saldoalarmer
      *> (saldoalarm.txt, ALARMREC.cpy). En alarm knyttes til en
      *> Konto-ID og sendes til kontoens ejer eller medejer:
      *>   SALDO-UNDER = saldoen er faldet under et beloeb,
      *>   OVERTRAEK   = kontoen er gaaet i overtraek (saldo < 0),
      *>   STOR-IND    = en enkelt indgaaende postering paa mindst
      *>                 beloebet,
      *>   STOR-UD     = en enkelt udgaaende postering paa mindst
      *>                 beloebet.
      *> Beloeb er i kontoens valuta. ALARMKOER vurderer alarmerne i
      *> natbatchen og sender dem gennem kundens brevkanal (FORSEND).
      *> Saldoalarmerne udloeses kun een gang pr. krydsning; ved
      *> oprettelsen saettes tilstanden efter den aktuelle saldo, saa
      *> en konto der allerede er under graensen foerst giver alarm
      *> ved naeste krydsning. Handlinger: O = opret, L = list
      *> kontoens alarmer, S = stop en alarm (status O).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALARMFIL ASSIGN TO "saldoalarm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALARMFIL-STATUS.
           SELECT ALARMTEMP ASSIGN TO "saldoalarm_tmp.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD ALARMFIL.
       01 ALARM-LINJE      PIC X(150).

       FD ALARMTEMP.
       01 ALARMTEMP-LINJE  PIC X(150).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       01 ALARMFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       COPY "KONTOREC.cpy".
       COPY "ALARMREC.cpy".

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-LISTE      VALUE "L" "l".
          88 ER-STOP       VALUE "S" "s".

       01 SØGE-KONTO-ID    PIC X(10).
       01 IND-KUNDE-ID     PIC X(10).
       01 IND-TYPE         PIC X.
       01 IND-GRAENSE      PIC X(15).
       01 IND-ALARM-ID     PIC X(10).

       01 NY-ALARM-ID      PIC X(10).
       01 NY-TYPE          PIC X(12).
       01 NY-GRAENSE       PIC S9(13)V99.
       01 GRAENSE-EDIT     PIC -(12)9.99.
       01 GRAENSE-TXT      PIC X(15).
       01 NY-TILSTAND      PIC X.

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 KONTO-EJER       PIC X(10).
       01 KONTO-MEDEJER    PIC X(10).
       01 KONTO-SALDO      PIC S9(13)V99.
       01 KONTO-VALUTA     PIC X(5).
       01 SALDO-EDIT       PIC -(12)9.99.

       01 GYLDIG           PIC X VALUE "J".
          88 ER-GYLDIG     VALUE "J".
       01 ALARM-FUNDET     PIC X VALUE "N".
          88 ALARM-ER-FUNDET VALUE "J".
       01 ANTAL-ALARMER    PIC 9(5) VALUE 0.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(150).

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "SALDOALARM".
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

           DISPLAY "=== SALDOALARM (KUNDEALARMER) ===".
           DISPLAY "Opret (O), list (L) eller stop (S) alarm: "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-ALARM
               WHEN ER-LISTE
                   PERFORM LISTE-ALARMER
               WHEN ER-STOP
                   PERFORM STOP-ALARM
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny alarm: aaben konto, modtager (ejer eller medejer), type
      * og graense. Samme konto, type og graense maa ikke vaere
      * aktiv i forvejen.
       OPRET-ALARM.
           MOVE "J" TO GYLDIG
           DISPLAY "Konto-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KONTO-ID
           PERFORM FIND-KONTO
           IF NOT KONTO-EXISTERER
               DISPLAY "Afvist: konto " FUNCTION TRIM(SØGE-KONTO-ID)
                   " findes ikke eller er lukket."
               MOVE "N" TO GYLDIG
           ELSE
               MOVE KONTO-SALDO TO SALDO-EDIT
               DISPLAY "Konto " FUNCTION TRIM(SØGE-KONTO-ID)
                   " ejer " FUNCTION TRIM(KONTO-EJER)
                   " saldo " FUNCTION TRIM(SALDO-EDIT) " "
                   FUNCTION TRIM(KONTO-VALUTA)
           END-IF
           IF ER-GYLDIG
               DISPLAY "Modtagerens Kunde-ID (blank = ejeren): "
                   WITH NO ADVANCING
               ACCEPT IND-KUNDE-ID
               IF FUNCTION TRIM(IND-KUNDE-ID) = SPACES
                   MOVE KONTO-EJER TO IND-KUNDE-ID
               END-IF
               IF FUNCTION NUMVAL(IND-KUNDE-ID) NOT =
                   FUNCTION NUMVAL(KONTO-EJER)
                   AND (FUNCTION TRIM(KONTO-MEDEJER) = SPACES
                   OR FUNCTION NUMVAL(IND-KUNDE-ID) NOT =
                   FUNCTION NUMVAL(KONTO-MEDEJER))
                   DISPLAY "Afvist: modtageren skal vaere kontoens "
                       "ejer eller medejer."
                   MOVE "N" TO GYLDIG
               END-IF
           END-IF
           IF ER-GYLDIG
               DISPLAY "Type (1=saldo under beloeb, 2=overtraek, "
                   "3=stort beloeb ind, 4=stort beloeb ud): "
                   WITH NO ADVANCING
               ACCEPT IND-TYPE
               EVALUATE IND-TYPE
                   WHEN "1"
                       MOVE "SALDO-UNDER" TO NY-TYPE
                   WHEN "2"
                       MOVE "OVERTRAEK" TO NY-TYPE
                   WHEN "3"
                       MOVE "STOR-IND" TO NY-TYPE
                   WHEN "4"
                       MOVE "STOR-UD" TO NY-TYPE
                   WHEN OTHER
                       DISPLAY "Afvist: type skal vaere 1-4."
                       MOVE "N" TO GYLDIG
               END-EVALUATE
           END-IF
           IF ER-GYLDIG
               PERFORM LAES-GRAENSE
           END-IF
           IF ER-GYLDIG
               PERFORM TJEK-DUBLET
           END-IF
           IF ER-GYLDIG
               PERFORM SKRIV-NY-ALARM
           END-IF.

      * OVERTRAEK har ingen graense; de andre skal have et beloeb
      * (SALDO-UNDER maa gerne vaere 0, de store beloeb ikke).
       LAES-GRAENSE.
           MOVE 0 TO NY-GRAENSE
           MOVE SPACES TO GRAENSE-TXT
           IF NY-TYPE NOT = "OVERTRAEK"
               DISPLAY "Beloeb i " FUNCTION TRIM(KONTO-VALUTA) ": "
                   WITH NO ADVANCING
               ACCEPT IND-GRAENSE
               IF FUNCTION TRIM(IND-GRAENSE) = SPACES
                   DISPLAY "Afvist: beloeb mangler."
                   MOVE "N" TO GYLDIG
               ELSE
                   MOVE FUNCTION NUMVAL(IND-GRAENSE) TO NY-GRAENSE
                   IF NY-GRAENSE < 0
                       OR (NY-GRAENSE = 0 AND NY-TYPE NOT =
                       "SALDO-UNDER")
                       DISPLAY "Afvist: ugyldigt beloeb."
                       MOVE "N" TO GYLDIG
                   ELSE
                       MOVE NY-GRAENSE TO GRAENSE-EDIT
                       MOVE FUNCTION TRIM(GRAENSE-EDIT)
                           TO GRAENSE-TXT
                   END-IF
               END-IF
           END-IF.

       TJEK-DUBLET.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALARMFIL
           IF ALARMFIL-STATUS = "35"
               CLOSE ALARMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ALARMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ALARM-LINJE)) > 0
                               PERFORM SKIL-ALARMLINJE
                               IF ALM-FELT9 = "A"
                                   AND FUNCTION NUMVAL(ALM-FELT2) =
                                   FUNCTION NUMVAL(SØGE-KONTO-ID)
                                   AND ALM-FELT4 = NY-TYPE
                                   AND FUNCTION NUMVAL(ALM-FELT5) =
                                   NY-GRAENSE
                                   MOVE "N" TO GYLDIG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMFIL
           END-IF
           IF NOT ER-GYLDIG
               DISPLAY "Afvist: kontoen har allerede en aktiv "
                   "alarm af samme type og beloeb."
           END-IF.

      * Tilstanden saettes efter den aktuelle saldo, saa en allerede
      * krydset graense ikke udloeser en alarm i nat.
       SKRIV-NY-ALARM.
           MOVE "N" TO NY-TILSTAND
           EVALUATE NY-TYPE
               WHEN "SALDO-UNDER"
                   IF KONTO-SALDO < NY-GRAENSE
                       MOVE "J" TO NY-TILSTAND
                   END-IF
               WHEN "OVERTRAEK"
                   IF KONTO-SALDO < 0
                       MOVE "J" TO NY-TILSTAND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CALL "NYTLOEBENR" USING NY-ALARM-ID
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NY-ALARM-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SØGE-KONTO-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IND-KUNDE-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GRAENSE-TXT) DELIMITED BY SIZE
               ";"
               NY-TILSTAND DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";A;;"
               INTO LINJE
           END-STRING
           OPEN EXTEND ALARMFIL
           IF ALARMFIL-STATUS = "35"
               OPEN OUTPUT ALARMFIL
           END-IF
           WRITE ALARM-LINJE FROM LINJE
           CLOSE ALARMFIL
           DISPLAY "Alarm " FUNCTION TRIM(NY-ALARM-ID) " oprettet: "
               FUNCTION TRIM(NY-TYPE) " " FUNCTION TRIM(GRAENSE-TXT)
               " paa konto " FUNCTION TRIM(SØGE-KONTO-ID)
               " til kunde " FUNCTION TRIM(IND-KUNDE-ID) "."
           IF NY-TILSTAND = "J"
               DISPLAY "  Graensen er allerede krydset - alarmen "
                   "udloeses ved naeste krydsning."
           END-IF
           MOVE 0 TO RETUR.

       LISTE-ALARMER.
           DISPLAY "Konto-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KONTO-ID
           MOVE 0 TO ANTAL-ALARMER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALARMFIL
           IF ALARMFIL-STATUS = "35"
               CLOSE ALARMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ALARMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ALARM-LINJE)) > 0
                               PERFORM SKIL-ALARMLINJE
                               IF FUNCTION NUMVAL(ALM-FELT2) =
                                   FUNCTION NUMVAL(SØGE-KONTO-ID)
                                   ADD 1 TO ANTAL-ALARMER
                                   DISPLAY "  " ALM-FELT1 " "
                                       ALM-FELT4 " "
                                       ALM-FELT5 " til "
                                       FUNCTION TRIM(ALM-FELT3)
                                       " status " ALM-FELT9
                                       " krydset " ALM-FELT6
                                       " senest udloest "
                                       FUNCTION TRIM(ALM-FELT11)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMFIL
           END-IF
           IF ANTAL-ALARMER = 0
               DISPLAY "Ingen alarmer paa konto "
                   FUNCTION TRIM(SØGE-KONTO-ID) "."
           END-IF
           MOVE 0 TO RETUR.

      * Alarmen saettes til status O via temp-fil/FILSKIFT; linjen
      * bevares som historik.
       STOP-ALARM.
           DISPLAY "Alarm-ID: " WITH NO ADVANCING
           ACCEPT IND-ALARM-ID
           MOVE "N" TO ALARM-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALARMFIL
           IF ALARMFIL-STATUS = "35"
               CLOSE ALARMFIL
           ELSE
               OPEN OUTPUT ALARMTEMP
               PERFORM UNTIL EOF
                   READ ALARMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ALARM-LINJE)) > 0
                               PERFORM SKIL-ALARMLINJE
                               IF FUNCTION TRIM(ALM-FELT1) =
                                   FUNCTION TRIM(IND-ALARM-ID)
                                   AND ALM-FELT9 = "A"
                                   SET ALARM-ER-FUNDET TO TRUE
                                   MOVE "O" TO ALM-FELT9
                                   PERFORM DAN-ALARMLINJE
                                   WRITE ALARMTEMP-LINJE FROM LINJE
                               ELSE
                                   WRITE ALARMTEMP-LINJE
                                       FROM ALARM-LINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMFIL
               CLOSE ALARMTEMP
               IF ALARM-ER-FUNDET
                   MOVE "S" TO FS-HANDLING
               ELSE
                   MOVE "D" TO FS-HANDLING
               END-IF
               MOVE "saldoalarm_tmp.txt" TO FS-KILDE
               MOVE "saldoalarm.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF
           IF ALARM-ER-FUNDET
               DISPLAY "Alarm " FUNCTION TRIM(IND-ALARM-ID)
                   " er stoppet."
               MOVE 0 TO RETUR
           ELSE
               DISPLAY "Ingen aktiv alarm "
                   FUNCTION TRIM(IND-ALARM-ID) "."
           END-IF.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-KONTO-ID) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       IF KONTO-FELT9 NOT = "J"
                           AND KONTO-FELT9 NOT = "j"
                           SET KONTO-EXISTERER TO TRUE
                           MOVE KONTO-FELT2 TO KONTO-EJER
                           MOVE KONTO-FELT8 TO KONTO-MEDEJER
                           MOVE FUNCTION NUMVAL(KONTO-FELT4)
                               TO KONTO-SALDO
                           IF FUNCTION TRIM(KONTO-FELT5) = SPACES
                               MOVE "DKK" TO KONTO-VALUTA
                           ELSE
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(KONTO-FELT5))
                                   TO KONTO-VALUTA
                           END-IF
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

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

       SKIL-ALARMLINJE.
           MOVE SPACES TO ALM-FELT5 ALM-FELT6 ALM-FELT7 ALM-FELT8
               ALM-FELT9 ALM-FELT10 ALM-FELT11
           UNSTRING ALARM-LINJE
               DELIMITED BY ";"
               INTO ALM-FELT1 ALM-FELT2 ALM-FELT3 ALM-FELT4
                    ALM-FELT5 ALM-FELT6 ALM-FELT7 ALM-FELT8
                    ALM-FELT9 ALM-FELT10 ALM-FELT11.

       DAN-ALARMLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(ALM-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT5) DELIMITED BY SIZE
               ";"
               ALM-FELT6 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT8) DELIMITED BY SIZE
               ";"
               ALM-FELT9 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ALM-FELT11) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.
