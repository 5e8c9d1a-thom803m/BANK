       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVKANAL.

      *> Vedligeholdelsesskaerm for kundens foretrukne brevkanal
      *> (brevkanal.txt, "KUNDE;KANAL;DATO;AF", D = digital postkasse,
      *> P = papir). Filen tilfoejes kun - seneste linje for kunden
      *> gaelder, og de tidligere linjer er historikken over kundens
      *> valg. FORSEND slaar kanalen op for hvert brev; uden valg
      *> sendes digitalt, og en kunde uden CPR kan kun faa papir.
      *> Visningen viser ogsaa om kunden er adressebeskyttet
      *> (adressebeskyttelse.txt) - saa tilbageholdes alle breve
      *> uanset kanalvalget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KANALFIL ASSIGN TO "brevkanal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KANALFIL-STATUS.
           SELECT BESKYTFIL ASSIGN TO "adressebeskyttelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESKYTFIL-STATUS.
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
       FD KANALFIL.
       01 KANAL-LINJE      PIC X(60).

       FD BESKYTFIL.
       01 BESKYT-LINJE     PIC X(15).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01 KANALFIL-STATUS  PIC XX.
       01 BESKYTFIL-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-VIS        VALUE "V" "v".
          88 ER-SAET       VALUE "S" "s".

       01 SØGE-KUNDE-ID    PIC X(10).
       01 NY-KANAL         PIC X.

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "Y".
       01 KUNDE-NAVN       PIC X(60).
       01 KUNDE-CPR        PIC X(11).
       01 BESKYTTET        PIC X VALUE "N".
          88 ER-BESKYTTET  VALUE "J".

       01 KV-FELT1         PIC X(10).
       01 KV-FELT2         PIC X(1).
       01 KV-FELT3         PIC X(10).
       01 KV-FELT4         PIC X(10).

       01 GAELDENDE-KANAL  PIC X.
       01 ANTAL-VALG       PIC 9(5) VALUE 0.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(60).

       01 LT-PROGRAM       PIC X(20) VALUE "BREVKANAL".
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

           DISPLAY "=== BREVKANAL (DIGITAL/PAPIR) ===".
           DISPLAY "Vis (V) eller saet (S) kundens brevkanal: "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-VIS
                   PERFORM VIS-KANAL
               WHEN ER-SAET
                   PERFORM SAET-KANAL
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Kunden, den gaeldende kanal og historikken over valgene.
       VIS-KANAL.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           PERFORM FIND-KUNDE
           IF NOT KUNDE-EXISTERER
               DISPLAY "Kunde " FUNCTION TRIM(SØGE-KUNDE-ID)
                   " findes ikke."
           ELSE
               DISPLAY "Kunde " FUNCTION TRIM(SØGE-KUNDE-ID) " "
                   FUNCTION TRIM(KUNDE-NAVN)
               PERFORM LAES-VALG
               IF ANTAL-VALG = 0
                   DISPLAY "  Intet valg registreret - standard."
               END-IF
               EVALUATE GAELDENDE-KANAL
                   WHEN "D"
                       DISPLAY "  Gaeldende kanal: DIGITAL"
                   WHEN OTHER
                       DISPLAY "  Gaeldende kanal: PAPIR"
               END-EVALUATE
               PERFORM TJEK-BESKYTTET
               IF ER-BESKYTTET
                   DISPLAY "  Kunden er adressebeskyttet - alle "
                       "breve tilbageholdes til manuel "
                       "behandling."
               END-IF
               MOVE 0 TO RETUR
           END-IF.

      * Nyt valg tilfoejes som ny linje; D kraever CPR.
       SAET-KANAL.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           PERFORM FIND-KUNDE
           IF NOT KUNDE-EXISTERER
               DISPLAY "Afvist: kunde " FUNCTION TRIM(SØGE-KUNDE-ID)
                   " findes ikke."
           ELSE
               DISPLAY "Kanal (D = digital, P = papir): "
                   WITH NO ADVANCING
               ACCEPT NY-KANAL
               MOVE FUNCTION UPPER-CASE(NY-KANAL) TO NY-KANAL
               EVALUATE TRUE
                   WHEN NY-KANAL NOT = "D" AND NY-KANAL NOT = "P"
                       DISPLAY "Afvist: kanalen skal vaere D eller P."
                   WHEN NY-KANAL = "D"
                       AND FUNCTION TRIM(KUNDE-CPR) = SPACES
                       DISPLAY "Afvist: kunden har intet CPR og kan "
                           "ikke modtage digital post."
                   WHEN OTHER
                       MOVE ALL SPACES TO LINJE
                       STRING
                           FUNCTION TRIM(SØGE-KUNDE-ID)
                               DELIMITED BY SIZE
                           ";"
                           NY-KANAL DELIMITED BY SIZE
                           ";"
                           NU-DATO-TXT DELIMITED BY SIZE
                           ";"
                           FUNCTION TRIM(OPERATOR-ID)
                               DELIMITED BY SIZE
                           INTO LINJE
                       END-STRING
                       OPEN EXTEND KANALFIL
                       IF KANALFIL-STATUS = "35"
                           OPEN OUTPUT KANALFIL
                       END-IF
                       WRITE KANAL-LINJE FROM LINJE
                       CLOSE KANALFIL
                       DISPLAY "Brevkanal for kunde "
                           FUNCTION TRIM(SØGE-KUNDE-ID)
                           " sat til " NY-KANAL
                           " - gaelder fra naeste brev."
                       MOVE 0 TO RETUR
               END-EVALUATE
           END-IF.

      * Samme regel som FORSEND: seneste linje vinder, ellers
      * digitalt - papir naar kunden ikke har CPR.
       LAES-VALG.
           MOVE 0 TO ANTAL-VALG
           IF FUNCTION TRIM(KUNDE-CPR) = SPACES
               MOVE "P" TO GAELDENDE-KANAL
           ELSE
               MOVE "D" TO GAELDENDE-KANAL
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KANALFIL
           IF KANALFIL-STATUS = "35"
               CLOSE KANALFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KANALFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM VIS-VALG-LINJE
                   END-READ
               END-PERFORM
               CLOSE KANALFIL
           END-IF.

       VIS-VALG-LINJE.
           IF FUNCTION LENGTH(FUNCTION TRIM(KANAL-LINJE)) > 0
               MOVE SPACES TO KV-FELT2 KV-FELT3 KV-FELT4
               UNSTRING KANAL-LINJE
                   DELIMITED BY ";"
                   INTO KV-FELT1 KV-FELT2 KV-FELT3 KV-FELT4
               IF FUNCTION NUMVAL(KV-FELT1) =
                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                   AND (KV-FELT2 = "D" OR KV-FELT2 = "P")
                   ADD 1 TO ANTAL-VALG
                   MOVE KV-FELT2 TO GAELDENDE-KANAL
                   DISPLAY "  " FUNCTION TRIM(KV-FELT3) " kanal "
                       KV-FELT2 " sat af " FUNCTION TRIM(KV-FELT4)
               END-IF
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           MOVE SPACES TO KUNDE-NAVN KUNDE-CPR
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-KUNDE-ID) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KUNDE-EXISTERER TO TRUE
                       STRING
                           FUNCTION TRIM(FELT-FORNAVN)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(FELT-EFTERNAVN)
                               DELIMITED BY SIZE
                           INTO KUNDE-NAVN
                       END-STRING
                       MOVE FELT-CPR TO KUNDE-CPR
               END-READ
               CLOSE KUNDEFIL
           END-IF.

       TJEK-BESKYTTET.
           MOVE "N" TO BESKYTTET
           IF FUNCTION TRIM(KUNDE-CPR) NOT = SPACES
               MOVE "N" TO EOF-FLAG
               OPEN INPUT BESKYTFIL
               IF BESKYTFIL-STATUS = "35"
                   CLOSE BESKYTFIL
               ELSE
                   PERFORM UNTIL EOF
                       READ BESKYTFIL
                           AT END SET EOF TO TRUE
                           NOT AT END
                               IF FUNCTION TRIM(BESKYT-LINJE) =
                                   FUNCTION TRIM(KUNDE-CPR)
                                   MOVE "J" TO BESKYTTET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BESKYTFIL
               END-IF
           END-IF.
