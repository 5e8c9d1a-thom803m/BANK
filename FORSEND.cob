       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSEND.

      *> Faelles udgangsmodul for alle breve til kunder. De
      *> brevskrivende programmer (RYKKER, AFTALEVARSEL, FASTKOER,
      *> SATSVARSEL, BOKSLEJE, BINDFRIGIV, ADVISKOER, MAANEDSUDTOG)
      *> skriver ikke laengere hver sin brevfil med eget layout, men
      *> kalder modulet, der stiller brevet i koe i forsend_koe.txt
      *> (FORSENDREC.cpy) med modtagerens kanal. FORSENDKOER fordeler
      *> koeen i natbatchen: papirbreve til printfilen sorteret
      *> efter postnummer, digitale breve til leverancefilen til den
      *> digitale postkasse, og tilbageholdte til manuel behandling.
      *>
      *> Kald: CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
      *>       FO-LINJE FO-RETUR
      *>   "B" = nyt brev til Kunde-ID FO-KUNDE af typen FO-BREVTYPE
      *>         med overskriften FO-LINJE. Modulet slaar kanalen op
      *>         og skriver selv brevhovedet (overskrift, navn og
      *>         adresse i samme layout for alle brevtyper).
      *>   "L" = naeste tekstlinje FO-LINJE i det aabne brev.
      *> FO-RETUR: 0 = leveres (digitalt eller paa papir),
      *>           1 = tilbageholdt (adressebeskyttelse),
      *>           2 = uanbringeligt (kunden findes ikke).
      *>
      *> Kanalen: en kunde hvis CPR staar i adressebeskyttelse.txt
      *> tilbageholdes altid (adressen maa ikke udskrives); ellers
      *> gaelder kundens valg i brevkanal.txt (BREVKANAL-skaermen,
      *> seneste linje for kunden vinder), og uden valg sendes
      *> digitalt - dog paa papir naar kunden ikke har CPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOEFIL ASSIGN TO "forsend_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT BESKYTFIL ASSIGN TO "adressebeskyttelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESKYTFIL-STATUS.
           SELECT KANALFIL ASSIGN TO "brevkanal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KANALFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KOEFIL.
       COPY "FORSENDREC.cpy".

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD BESKYTFIL.
       01 BESKYT-LINJE     PIC X(15).

       FD KANALFIL.
       01 KANAL-LINJE      PIC X(60).

       WORKING-STORAGE SECTION.
       01 KOEFIL-STATUS    PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 BESKYTFIL-STATUS PIC XX.
       01 KANALFIL-STATUS  PIC XX.

      * Det aabne brevs modtager og kanal - huskes mellem "B" og de
      * efterfoelgende "L"-kald.
       01 BREV-KANAL       PIC X(1) VALUE "U".
       01 BREV-POSTNR      PIC X(10).
       01 BREV-TYPE        PIC X(15).
       01 BREV-KUNDE       PIC X(10).
       01 BREV-CPR         PIC X(11).

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "J".
       01 KUNDE-NAVN       PIC X(60).
       01 KUNDE-ADRESSE    PIC X(60).
       01 KUNDE-POSTBY     PIC X(45).

       01 KV-FELT1         PIC X(10).
       01 KV-FELT2         PIC X(1).

       01 LINJE            PIC X(120).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       LINKAGE SECTION.
       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15).
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       PROCEDURE DIVISION USING FO-HANDLING FO-KUNDE FO-BREVTYPE
           FO-LINJE FO-RETUR.

           EVALUATE FO-HANDLING
               WHEN "B"
                   PERFORM NYT-BREV
               WHEN "L"
                   MOVE FO-LINJE TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE BREV-KANAL
               WHEN "B"
                   MOVE 1 TO FO-RETUR
               WHEN "U"
                   MOVE 2 TO FO-RETUR
               WHEN OTHER
                   MOVE 0 TO FO-RETUR
           END-EVALUATE
           EXIT PROGRAM.

      * Nyt brev: find modtager og kanal, skriv H-posten og
      * brevhovedet.
       NYT-BREV.
           MOVE FO-KUNDE TO BREV-KUNDE
           MOVE FO-BREVTYPE TO BREV-TYPE
           MOVE SPACES TO BREV-POSTNR
           MOVE SPACES TO BREV-CPR
           PERFORM HENT-KUNDE
           IF NOT KUNDE-EXISTERER
               MOVE "U" TO BREV-KANAL
           ELSE
               PERFORM FIND-KANAL
           END-IF

           MOVE KUNDE-NAVN TO LINJE
           OPEN EXTEND KOEFIL
           IF KOEFIL-STATUS = "35"
               OPEN OUTPUT KOEFIL
           END-IF
           PERFORM FLYT-HOVEDFELTER
           MOVE "H" TO FP-POSTTYPE
           MOVE LINJE TO FP-TEKST
           WRITE FORSEND-POST
           CLOSE KOEFIL

           MOVE "========================================" TO LINJE
           PERFORM SKRIV-TEKSTLINJE
           MOVE FO-LINJE TO LINJE
           PERFORM SKRIV-TEKSTLINJE
           EVALUATE BREV-KANAL
               WHEN "U"
                   MOVE ALL SPACES TO LINJE
                   STRING "Ukendt modtager (Kunde-ID "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(BREV-KUNDE) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   PERFORM SKRIV-TEKSTLINJE
               WHEN "B"
                   MOVE KUNDE-NAVN TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
                   MOVE "(adressebeskyttet - adresse udeladt)"
                       TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
               WHEN OTHER
                   MOVE KUNDE-NAVN TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
                   MOVE KUNDE-ADRESSE TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
                   MOVE KUNDE-POSTBY TO LINJE
                   PERFORM SKRIV-TEKSTLINJE
           END-EVALUATE.

       SKRIV-TEKSTLINJE.
           OPEN EXTEND KOEFIL
           IF KOEFIL-STATUS = "35"
               OPEN OUTPUT KOEFIL
           END-IF
           PERFORM FLYT-HOVEDFELTER
           MOVE "L" TO FP-POSTTYPE
           MOVE LINJE TO FP-TEKST
           WRITE FORSEND-POST
           CLOSE KOEFIL.

       FLYT-HOVEDFELTER.
           MOVE BREV-KANAL TO FP-KANAL
           MOVE BREV-POSTNR TO FP-POSTNR
           MOVE BREV-TYPE TO FP-BREVTYPE
           MOVE BREV-KUNDE TO FP-KUNDE
           MOVE BREV-CPR TO FP-CPR.

       HENT-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           MOVE "ukendt" TO KUNDE-NAVN
           MOVE SPACES TO KUNDE-ADRESSE
           MOVE SPACES TO KUNDE-POSTBY
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(BREV-KUNDE) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KUNDE-EXISTERER TO TRUE
                       MOVE ALL SPACES TO KUNDE-NAVN
                       STRING
                           FUNCTION TRIM(FELT-FORNAVN)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(FELT-EFTERNAVN)
                               DELIMITED BY SIZE
                           INTO KUNDE-NAVN
                       END-STRING
                       MOVE FELT-ADRESSE TO KUNDE-ADRESSE
                       MOVE ALL SPACES TO KUNDE-POSTBY
                       STRING
                           FUNCTION TRIM(FELT-POSTNR)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(FELT-BY)
                               DELIMITED BY SIZE
                           INTO KUNDE-POSTBY
                       END-STRING
                       MOVE FELT-POSTNR TO BREV-POSTNR
                       MOVE FELT-CPR TO BREV-CPR
               END-READ
               CLOSE KUNDEFIL
           END-IF.

      * Adressebeskyttelse gaar forud for kundens eget valg.
       FIND-KANAL.
           IF FUNCTION TRIM(BREV-CPR) = SPACES
               MOVE "P" TO BREV-KANAL
           ELSE
               MOVE "D" TO BREV-KANAL
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
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KANAL-LINJE)) > 0
                               MOVE SPACES TO KV-FELT2
                               UNSTRING KANAL-LINJE
                                   DELIMITED BY ";"
                                   INTO KV-FELT1 KV-FELT2
                               IF FUNCTION NUMVAL(KV-FELT1) =
                                   FUNCTION NUMVAL(BREV-KUNDE)
                                   AND (KV-FELT2 = "D"
                                       OR KV-FELT2 = "P")
                                   MOVE KV-FELT2 TO BREV-KANAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KANALFIL
           END-IF

           IF FUNCTION TRIM(BREV-CPR) NOT = SPACES
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
                                   FUNCTION TRIM(BREV-CPR)
                                   MOVE "B" TO BREV-KANAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BESKYTFIL
               END-IF
           END-IF.
