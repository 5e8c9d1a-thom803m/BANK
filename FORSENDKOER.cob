       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSENDKOER.

      *> Natbatch-trin der fordeler dagens breve fra koeen
      *> forsend_koe.txt (stillet i koe af FORSEND, FORSENDREC.cpy)
      *> efter den kanal FORSEND fandt for modtageren:
      *>   P  papir -> print_<AAAAMMDD>.txt til trykkeriet, sorteret
      *>      efter modtagerens postnummer (portorabat); brevene
      *>      beholder deres indbyrdes raekkefoelge inden for samme
      *>      postnummer.
      *>   D  digital -> digitalpost_<AAAAMMDD>.txt til den digitale
      *>      postkasse, et brev pr. "BREV;kunde;cpr;brevtype" fulgt
      *>      af brevets linjer som "TEKST;<linje>".
      *>   B  adressebeskyttet og U uanbringeligt -> tilbageholdes i
      *>      forsend_tilbageholdt.txt til manuel behandling; de
      *>      sendes hverken til trykkeriet eller digitalt.
      *> Udgangsloggen forsend_log.txt faar en linje
      *> "DATO;BREVTYPE;KANAL;ANTAL" pr. brevtype og kanal, som
      *> grundlag for portokontrollen. Til sidst omdoebes koeen til
      *> forsend_koe_behandlet.txt, saa en genkoersel samme nat ikke
      *> sender brevene igen. Ingen koe betyder ingen breve i dag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOEFIL ASSIGN TO "forsend_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT PRINTFIL ASSIGN USING PRINTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTFIL-STATUS.
           SELECT DIGITALFIL ASSIGN USING DIGITALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIGITALFIL-STATUS.
           SELECT HOLDFIL ASSIGN TO "forsend_tilbageholdt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFIL-STATUS.
           SELECT LOGFIL ASSIGN TO "forsend_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KOEFIL.
       COPY "FORSENDREC.cpy".

       FD PRINTFIL.
       01 PRINT-LINJE      PIC X(120).

       FD DIGITALFIL.
       01 DIGITAL-LINJE    PIC X(200).

       FD HOLDFIL.
       01 HOLD-LINJE       PIC X(200).

       FD LOGFIL.
       01 LOG-LINJE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 KOEFIL-STATUS    PIC XX.
       01 PRINTFIL-STATUS  PIC XX.
       01 DIGITALFIL-STATUS PIC XX.
       01 HOLDFIL-STATUS   PIC XX.
       01 LOGFIL-STATUS    PIC XX.

       01 PRINTFIL-NAVN    PIC X(40).
       01 DIGITALFIL-NAVN  PIC X(40).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

      * De forskellige postnumre paa dagens papirbreve, stigende.
       01 POSTNR-TABEL.
          05 PN-POSTNR OCCURS 2000 TIMES PIC X(10).
       01 ANTAL-POSTNR     PIC 9(4) VALUE 0.
       01 MAKS-POSTNR      PIC 9(4) VALUE 2000.
       01 PN-IDX           PIC 9(4).
       01 PN-IDX2          PIC 9(4).
       01 PN-FUNDET        PIC X VALUE "N".
          88 POSTNR-FINDES VALUE "J".
       01 AKTUELT-POSTNR   PIC X(10).

      * Optaelling til udgangsloggen - antal breve pr. type og kanal.
       01 TYPE-TABEL.
          05 TT-RAEKKE OCCURS 50 TIMES.
             10 TT-TYPE        PIC X(15).
             10 TT-ANTAL-D     PIC 9(5).
             10 TT-ANTAL-P     PIC 9(5).
             10 TT-ANTAL-B     PIC 9(5).
             10 TT-ANTAL-U     PIC 9(5).
       01 ANTAL-TYPER      PIC 9(3) VALUE 0.
       01 MAKS-TYPER       PIC 9(3) VALUE 50.
       01 TT-IDX           PIC 9(3).
       01 TT-FUNDET        PIC 9(3).

       01 ANTAL-BREVE      PIC 9(5) VALUE 0.
       01 ANTAL-PAPIR      PIC 9(5) VALUE 0.
       01 ANTAL-DIGITAL    PIC 9(5) VALUE 0.
       01 ANTAL-HOLDT      PIC 9(5) VALUE 0.

       01 LOG-KANAL        PIC X(1).
       01 LOG-ANTAL        PIC 9(5).
       01 ANTAL-EDIT       PIC Z(4)9.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "FORSENDKOER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== FORSENDKOER: Fordeling af dagens breve ===".

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
           MOVE ALL SPACES TO PRINTFIL-NAVN
           STRING "print_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PRINTFIL-NAVN
           END-STRING
           MOVE ALL SPACES TO DIGITALFIL-NAVN
           STRING "digitalpost_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO DIGITALFIL-NAVN
           END-STRING

           MOVE 0 TO RETUR
           MOVE 0 TO ANTAL-BREVE ANTAL-PAPIR ANTAL-DIGITAL ANTAL-HOLDT
           MOVE 0 TO ANTAL-TYPER ANTAL-POSTNR
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
               DISPLAY "Ingen breve i koe i dag."
           ELSE
               CLOSE KOEFIL
               PERFORM FIND-POSTNUMRE
               IF ANTAL-POSTNR > MAKS-POSTNR
                   DISPLAY "Afvist: flere end " MAKS-POSTNR
                       " postnumre i koeen - intet fordelt."
                   MOVE 1 TO RETUR
               ELSE
                   PERFORM FORDEL-DIGITAL-OG-HOLDT
                   PERFORM VARYING PN-IDX FROM 1 BY 1
                       UNTIL PN-IDX > ANTAL-POSTNR
                       MOVE PN-POSTNR(PN-IDX) TO AKTUELT-POSTNR
                       PERFORM SKRIV-PRINT-POSTNR
                   END-PERFORM
                   PERFORM SKRIV-UDGANGSLOG
                   MOVE "S" TO FS-HANDLING
                   MOVE "forsend_koe.txt" TO FS-KILDE
                   MOVE "forsend_koe_behandlet.txt" TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                       FS-RETUR
                   DISPLAY "Breve: " ANTAL-BREVE " i alt, "
                       ANTAL-PAPIR " papir ("
                       FUNCTION TRIM(PRINTFIL-NAVN) "), " ANTAL-DIGITAL
                       " digitalt (" FUNCTION TRIM(DIGITALFIL-NAVN)
                       "), " ANTAL-HOLDT " tilbageholdt."
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Pas 1: papirbrevenes postnumre samles stigende i tabellen
      * (indsaettelse paa plads), og alle breve taelles op pr. type
      * og kanal til udgangsloggen.
       FIND-POSTNUMRE.
           MOVE 0 TO ANTAL-POSTNR
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           PERFORM UNTIL EOF
               READ KOEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FP-POSTTYPE = "H"
                           PERFORM TAEL-BREV
                           IF FP-KANAL = "P"
                               PERFORM INDSAET-POSTNR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KOEFIL.

       INDSAET-POSTNR.
           MOVE "N" TO PN-FUNDET
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > ANTAL-POSTNR OR POSTNR-FINDES
               OR PN-IDX > MAKS-POSTNR
               IF PN-POSTNR(PN-IDX) = FP-POSTNR
                   SET POSTNR-FINDES TO TRUE
               END-IF
           END-PERFORM
           IF NOT POSTNR-FINDES
               ADD 1 TO ANTAL-POSTNR
               IF ANTAL-POSTNR NOT > MAKS-POSTNR
                   MOVE ANTAL-POSTNR TO PN-IDX
                   MOVE "N" TO PN-FUNDET
                   PERFORM UNTIL POSTNR-FINDES
                       IF PN-IDX = 1
                           SET POSTNR-FINDES TO TRUE
                       ELSE
                           COMPUTE PN-IDX2 = PN-IDX - 1
                           IF PN-POSTNR(PN-IDX2) < FP-POSTNR
                               SET POSTNR-FINDES TO TRUE
                           ELSE
                               MOVE PN-POSTNR(PN-IDX2)
                                   TO PN-POSTNR(PN-IDX)
                               MOVE PN-IDX2 TO PN-IDX
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE FP-POSTNR TO PN-POSTNR(PN-IDX)
               END-IF
           END-IF.

       TAEL-BREV.
           ADD 1 TO ANTAL-BREVE
           MOVE 0 TO TT-FUNDET
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > ANTAL-TYPER OR TT-FUNDET > 0
               IF TT-TYPE(TT-IDX) = FP-BREVTYPE
                   MOVE TT-IDX TO TT-FUNDET
               END-IF
           END-PERFORM
      * Er tabellen fuld, taelles resten med paa sidste raekke.
           IF TT-FUNDET = 0
               IF ANTAL-TYPER < MAKS-TYPER
                   ADD 1 TO ANTAL-TYPER
                   MOVE ANTAL-TYPER TO TT-FUNDET
                   MOVE FP-BREVTYPE TO TT-TYPE(TT-FUNDET)
                   MOVE 0 TO TT-ANTAL-D(TT-FUNDET)
                   MOVE 0 TO TT-ANTAL-P(TT-FUNDET)
                   MOVE 0 TO TT-ANTAL-B(TT-FUNDET)
                   MOVE 0 TO TT-ANTAL-U(TT-FUNDET)
               ELSE
                   MOVE MAKS-TYPER TO TT-FUNDET
               END-IF
           END-IF
           EVALUATE FP-KANAL
               WHEN "D"
                   ADD 1 TO TT-ANTAL-D(TT-FUNDET)
                   ADD 1 TO ANTAL-DIGITAL
               WHEN "P"
                   ADD 1 TO TT-ANTAL-P(TT-FUNDET)
                   ADD 1 TO ANTAL-PAPIR
               WHEN "B"
                   ADD 1 TO TT-ANTAL-B(TT-FUNDET)
                   ADD 1 TO ANTAL-HOLDT
               WHEN OTHER
                   ADD 1 TO TT-ANTAL-U(TT-FUNDET)
                   ADD 1 TO ANTAL-HOLDT
           END-EVALUATE.

      * Pas 2: digitale breve til leverancefilen, adressebeskyttede
      * og uanbringelige til tilbageholdelsesfilen.
       FORDEL-DIGITAL-OG-HOLDT.
           OPEN EXTEND DIGITALFIL
           IF DIGITALFIL-STATUS = "35"
               OPEN OUTPUT DIGITALFIL
           END-IF
           OPEN EXTEND HOLDFIL
           IF HOLDFIL-STATUS = "35"
               OPEN OUTPUT HOLDFIL
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           PERFORM UNTIL EOF
               READ KOEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       EVALUATE FP-KANAL
                           WHEN "D"
                               PERFORM SKRIV-DIGITAL
                           WHEN "P"
                               CONTINUE
                           WHEN OTHER
                               PERFORM SKRIV-HOLDT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE KOEFIL
           CLOSE DIGITALFIL
           CLOSE HOLDFIL.

       SKRIV-DIGITAL.
           MOVE ALL SPACES TO DIGITAL-LINJE
           IF FP-POSTTYPE = "H"
               STRING "BREV;" DELIMITED BY SIZE
                   FUNCTION TRIM(FP-KUNDE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FP-CPR) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FP-BREVTYPE) DELIMITED BY SIZE
                   INTO DIGITAL-LINJE
               END-STRING
           ELSE
               STRING "TEKST;" DELIMITED BY SIZE
                   FP-TEKST DELIMITED BY SIZE
                   INTO DIGITAL-LINJE
               END-STRING
           END-IF
           WRITE DIGITAL-LINJE.

       SKRIV-HOLDT.
           MOVE ALL SPACES TO HOLD-LINJE
           IF FP-POSTTYPE = "H"
               STRING "TILBAGEHOLDT;" DELIMITED BY SIZE
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FP-KUNDE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(FP-BREVTYPE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   INTO HOLD-LINJE
               END-STRING
               IF FP-KANAL = "B"
                   STRING FUNCTION TRIM(HOLD-LINJE) DELIMITED BY SIZE
                       "ADRESSEBESKYTTELSE" DELIMITED BY SIZE
                       INTO HOLD-LINJE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(HOLD-LINJE) DELIMITED BY SIZE
                       "UKENDT MODTAGER" DELIMITED BY SIZE
                       INTO HOLD-LINJE
                   END-STRING
               END-IF
           ELSE
               MOVE FP-TEKST TO HOLD-LINJE
           END-IF
           WRITE HOLD-LINJE.

      * Pas 3 (et pr. postnummer): papirbrevene til printfilen i
      * postnummerorden. Alle linjer i et brev baerer brevets
      * postnummer, saa brevet foelger med som helhed.
       SKRIV-PRINT-POSTNR.
           OPEN EXTEND PRINTFIL
           IF PRINTFIL-STATUS = "35"
               OPEN OUTPUT PRINTFIL
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           PERFORM UNTIL EOF
               READ KOEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FP-KANAL = "P"
                           AND FP-POSTNR = AKTUELT-POSTNR
                           IF FP-POSTTYPE = "H"
                               MOVE SPACES TO PRINT-LINJE
                               WRITE PRINT-LINJE
                           ELSE
                               MOVE FP-TEKST TO PRINT-LINJE
                               WRITE PRINT-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KOEFIL
           CLOSE PRINTFIL.

       SKRIV-UDGANGSLOG.
           OPEN EXTEND LOGFIL
           IF LOGFIL-STATUS = "35"
               OPEN OUTPUT LOGFIL
           END-IF
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > ANTAL-TYPER
               MOVE "D" TO LOG-KANAL
               MOVE TT-ANTAL-D(TT-IDX) TO LOG-ANTAL
               PERFORM SKRIV-LOGLINJE
               MOVE "P" TO LOG-KANAL
               MOVE TT-ANTAL-P(TT-IDX) TO LOG-ANTAL
               PERFORM SKRIV-LOGLINJE
               MOVE "B" TO LOG-KANAL
               MOVE TT-ANTAL-B(TT-IDX) TO LOG-ANTAL
               PERFORM SKRIV-LOGLINJE
               MOVE "U" TO LOG-KANAL
               MOVE TT-ANTAL-U(TT-IDX) TO LOG-ANTAL
               PERFORM SKRIV-LOGLINJE
           END-PERFORM
           CLOSE LOGFIL.

       SKRIV-LOGLINJE.
           IF LOG-ANTAL > 0
               MOVE LOG-ANTAL TO ANTAL-EDIT
               MOVE ALL SPACES TO LOG-LINJE
               STRING NU-DATO-TXT DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(TT-TYPE(TT-IDX)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   LOG-KANAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ANTAL-EDIT) DELIMITED BY SIZE
                   INTO LOG-LINJE
               END-STRING
               WRITE LOG-LINJE
           END-IF.
