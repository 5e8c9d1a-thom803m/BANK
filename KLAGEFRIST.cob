       IDENTIFICATION DIVISION.
       PROGRAM-ID. KLAGEFRIST.

      *> Natbatch-trin der gennemgaar de aabne klager i klager.txt
      *> (KLAGE) og skriver dem der har overskredet svarfristen (O)
      *> eller naermer sig den (N = frist inden for VARSELDAGE
      *> kalenderdage, fra klagekonfig.txt) til klagefrister.txt
      *> (klage-id;kunde;kategori;frist;ansvarlig;dage til frist,
      *> foranstillet O/N). Filen skrives forfra hver nat og laeses
      *> af DRIFTSTATUS, saa de ansvarlige kan svare i tide.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KLAGEFIL ASSIGN TO "klager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGEFIL-STATUS.
           SELECT KONFIGFIL ASSIGN TO "klagekonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
           SELECT FRISTFIL ASSIGN TO "klagefrister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KLAGEFIL.
       01 KLAGE-LINJE      PIC X(250).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD FRISTFIL.
       01 FRIST-LINJE      PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "KLAGEREC.cpy".

       01 KLAGEFIL-STATUS  PIC XX.
       01 KONFIGFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 FRIST-DAGNR      PIC 9(7).
       01 DAGE-TIL-FRIST   PIC S9(5).
       01 DAGE-EDIT        PIC -(4)9.

       01 VARSEL-DAGE      PIC 9(3) VALUE 5.
       01 KONFIG-NOEGLE    PIC X(15).
       01 KONFIG-VAERDI    PIC X(15).

       01 FRIST-MARKOER    PIC X.
       01 ANTAL-AABNE      PIC 9(5) VALUE 0.
       01 ANTAL-OVER       PIC 9(5) VALUE 0.
       01 ANTAL-NAER       PIC 9(5) VALUE 0.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "KLAGEFRIST".
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

           DISPLAY "=== KLAGEFRIST: Svarfrister paa klager ===".

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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           MOVE 0 TO RETUR
           PERFORM LAES-KONFIG

           OPEN OUTPUT FRISTFIL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "35"
               CLOSE KLAGEFIL
               DISPLAY "Ingen klager.txt fundet - intet at kontrollere."
           ELSE
               PERFORM UNTIL EOF
                   READ KLAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KLAGE-LINJE)) > 0
                               PERFORM VURDER-KLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGEFIL
           END-IF
           CLOSE FRISTFIL

           DISPLAY "Aabne klager: " ANTAL-AABNE
               ", overskredet: " ANTAL-OVER
               ", frist inden for " VARSEL-DAGE " dage: " ANTAL-NAER

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       VURDER-KLAGE.
           UNSTRING KLAGE-LINJE
               DELIMITED BY ";"
               INTO KLAGE-FELT1 KLAGE-FELT2 KLAGE-FELT3
                    KLAGE-FELT4 KLAGE-FELT5 KLAGE-FELT6
                    KLAGE-FELT7 KLAGE-FELT8 KLAGE-FELT9
           IF KLAGE-FELT9 = "A"
               AND KLAGE-FELT7(1:4) IS NUMERIC
               AND KLAGE-FELT7(6:2) IS NUMERIC
               AND KLAGE-FELT7(9:2) IS NUMERIC
               ADD 1 TO ANTAL-AABNE
               MOVE KLAGE-FELT7(1:4) TO DT-AAR
               MOVE KLAGE-FELT7(6:2) TO DT-MAANED
               MOVE KLAGE-FELT7(9:2) TO DT-DAG
               COMPUTE FRIST-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               COMPUTE DAGE-TIL-FRIST = FRIST-DAGNR - NU-DAGNR
               MOVE SPACE TO FRIST-MARKOER
               IF DAGE-TIL-FRIST < 0
                   MOVE "O" TO FRIST-MARKOER
                   ADD 1 TO ANTAL-OVER
               ELSE
                   IF DAGE-TIL-FRIST <= VARSEL-DAGE
                       MOVE "N" TO FRIST-MARKOER
                       ADD 1 TO ANTAL-NAER
                   END-IF
               END-IF
               IF FRIST-MARKOER NOT = SPACE
                   PERFORM SKRIV-FRISTLINJE
               END-IF
           END-IF.

       SKRIV-FRISTLINJE.
           MOVE DAGE-TIL-FRIST TO DAGE-EDIT
           MOVE ALL SPACES TO FRIST-LINJE
           STRING
               FRIST-MARKOER DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT3) DELIMITED BY SIZE
               ";"
               KLAGE-FELT7 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(DAGE-EDIT) DELIMITED BY SIZE
               INTO FRIST-LINJE
           END-STRING
           WRITE FRIST-LINJE
           IF FRIST-MARKOER = "O"
               DISPLAY "OVERSKREDET: klage " FUNCTION TRIM(KLAGE-FELT1)
                   " kunde " FUNCTION TRIM(KLAGE-FELT2)
                   " frist " KLAGE-FELT7
                   " ansvarlig " FUNCTION TRIM(KLAGE-FELT6)
           END-IF.

      * klagekonfig.txt oprettes af KLAGE; mangler den, bruges
      * standarden paa 5 dage.
       LAES-KONFIG.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONFIGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                               UNSTRING KONFIG-LINJE
                                   DELIMITED BY ";"
                                   INTO KONFIG-NOEGLE KONFIG-VAERDI
                               IF FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(KONFIG-NOEGLE)) = "VARSELDAGE"
                                   MOVE FUNCTION NUMVAL(KONFIG-VAERDI)
                                       TO VARSEL-DAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONFIGFIL
           END-IF.
