       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISUDLOEB.

      *> Natbatch-trin der gennemgaar de aktive individuelle
      *> prisaftaler i prisaftaler.txt (PRISADMIN) og skriver dem der
      *> udloeber inden for 30 dage til prisudloeb.txt, saa den
      *> ansvarlige raadgiver (den operatoer der oprettede aftalen)
      *> kan genforhandle i tide - ellers falder kunden stiltiende
      *> tilbage til standardsatserne. Linjeformat:
      *>   aftale-id;niveau:noegle;kunde-id;kundenavn;art;sats/gebyr;
      *>   gyldig til;dage til udloeb;ansvarlig
      *> Filen skrives forfra hver nat (samme moenster som
      *> KLAGEFRIST's klagefrister.txt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRISFIL ASSIGN TO "prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRISFIL-STATUS.
           SELECT UDLOEBFIL ASSIGN TO "prisudloeb.txt"
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
       FD PRISFIL.
       01 PRIS-LINJE       PIC X(200).

       FD UDLOEBFIL.
       01 UDLOEB-LINJE     PIC X(200).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "PRISAFTALEREC.cpy".
       COPY "KONTOREC.cpy".

       01 PRISFIL-STATUS   PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 TIL-DAGNR        PIC 9(7).
       01 DAGE-TIL-UDLOEB  PIC S9(5).
       01 DAGE-EDIT        PIC -(4)9.
       01 VARSEL-DAGE      PIC 9(3) VALUE 30.

       01 AFTALE-KUNDE     PIC X(10).
       01 KUNDE-NAVN       PIC X(60).

       01 ANTAL-AKTIVE     PIC 9(5) VALUE 0.
       01 ANTAL-UDLOEB     PIC 9(5) VALUE 0.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "PRISUDLOEB".
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

           DISPLAY "=== PRISUDLOEB: Prisaftaler der udloeber ===".

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
           MOVE 0 TO ANTAL-AKTIVE
           MOVE 0 TO ANTAL-UDLOEB

           OPEN OUTPUT UDLOEBFIL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
               DISPLAY "Ingen prisaftaler.txt fundet - intet at "
                   "kontrollere."
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               PERFORM VURDER-AFTALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF
           CLOSE UDLOEBFIL

           DISPLAY "Aktive prisaftaler: " ANTAL-AKTIVE
               ", udloeber inden for " VARSEL-DAGE " dage: "
               ANTAL-UDLOEB

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Kun aktive aftaler der gaelder i dag eller senere taeller;
      * allerede udloebne aftaler er ikke laengere til forhandling.
       VURDER-AFTALE.
           MOVE SPACES TO PRIS-FELT8 PRIS-FELT9 PRIS-FELT10
               PRIS-FELT11 PRIS-FELT12 PRIS-FELT13
           UNSTRING PRIS-LINJE
               DELIMITED BY ";"
               INTO PRIS-FELT1 PRIS-FELT2 PRIS-FELT3
                    PRIS-FELT4 PRIS-FELT5 PRIS-FELT6
                    PRIS-FELT7 PRIS-FELT8 PRIS-FELT9
                    PRIS-FELT10 PRIS-FELT11 PRIS-FELT12
                    PRIS-FELT13
           IF PRIS-FELT11 = "A"
               AND PRIS-FELT7 NOT < NU-DATO-TXT
               AND PRIS-FELT7(1:4) IS NUMERIC
               AND PRIS-FELT7(6:2) IS NUMERIC
               AND PRIS-FELT7(9:2) IS NUMERIC
               ADD 1 TO ANTAL-AKTIVE
               MOVE PRIS-FELT7(1:4) TO DT-AAR
               MOVE PRIS-FELT7(6:2) TO DT-MAANED
               MOVE PRIS-FELT7(9:2) TO DT-DAG
               COMPUTE TIL-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               COMPUTE DAGE-TIL-UDLOEB = TIL-DAGNR - NU-DAGNR
               IF DAGE-TIL-UDLOEB NOT > VARSEL-DAGE
                   ADD 1 TO ANTAL-UDLOEB
                   PERFORM FIND-KUNDE
                   PERFORM SKRIV-UDLOEBLINJE
               END-IF
           END-IF.

      * Kunden bag aftalen: direkte for niveau C, kontoens ejer for
      * niveau K.
       FIND-KUNDE.
           MOVE SPACES TO AFTALE-KUNDE
           MOVE "ukendt" TO KUNDE-NAVN
           IF PRIS-FELT2 = "C"
               MOVE PRIS-FELT3 TO AFTALE-KUNDE
           ELSE
               OPEN INPUT KONTOFIL
               IF KONTOFIL-STATUS = "35"
                   CLOSE KONTOFIL
               ELSE
                   MOVE FUNCTION NUMVAL(PRIS-FELT3) TO KONTO-NOEGLE
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           UNSTRING KONTO-DATA
                               DELIMITED BY ";"
                               INTO KONTO-FELT1 KONTO-FELT2
                           MOVE KONTO-FELT2 TO AFTALE-KUNDE
                   END-READ
                   CLOSE KONTOFIL
               END-IF
           END-IF
           IF FUNCTION TRIM(AFTALE-KUNDE) NOT = SPACES
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
               ELSE
                   MOVE FUNCTION NUMVAL(AFTALE-KUNDE) TO FELT-ID
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALL SPACES TO KUNDE-NAVN
                           STRING
                               FUNCTION TRIM(FELT-FORNAVN)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(FELT-EFTERNAVN)
                                   DELIMITED BY SIZE
                               INTO KUNDE-NAVN
                           END-STRING
                   END-READ
                   CLOSE KUNDEFIL
               END-IF
           END-IF.

       SKRIV-UDLOEBLINJE.
           MOVE DAGE-TIL-UDLOEB TO DAGE-EDIT
           MOVE ALL SPACES TO UDLOEB-LINJE
           STRING
               FUNCTION TRIM(PRIS-FELT1) DELIMITED BY SIZE
               ";"
               PRIS-FELT2 DELIMITED BY SIZE
               ":"
               FUNCTION TRIM(PRIS-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AFTALE-KUNDE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KUNDE-NAVN) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT5) DELIMITED BY SIZE
               ";"
               PRIS-FELT7 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(DAGE-EDIT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT9) DELIMITED BY SIZE
               INTO UDLOEB-LINJE
           END-STRING
           WRITE UDLOEB-LINJE
           DISPLAY "UDLOEBER: prisaftale " FUNCTION TRIM(PRIS-FELT1)
               " " PRIS-FELT2 ":" FUNCTION TRIM(PRIS-FELT3)
               " " FUNCTION TRIM(PRIS-FELT4)
               " til " PRIS-FELT7
               " ansvarlig " FUNCTION TRIM(PRIS-FELT9).
