       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORRSTATUS.

      *> Natbatch-trin der behandler korrespondentbankens status- og
      *> returfil korrespondent_status.txt for de udenlandske
      *> betalinger KORRESPUD har sendt - samme behandling som
      *> CLEARSTATUS giver de indenlandske. Filformat: en linje pr.
      *> betaling
      *>   <koe-id>;OK                    (afviklet)
      *>   <koe-id>;RETUR;<aarsag>        (returneret)
      *> En OK saetter posten i udland_koe.txt til B (bekraeftet).
      *> En RETUR genkrediterer automatisk kundens konto med det
      *> debiterede beloeb i kontoens valuta (felt 11 - samme beloeb
      *> som blev traekket, saa kunden ikke baerer kursrisikoen;
      *> gebyret tilbagefoeres ikke) paa en RETUR-historiklinje der
      *> refererer debiteringens loebenr, og posten saettes til R
      *> med aarsagen i felt 15. Den behandlede fil omdoebes til
      *> korrespondent_status_behandlet.txt. Til sidst skrives
      *> exceptionrapporten korrespondent_uafviklet.txt med sendte
      *> betalinger uden svar i mere end N dage ("FRIST;<dage>" i
      *> udland_param.txt, 5 som standard).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUSFIL ASSIGN TO "korrespondent_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUSFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udland_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT KOETEMP ASSIGN TO "udland_koe_tmp.txt"
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
           SELECT FRISTFIL ASSIGN TO "udland_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRISTFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "korrespondent_uafviklet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STATUSFIL.
       01 STATUS-LINJE     PIC X(80).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(300).

       FD KOETEMP.
       01 KOETEMP-LINJE    PIC X(300).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD FRISTFIL.
       01 FRIST-LINJE      PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "UDLKOEREC.cpy".

       01 STATUSFIL-STATUS PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 FRISTFIL-STATUS  PIC XX.

       01 ST-FELT1         PIC X(10).
       01 ST-FELT2         PIC X(10).
       01 ST-FELT3         PIC X(40).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 FRIST-DAGE       PIC 9(3) VALUE 5.
       01 FRIST-NOEGLE     PIC X(10).
       01 FRIST-VAERDI     PIC X(15).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 SENDT-DAGNR      PIC 9(7).
       01 DAGE-SIDEN       PIC S9(5).

       01 SVAR-STATUS      PIC X(10).
       01 SVAR-AARSAG      PIC X(40).
       01 SVAR-FUNDET      PIC X.

       01 RETUR-BELOEB     PIC S9(11)V99.
       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).

       01 ANTAL-BEKRAEFTET PIC 9(5) VALUE 0.
       01 ANTAL-RETUR      PIC 9(5) VALUE 0.
       01 ANTAL-UAFVIKLET  PIC 9(5) VALUE 0.

       01 TRIM-LINJE       PIC X(300).
       01 LINJE            PIC X(300).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 ST-EOF-FLAG      PIC X VALUE "N".
          88 ST-EOF        VALUE "Y".
       01 FRIST-EOF-FLAG   PIC X VALUE "N".
          88 FRIST-EOF     VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KORRSTATUS".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== KORRSTATUS: Svar paa udenlandske "
               "betalinger ===".

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

           MOVE 0 TO RETUR
           PERFORM LAES-FRIST

           OPEN INPUT STATUSFIL
           IF STATUSFIL-STATUS = "35"
               CLOSE STATUSFIL
               DISPLAY "Ingen korrespondent_status.txt fundet - "
                   "ingen svar at behandle."
           ELSE
               CLOSE STATUSFIL
               PERFORM BEHANDL-SVARFIL
               MOVE "S" TO FS-HANDLING
               MOVE "korrespondent_status.txt" TO FS-KILDE
               MOVE "korrespondent_status_behandlet.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           PERFORM SKRIV-UAFVIKLET-RAPPORT

           DISPLAY "Korrespondentsvar: " ANTAL-BEKRAEFTET
               " bekraeftet, " ANTAL-RETUR " returneret, "
               ANTAL-UAFVIKLET " uafviklede - se "
               "korrespondent_uafviklet.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Koeen skrives om i ét gennemloeb: hver sendt post (S)
      * slaas op i svarfilen; OK giver B, RETUR genkrediterer og
      * giver R, intet svar lader posten staa.
       BEHANDL-SVARFIL.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
               DISPLAY "Ingen udland_koe.txt - intet at matche."
           ELSE
               OPEN OUTPUT KOETEMP
               PERFORM UNTIL EOF
                   READ KOEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(KOE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM BEHANDL-KOEPOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
               CLOSE KOETEMP
               MOVE "S" TO FS-HANDLING
               MOVE "udland_koe_tmp.txt" TO FS-KILDE
               MOVE "udland_koe.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

       BEHANDL-KOEPOST.
           PERFORM SKIL-KOELINJE
           IF UDK-FELT4 = "S" OR UDK-FELT4 = "s"
               PERFORM FIND-SVAR
               EVALUATE TRUE
                   WHEN SVAR-FUNDET NOT = "J"
                       CONTINUE
                   WHEN FUNCTION UPPER-CASE(
                       FUNCTION TRIM(SVAR-STATUS)) = "OK"
                       ADD 1 TO ANTAL-BEKRAEFTET
                       MOVE "B" TO UDK-FELT4
                   WHEN FUNCTION UPPER-CASE(
                       FUNCTION TRIM(SVAR-STATUS)) = "RETUR"
                       ADD 1 TO ANTAL-RETUR
                       PERFORM GENKREDITER
                       MOVE "R" TO UDK-FELT4
                       MOVE SVAR-AARSAG TO UDK-FELT15
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM SKRIV-KOELINJE.

       FIND-SVAR.
           MOVE "N" TO SVAR-FUNDET
           MOVE SPACES TO SVAR-STATUS
           MOVE SPACES TO SVAR-AARSAG
           MOVE "N" TO ST-EOF-FLAG
           OPEN INPUT STATUSFIL
           PERFORM UNTIL ST-EOF
               READ STATUSFIL
                   AT END SET ST-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(STATUS-LINJE)) > 0
                           MOVE SPACES TO ST-FELT3
                           UNSTRING STATUS-LINJE
                               DELIMITED BY ";"
                               INTO ST-FELT1 ST-FELT2 ST-FELT3
                           IF FUNCTION NUMVAL(ST-FELT1) =
                               FUNCTION NUMVAL(UDK-FELT1)
                               MOVE "J" TO SVAR-FUNDET
                               MOVE ST-FELT2 TO SVAR-STATUS
                               MOVE ST-FELT3 TO SVAR-AARSAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUSFIL.

      * En afvist betaling genkrediteres kundens konto automatisk
      * med en RETUR-linje der refererer originalposteringens
      * loebenr i storno-feltet.
       GENKREDITER.
           MOVE FUNCTION NUMVAL(UDK-FELT11) TO RETUR-BELOEB
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(UDK-FELT3) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       DISPLAY "ADVARSEL: konto "
                           FUNCTION TRIM(UDK-FELT3)
                           " findes ikke - retur ikke posteret."
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       COMPUTE NY-SALDO =
                           FUNCTION NUMVAL(KONTO-FELT4)
                           + RETUR-BELOEB
                       MOVE NY-SALDO TO SALDO-EDIT
                       MOVE FUNCTION TRIM(SALDO-EDIT)
                           TO NY-SALDO-TXT
                       PERFORM SKRIV-KONTOLINJE
                       PERFORM SKRIV-RETUR-HISTORIK
               END-READ
               CLOSE KONTOFIL
           END-IF.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10
                    KONTO-FELT11.

       SKRIV-KONTOLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT11) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-RETUR-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(UDK-FELT3) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";RETUR;"
               FUNCTION TRIM(UDK-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";RETUR-AF:"
               FUNCTION TRIM(UDK-FELT14) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKIL-KOELINJE.
           MOVE SPACES TO UDK-FELT14
           MOVE SPACES TO UDK-FELT15
           UNSTRING KOE-LINJE
               DELIMITED BY ";"
               INTO UDK-FELT1 UDK-FELT2 UDK-FELT3 UDK-FELT4
                    UDK-FELT5 UDK-FELT6 UDK-FELT7 UDK-FELT8
                    UDK-FELT9 UDK-FELT10 UDK-FELT11 UDK-FELT12
                    UDK-FELT13 UDK-FELT14 UDK-FELT15.

       SKRIV-KOELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(UDK-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT13) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT14) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDK-FELT15) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE KOETEMP-LINJE FROM LINJE.

      * Sendte betalinger uden svar i mere end fristen gaar paa
      * exceptionrapporten.
       SKRIV-UAFVIKLET-RAPPORT.
           MOVE 0 TO ANTAL-UAFVIKLET
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KORRSTATUS - uafviklede betalinger pr. "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KOEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(KOE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM VURDER-UAFVIKLET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Uafviklede i alt: " DELIMITED BY SIZE
               ANTAL-UAFVIKLET DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL.

       VURDER-UAFVIKLET.
           PERFORM SKIL-KOELINJE
           IF UDK-FELT4 = "S" OR UDK-FELT4 = "s"
               MOVE UDK-FELT2(1:4) TO DT-AAR
               MOVE UDK-FELT2(6:2) TO DT-MAANED
               MOVE UDK-FELT2(9:2) TO DT-DAG
               COMPUTE SENDT-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               MOVE NU-DATO TO DATO-TAL
               COMPUTE DAGE-SIDEN =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                   - SENDT-DAGNR
               IF DAGE-SIDEN > FRIST-DAGE
                   ADD 1 TO ANTAL-UAFVIKLET
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "UAFVIKLET koe-id " DELIMITED BY SIZE
                       FUNCTION TRIM(UDK-FELT1)
                           DELIMITED BY SIZE
                       "  konto " DELIMITED BY SIZE
                       FUNCTION TRIM(UDK-FELT3)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(UDK-FELT10)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(UDK-FELT9)
                           DELIMITED BY SIZE
                       "  registreret " DELIMITED BY SIZE
                       FUNCTION TRIM(UDK-FELT2)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       DAGE-SIDEN DELIMITED BY SIZE
                       " dage siden)" DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-IF.

       LAES-FRIST.
           OPEN INPUT FRISTFIL
           IF FRISTFIL-STATUS = "35"
               CLOSE FRISTFIL
               OPEN OUTPUT FRISTFIL
               MOVE "SPREAD;1.00" TO FRIST-LINJE
               WRITE FRIST-LINJE
               MOVE "FRIST;5" TO FRIST-LINJE
               WRITE FRIST-LINJE
               CLOSE FRISTFIL
               OPEN INPUT FRISTFIL
           END-IF
           MOVE "N" TO FRIST-EOF-FLAG
           PERFORM UNTIL FRIST-EOF
               READ FRISTFIL
                   AT END SET FRIST-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(FRIST-LINJE)) > 0
                           UNSTRING FRIST-LINJE
                               DELIMITED BY ";"
                               INTO FRIST-NOEGLE FRIST-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(FRIST-NOEGLE))
                               = "FRIST"
                               MOVE FUNCTION NUMVAL(FRIST-VAERDI)
                                   TO FRIST-DAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRISTFIL.
