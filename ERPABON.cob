       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPABON.

      *> Vedligeholdelsesskaerm for erhvervskunders abonnementer paa
      *> det daglige maskinlaesbare kontoudtog (erp_abonnementer.txt,
      *> ERPABONREC.cpy): opret, list og afmeld. Kun konti hvis
      *> kontohaver er i segment ERHVERV kan tilmeldes. ERPUDTRAEK
      *> danner filerne i natbatchen for de aktive abonnementer; en
      *> listning viser seneste koersel og dens status, saa en
      *> fejlet eller manglende fil kan ses og forklares kunden.
      *> En afmelding saetter status O med dags dato (temp-fil/
      *> FILSKIFT-moensteret som MANDAT) og gaelder fra naeste nat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONFIL ASSIGN TO "erp_abonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT ABONTEMP ASSIGN TO "erp_abonnementer_tmp.txt"
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
       FD ABONFIL.
       01 ABON-LINJE       PIC X(200).

       FD ABONTEMP.
       01 ABONTEMP-LINJE   PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "ERPABONREC.cpy".
       COPY "KONTOREC.cpy".

       01 ABONFIL-STATUS   PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-LIST       VALUE "L" "l".
          88 ER-AFMELD     VALUE "A" "a".

       01 SØGE-KONTO-ID    PIC X(10).

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 ABON-FUNDET      PIC X VALUE "N".
          88 ABON-ER-FUNDET VALUE "Y".
       01 DUBLET-FUNDET    PIC X VALUE "N".
          88 ER-DUBLET     VALUE "Y".
       01 KUNDE-SEGMENT    PIC X(10).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 ANTAL-VIST       PIC 9(5) VALUE 0.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ERPABON".
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

           DISPLAY "=== ERP-KONTOUDTOG (ABONNEMENTER) ===".
           DISPLAY "Opret (O), list (L) eller afmeld (A): "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-ABONNEMENT
               WHEN ER-LIST
                   PERFORM LIST-ABONNEMENTER
               WHEN ER-AFMELD
                   PERFORM AFMELD-ABONNEMENT
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Nyt abonnement: kontoen skal findes, vaere aaben og tilhoere
      * en erhvervskunde, og der maa ikke allerede vaere et aktivt
      * abonnement paa kontoen.
       OPRET-ABONNEMENT.
           DISPLAY "Konto-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KONTO-ID

           PERFORM FIND-KONTO
           IF KONTO-EXISTERER
               PERFORM FIND-SEGMENT
           END-IF
           PERFORM TJEK-DUBLET
           EVALUATE TRUE
               WHEN NOT KONTO-EXISTERER
                   DISPLAY "Afvist: konto "
                       FUNCTION TRIM(SØGE-KONTO-ID)
                       " findes ikke."
               WHEN KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                   DISPLAY "Afvist: kontoen er lukket."
               WHEN KUNDE-SEGMENT NOT = "ERHVERV"
                   DISPLAY "Afvist: ERP-kontoudtog tilbydes kun "
                       "erhvervskunder (segment ERHVERV)."
               WHEN ER-DUBLET
                   DISPLAY "Afvist: kontoen har allerede et aktivt "
                       "abonnement."
               WHEN OTHER
                   MOVE ALL SPACES TO LINJE
                   STRING
                       FUNCTION TRIM(SØGE-KONTO-ID)
                           DELIMITED BY SIZE
                       ";A;"
                       NU-DATO-TXT DELIMITED BY SIZE
                       ";;"
                       FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                       ";;;"
                       INTO LINJE
                   END-STRING
                   OPEN EXTEND ABONFIL
                   IF ABONFIL-STATUS = "35"
                       OPEN OUTPUT ABONFIL
                   END-IF
                   WRITE ABON-LINJE FROM LINJE
                   CLOSE ABONFIL
                   DISPLAY "Abonnement oprettet: konto "
                       FUNCTION TRIM(SØGE-KONTO-ID)
                       " - foerste kontoudtog dannes i naeste "
                       "natbatch."
                   MOVE 0 TO RETUR
           END-EVALUATE.

       LIST-ABONNEMENTER.
           DISPLAY "Konto-ID (blank = alle): " WITH NO ADVANCING
           ACCEPT SØGE-KONTO-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS = "35"
               CLOSE ABONFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ABONFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM VIS-ABON-LINJE
                   END-READ
               END-PERFORM
               CLOSE ABONFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen abonnementer fundet."
           END-IF
           MOVE 0 TO RETUR.

       VIS-ABON-LINJE.
           IF FUNCTION LENGTH(FUNCTION TRIM(ABON-LINJE)) > 0
               PERFORM SKIL-ABONLINJE
               IF FUNCTION TRIM(SØGE-KONTO-ID) = SPACES
                   OR FUNCTION NUMVAL(ERP-FELT1) =
                       FUNCTION NUMVAL(SØGE-KONTO-ID)
                   ADD 1 TO ANTAL-VIST
                   IF ERP-FELT2 = "A" OR ERP-FELT2 = "a"
                       DISPLAY "Konto " FUNCTION TRIM(ERP-FELT1)
                           " AKTIVT (tilmeldt "
                           FUNCTION TRIM(ERP-FELT3) ")"
                       IF FUNCTION TRIM(ERP-FELT6) = SPACES
                           DISPLAY "  Endnu ikke dannet."
                       ELSE
                           DISPLAY "  Seneste koersel "
                               FUNCTION TRIM(ERP-FELT6) ": "
                               FUNCTION TRIM(ERP-FELT7) " "
                               FUNCTION TRIM(ERP-FELT8)
                       END-IF
                   ELSE
                       DISPLAY "Konto " FUNCTION TRIM(ERP-FELT1)
                           " OPHOERT (pr. "
                           FUNCTION TRIM(ERP-FELT4) ")"
                   END-IF
               END-IF
           END-IF.

      * Afmelding saetter status O med dags dato via temp-fil og
      * FILSKIFT; alle andre linjer bevares uaendret.
       AFMELD-ABONNEMENT.
           DISPLAY "Konto-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KONTO-ID
           MOVE "N" TO ABON-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS = "35"
               CLOSE ABONFIL
               DISPLAY "Ingen abonnementer registreret."
           ELSE
               OPEN OUTPUT ABONTEMP
               PERFORM UNTIL EOF
                   READ ABONFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM AFMELD-EN-LINJE
                   END-READ
               END-PERFORM
               CLOSE ABONFIL
               CLOSE ABONTEMP
               IF ABON-ER-FUNDET
                   MOVE "S" TO FS-HANDLING
                   MOVE "erp_abonnementer_tmp.txt" TO FS-KILDE
                   MOVE "erp_abonnementer.txt" TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
                   DISPLAY "Abonnementet er afmeldt pr. "
                       NU-DATO-TXT " - der dannes ikke flere "
                       "kontoudtog."
                   MOVE 0 TO RETUR
               ELSE
                   MOVE "D" TO FS-HANDLING
                   MOVE "erp_abonnementer_tmp.txt" TO FS-KILDE
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
                   DISPLAY "Intet aktivt abonnement for konto "
                       FUNCTION TRIM(SØGE-KONTO-ID)
                       " blev fundet."
               END-IF
           END-IF.

       AFMELD-EN-LINJE.
           MOVE FUNCTION TRIM(ABON-LINJE) TO TRIM-LINJE
           IF TRIM-LINJE = SPACES
               CONTINUE
           ELSE
               PERFORM SKIL-ABONLINJE
               IF FUNCTION NUMVAL(ERP-FELT1) =
                   FUNCTION NUMVAL(SØGE-KONTO-ID)
                   AND (ERP-FELT2 = "A" OR ERP-FELT2 = "a")
                   SET ABON-ER-FUNDET TO TRUE
                   MOVE "O" TO ERP-FELT2
                   MOVE NU-DATO-TXT TO ERP-FELT4
                   PERFORM SKRIV-ABONLINJE
               ELSE
                   WRITE ABONTEMP-LINJE FROM ABON-LINJE
               END-IF
           END-IF.

       SKRIV-ABONLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE ABONTEMP-LINJE FROM LINJE.

       TJEK-DUBLET.
           MOVE "N" TO DUBLET-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS = "35"
               CLOSE ABONFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ABONFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ABON-LINJE)) > 0
                               PERFORM SKIL-ABONLINJE
                               IF FUNCTION NUMVAL(ERP-FELT1) =
                                   FUNCTION NUMVAL(SØGE-KONTO-ID)
                                   AND (ERP-FELT2 = "A"
                                       OR ERP-FELT2 = "a")
                                   SET ER-DUBLET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABONFIL
           END-IF.

       SKIL-ABONLINJE.
           MOVE SPACES TO ERP-FELT4 ERP-FELT5 ERP-FELT6 ERP-FELT7
               ERP-FELT8
           UNSTRING ABON-LINJE
               DELIMITED BY ";"
               INTO ERP-FELT1 ERP-FELT2 ERP-FELT3 ERP-FELT4
                    ERP-FELT5 ERP-FELT6 ERP-FELT7 ERP-FELT8.

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
                       SET KONTO-EXISTERER TO TRUE
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                                KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                                KONTO-FELT10
                                KONTO-FELT11
               END-READ
               CLOSE KONTOFIL
           END-IF.

      * Kontohaverens segment (blank = PRIVAT).
       FIND-SEGMENT.
           MOVE "PRIVAT" TO KUNDE-SEGMENT
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(KONTO-FELT2) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FELT-SEGMENT) NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(FELT-SEGMENT))
                               TO KUNDE-SEGMENT
                       END-IF
               END-READ
               CLOSE KUNDEFIL
           END-IF.
