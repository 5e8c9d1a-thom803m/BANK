       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISAFTALE.

      *> Delt opslag i prisaftaleregistret prisaftaler.txt (se
      *> PRISAFTALEREC.cpy): findes der en gyldig individuel aftale
      *> for kontoen eller dens ejer, gaar den forud for produkt- og
      *> segmentraekkerne. Kaldes FOERST af RENTEDAGLIG og
      *> RENTEBATCH (art RENTE og DEBET), GEBYRBATCH (GEBYR) og
      *> GEBYRTAKST (TAKST:<posttype>); kun naar der ikke er nogen
      *> aftale slaar kalderne op i de almindelige tabeller.
      *>
      *> Kald: CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
      *>       PA-VAERDI PA-AFTALE-ID PA-RETUR
      *> En aftale gaelder naar status er A og dags dato ligger fra
      *> og med gyldig-fra til og med gyldig-til. En aftale paa
      *> Konto-ID (niveau K) gaar forud for en aftale paa kundens
      *> Kunde-ID (niveau C); paa samme niveau vinder nyeste
      *> gyldig-fra-dato (ved lige datoer den sidste raekke). Et
      *> blankt PA-KUNDE springer kundeniveauet over.
      *> Retur: 0 = aftale fundet (PA-VAERDI og PA-AFTALE-ID
      *> udfyldt), 1 = ingen gyldig aftale (PA-VAERDI = 0).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRISFIL ASSIGN TO "prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRISFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRISFIL.
       01 PRIS-LINJE       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "PRISAFTALEREC.cpy".

       01 PRISFIL-STATUS   PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

      * Bedste kandidat indtil videre: niveau 2 = konto, 1 = kunde.
       01 BEDSTE-NIVEAU    PIC 9 VALUE 0.
       01 BEDSTE-FRA       PIC X(10).
       01 KAND-NIVEAU      PIC 9.
       01 SOEG-ART         PIC X(20).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       LINKAGE SECTION.
       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.

       PROCEDURE DIVISION USING PA-KONTO PA-KUNDE PA-ART PA-VAERDI
           PA-AFTALE-ID PA-RETUR.

           MOVE 1 TO PA-RETUR
           MOVE 0 TO PA-VAERDI
           MOVE SPACES TO PA-AFTALE-ID

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

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PA-ART))
               TO SOEG-ART
           MOVE 0 TO BEDSTE-NIVEAU
           MOVE SPACES TO BEDSTE-FRA
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
                               PERFORM SKIL-PRISLINJE
                               PERFORM VURDER-AFTALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF

           IF BEDSTE-NIVEAU > 0
               MOVE 0 TO PA-RETUR
           END-IF
           EXIT PROGRAM.

       SKIL-PRISLINJE.
           MOVE SPACES TO PRIS-FELT8 PRIS-FELT9 PRIS-FELT10
               PRIS-FELT11 PRIS-FELT12 PRIS-FELT13
           UNSTRING PRIS-LINJE
               DELIMITED BY ";"
               INTO PRIS-FELT1 PRIS-FELT2 PRIS-FELT3
                    PRIS-FELT4 PRIS-FELT5 PRIS-FELT6
                    PRIS-FELT7 PRIS-FELT8 PRIS-FELT9
                    PRIS-FELT10 PRIS-FELT11 PRIS-FELT12
                    PRIS-FELT13.

      * Raekken skal vaere aktiv, af den soegte art, gyldig i dag
      * og ramme kontoen eller dens ejer.
       VURDER-AFTALE.
           MOVE 0 TO KAND-NIVEAU
           IF PRIS-FELT11 = "A"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(PRIS-FELT4))
                   = SOEG-ART
               AND PRIS-FELT6 NOT > NU-DATO-TXT
               AND PRIS-FELT7 NOT < NU-DATO-TXT
               EVALUATE TRUE
                   WHEN PRIS-FELT2 = "K"
                       AND FUNCTION TRIM(PA-KONTO) NOT = SPACES
                       AND FUNCTION NUMVAL(PRIS-FELT3) =
                           FUNCTION NUMVAL(PA-KONTO)
                       MOVE 2 TO KAND-NIVEAU
                   WHEN PRIS-FELT2 = "C"
                       AND FUNCTION TRIM(PA-KUNDE) NOT = SPACES
                       AND FUNCTION NUMVAL(PRIS-FELT3) =
                           FUNCTION NUMVAL(PA-KUNDE)
                       MOVE 1 TO KAND-NIVEAU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF KAND-NIVEAU > 0
               IF KAND-NIVEAU > BEDSTE-NIVEAU
                   OR (KAND-NIVEAU = BEDSTE-NIVEAU
                       AND PRIS-FELT6 NOT < BEDSTE-FRA)
                   MOVE KAND-NIVEAU TO BEDSTE-NIVEAU
                   MOVE PRIS-FELT6 TO BEDSTE-FRA
                   MOVE FUNCTION NUMVAL(PRIS-FELT5) TO PA-VAERDI
                   MOVE PRIS-FELT1 TO PA-AFTALE-ID
               END-IF
           END-IF.
