      *>   - kunden slet ingen risikorating har i kyc_register.txt,
      *>   - naeste-review-datoen er naaet eller overskredet, eller
      *>   - kunden optraeder i aml_rapport.txt med en rapportdato
      *>     efter kundens seneste rating/review-dato, eller
      *>   - kunden ikke har gyldig legitimation i legitimation.txt
      *>     (LEGITTJEK), eller kundens seneste dokument udloeber
      *>     inden for varslingsfristen (antal dage i
      *>     legit_varsel_dage.txt, standard 60).
      *> Har kunden flere aarsager, staar de kommasepareret i
      *> aarsagsfeltet.
      *> Koeen genopbygges hver nat (OUTPUT, ikke EXTEND), saa den
      *> altid afspejler dagens billede; en gennemgang registreret
      *> i KYCADMIN falder dermed ud naeste nat. Gennemgange der er
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KYCFIL ASSIGN TO "kyc_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTFIL ASSIGN TO "kyc_exception.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONFIGFIL ASSIGN TO "legit_varsel_dage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 AML-LINJE        PIC X(250).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       FD EXCEPTFIL.
       01 EXCEPT-LINJE     PIC X(80).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(10).

       WORKING-STORAGE SECTION.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KYCFIL-STATUS    PIC XX.
       01 AMLFIL-STATUS    PIC XX.
       01 KONFIGFIL-STATUS PIC XX.

       01 KYC-FELT1        PIC X(10).
       01 KYC-FELT2        PIC X(1).
       01 AML-DEL2         PIC X(250).
       01 AML-KUNDE        PIC X(15).

      * Legitimation (LEGITTJEK) og varslingsfristen foer udloeb.
       01 LG-KUNDE-ID      PIC X(10).
       01 LG-UDLOEB        PIC X(10).
       01 LG-RETUR         PIC 9.
       01 VARSEL-DAGE      PIC 9(4) VALUE 60.
       01 VARSEL-DATO      PIC X(10).
       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).
       01 LEGIT-AARSAG     PIC X(40).

       01 AARSAG           PIC X(80).
       01 ANTAL-I-KOE      PIC 9(5) VALUE 0.
       01 ANTAL-EXCEPTION  PIC 9(5) VALUE 0.

       01 LINJE            PIC X(120).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

           MOVE 0 TO RETUR
           PERFORM FIND-AML-RAPPORTDATO
           PERFORM LAES-KONFIG
           PERFORM BEREGN-VARSEL-DATO

           OPEN OUTPUT KOEFIL
           OPEN OUTPUT EXCEPTFIL
                   END-IF
           END-EVALUATE

           PERFORM TJEK-LEGITIMATION
           IF LEGIT-AARSAG NOT = SPACES
               IF AARSAG = SPACES
                   MOVE LEGIT-AARSAG TO AARSAG
               ELSE
                   MOVE ALL SPACES TO LINJE
                   STRING FUNCTION TRIM(AARSAG) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(LEGIT-AARSAG) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   MOVE LINJE TO AARSAG
               END-IF
           END-IF

           IF AARSAG NOT = SPACES
               ADD 1 TO ANTAL-I-KOE
               MOVE ALL SPACES TO LINJE
               CLOSE KYCFIL
           END-IF.

      * Gyldig legitimation kraeves af OPRETKONTO og UDBETAL, saa
      * kunden kontaktes naar dokumentet mangler, er udloebet eller
      * udloeber inden varslingsfristen.
       TJEK-LEGITIMATION.
           MOVE SPACES TO LEGIT-AARSAG
           MOVE FELT-ID TO LG-KUNDE-ID
           CALL "LEGITTJEK" USING LG-KUNDE-ID LG-UDLOEB LG-RETUR
           EVALUATE TRUE
               WHEN LG-RETUR = 1
                   MOVE "legitimation mangler" TO LEGIT-AARSAG
               WHEN LG-RETUR = 2
                   STRING "legitimation udloebet " DELIMITED BY SIZE
                       LG-UDLOEB DELIMITED BY SIZE
                       INTO LEGIT-AARSAG
                   END-STRING
               WHEN LG-UDLOEB NOT > VARSEL-DATO
                   STRING "legitimation udloeber " DELIMITED BY SIZE
                       LG-UDLOEB DELIMITED BY SIZE
                       INTO LEGIT-AARSAG
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Varslingsfristen i dage; filen oprettes med standarden
      * 60 dage hvis den mangler.
       LAES-KONFIG.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "60" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
           ELSE
               READ KONFIGFIL
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                           MOVE FUNCTION NUMVAL(KONFIG-LINJE)
                               TO VARSEL-DAGE
                       END-IF
               END-READ
               CLOSE KONFIGFIL
           END-IF.

      * Samme datoregning som KYCADMIN's naeste-review-dato.
       BEREGN-VARSEL-DATO.
           MOVE NU-DATO TO DATO-TAL
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               + VARSEL-DAGE
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
           MOVE ALL SPACES TO VARSEL-DATO
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO VARSEL-DATO
           END-STRING.

      * Rapportdatoen staar i AMLBATCH-rapportens overskrift
      * ("AMLBATCH - sagsrapport AAAA-MM-DD").
       FIND-AML-RAPPORTDATO.
