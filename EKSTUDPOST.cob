       IDENTIFICATION DIVISION.
       PROGRAM-ID. EKSTUDPOST.

      *> Posteringsmotor for en fast betaling til en konto i et
      *> andet pengeinstitut (FASTORDRE-ordrer med til-konto
      *> EKSTERN). Modtagerens reg.nr. og kontonr. kontrolleres
      *> igen mod pengeinstitutregisteret (REGNRTJEK) paa
      *> afviklingsdagen, saa et reg.nr. der er udgaaet siden
      *> ordren blev oprettet ikke sendes. Derefter debiteres
      *> fra-kontoen med de samme kontroller som UDBETAL (findes,
      *> spaerret, lukket, disponibel saldo med reservationer og
      *> overtraeksgraense, aftaleindlaan foer forfald) og en
      *> EKSTERN-UD-historiklinje med loebenr, operatoer og
      *> markoeren FASTORDRE:<ordre-id> som 8. felt. Betalingen
      *> laegges i udbetal_koe.txt med status K, hvorfra CLEARUD
      *> sender den med naeste clearingudvaeksling - praecis som en
      *> betaling registreret ved skranken, saa CLEARSTATUS'
      *> returbehandling ogsaa virker for faste betalinger.
      *> Retur (samme koder som OVERFPOST hvor de overlapper):
      *> 0 = posteret, 1 = fra-konto findes ikke, 3 = fra-konto
      *> spaerret, 4 = fra-konto lukket, 7 = overtraeksgraense
      *> overskredet, 9 = ugyldigt beloeb, 11 = aftaleindlaan foer
      *> forfald, 12 = modtagers reg.nr./kontonr. afvist af
      *> pengeinstitutregisteret, 13 = fra-kontoen er en bunden
      *> opsparing foer frigivelsesdatoen (BINDTJEK).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udbetal_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT AFTALEFIL ASSIGN TO "aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       FD AFTALEFIL.
       01 AFTALE-LINJE     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "AFTALEREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 AFTALEFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 KONTO-SALDO      PIC S9(11)V99.
       01 KONTO-OVERTRAEK  PIC S9(11)V99.
       01 RESERV-SUM       PIC S9(11)V99.
       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).

       01 AFTALE-BLOKERET  PIC X VALUE "N".
          88 ER-AFTALE-BLOKERET VALUE "Y".
       01 AFTALE-EOF-FLAG  PIC X VALUE "N".
          88 AFTALE-EOF    VALUE "Y".

       01 RT-DATO          PIC X(10) VALUE SPACES.
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 KOE-FELT1        PIC X(10).
       01 KOE-REST         PIC X(110).
       01 KOE-EOF-FLAG     PIC X VALUE "N".
          88 KOE-EOF       VALUE "Y".

       01 LINJE            PIC X(200).

       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       LINKAGE SECTION.
       01 EU-FRA-KONTO     PIC X(10).
       01 EU-REGNR         PIC X(4).
       01 EU-KONTONR       PIC X(10).
       01 EU-BELOEB        PIC S9(11)V99.
       01 EU-ORDRE-ID      PIC X(10).
       01 OPERATOR-ID      PIC X(10).
       01 EU-RETUR         PIC 99.

       PROCEDURE DIVISION USING EU-FRA-KONTO EU-REGNR EU-KONTONR
           EU-BELOEB EU-ORDRE-ID OPERATOR-ID EU-RETUR.

           MOVE 0 TO EU-RETUR
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

           IF EU-BELOEB NOT > 0
               MOVE 9 TO EU-RETUR
           ELSE
               CALL "REGNRTJEK" USING EU-REGNR EU-KONTONR RT-DATO
                   RT-BANKNAVN RT-RETUR
      * Uden indlaest register kan der ikke kontrolleres - samme
      * advarselsregel som ved skranken, betalingen sendes.
               IF RT-RETUR > 0 AND RT-RETUR < 5
                   MOVE 12 TO EU-RETUR
               END-IF
           END-IF

           IF EU-RETUR = 0
               MOVE "U" TO BN-HANDLING
               CALL "BINDTJEK" USING BN-HANDLING EU-FRA-KONTO
                   BN-KUNDE BN-TYPE EU-BELOEB BN-DATO BN-RETUR
               IF BN-RETUR NOT = 0
                   MOVE 13 TO EU-RETUR
               END-IF
           END-IF
           IF EU-RETUR = 0
               PERFORM DEBITER-FRAKONTO
           END-IF
           IF EU-RETUR = 0
               PERFORM SKRIV-HISTORIK
               PERFORM SKRIV-KOE
           END-IF

           EXIT PROGRAM.

      * Fra-kontoen laeses og skrives under samme I-O-aabning, saa
      * kontrol og debitering sker paa den samme saldo.
       DEBITER-FRAKONTO.
           MOVE 0 TO RESERV-SUM
           CALL "RESERVSUM" USING EU-FRA-KONTO NU-DATO-TXT
               RESERV-SUM
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
               MOVE 1 TO EU-RETUR
           ELSE
               MOVE FUNCTION NUMVAL(EU-FRA-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       MOVE 1 TO EU-RETUR
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       MOVE FUNCTION NUMVAL(KONTO-FELT4)
                           TO KONTO-SALDO
                       MOVE FUNCTION NUMVAL(KONTO-FELT7)
                           TO KONTO-OVERTRAEK
                       MOVE "N" TO AFTALE-BLOKERET
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(KONTO-FELT3)) = "AFTALE"
                           PERFORM TJEK-AFTALE
                       END-IF
                       EVALUATE TRUE
                           WHEN KONTO-FELT6 = "J"
                               OR KONTO-FELT6 = "j"
                               MOVE 3 TO EU-RETUR
                           WHEN KONTO-FELT9 = "J"
                               OR KONTO-FELT9 = "j"
                               MOVE 4 TO EU-RETUR
                           WHEN ER-AFTALE-BLOKERET
                               MOVE 11 TO EU-RETUR
                           WHEN (KONTO-SALDO - EU-BELOEB
                               - RESERV-SUM) < (0 - KONTO-OVERTRAEK)
                               MOVE 7 TO EU-RETUR
                           WHEN OTHER
                               SUBTRACT EU-BELOEB FROM KONTO-SALDO
                                   GIVING NY-SALDO
                               MOVE NY-SALDO TO SALDO-EDIT
                               MOVE FUNCTION TRIM(SALDO-EDIT)
                                   TO NY-SALDO-TXT
                               PERFORM SKRIV-KONTOLINJE
                       END-EVALUATE
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

      * Samme aftaleregel som UDBETAL og posteringsmotoren: kun en
      * aktiv aftale der er forfaldet frigiver kontoen.
       TJEK-AFTALE.
           SET ER-AFTALE-BLOKERET TO TRUE
           MOVE "N" TO AFTALE-EOF-FLAG
           OPEN INPUT AFTALEFIL
           IF AFTALEFIL-STATUS = "35"
               CLOSE AFTALEFIL
           ELSE
               PERFORM UNTIL AFTALE-EOF
                   READ AFTALEFIL
                       AT END SET AFTALE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(AFTALE-LINJE)) > 0
                               UNSTRING AFTALE-LINJE
                                   DELIMITED BY ";"
                                   INTO AFT-FELT1 AFT-FELT2
                                        AFT-FELT3 AFT-FELT4
                                        AFT-FELT5 AFT-FELT6
                                        AFT-FELT7
                               IF FUNCTION NUMVAL(AFT-FELT1) =
                                   FUNCTION NUMVAL(EU-FRA-KONTO)
                                   AND (AFT-FELT7 = "A"
                                       OR AFT-FELT7 = "a")
                                   AND FUNCTION TRIM(AFT-FELT4)
                                       NOT > NU-DATO-TXT
                                   MOVE "N" TO AFTALE-BLOKERET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALEFIL
           END-IF.

       SKRIV-HISTORIK.
           MOVE EU-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(EU-FRA-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";EKSTERN-UD;"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";FASTORDRE:"
               FUNCTION TRIM(EU-ORDRE-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

      * Koelinjen har samme format som UDBETAL's, med
      * EKSTERN-UD-linjens loebenr som 9. felt til CLEARSTATUS.
       SKRIV-KOE.
           PERFORM FIND-SENESTE-KOE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EU-FRA-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EU-REGNR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EU-KONTONR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";K;"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           OPEN EXTEND KOEFIL
           IF KOEFIL-STATUS = "35"
               OPEN OUTPUT KOEFIL
           END-IF
           WRITE KOE-LINJE FROM LINJE
           CLOSE KOEFIL.

       FIND-SENESTE-KOE-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO KOE-EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
           ELSE
               PERFORM UNTIL KOE-EOF
                   READ KOEFIL
                       AT END SET KOE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KOE-LINJE)) > 0
                               UNSTRING KOE-LINJE
                                   DELIMITED BY ";"
                                   INTO KOE-FELT1 KOE-REST
                               IF FUNCTION NUMVAL(KOE-FELT1) > LAST-ID
                                   MOVE FUNCTION NUMVAL(KOE-FELT1)
                                       TO LAST-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF.
