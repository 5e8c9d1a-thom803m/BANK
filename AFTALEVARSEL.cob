      *> selve posteringen fra AFTALEKOER. Trinnet ser N dage frem
      *> (varsel_dage.txt, "DAGE;14" som standard) i aftaler.txt og
      *> skriver for hver aktiv aftale med forfaldsdato inden for
      *> vinduet et varselsbrev gennem FORSEND til ejeren af
      *> AFTALE-kontoen (i kundens valgte brevkanal) med den
      *> aftalte rente (AFT-FELT3), forfaldsdatoen, det forventede
      *> provenu (saldo plus rente for aftalens loebetid) og den
      *> staaende instruks (AFT-FELT5 R=rul over/U=udbetal) - saa
      *> kunden kan naa at aendre instruksen paa AFTALE-skaermen.
      *> Afsendte varsler noteres i aftale_varsler.txt
      *> (konto;forfaldsdato;varslet dato), saa en genkoersel ikke
      *> sender dubletter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT VARSELFIL ASSIGN TO "aftale_varsler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARSELFIL-STATUS.
           SELECT DAGEFIL ASSIGN TO "varsel_dage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAGEFIL-STATUS.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD VARSELFIL.
       01 VARSEL-LINJE     PIC X(40).

       FD DAGEFIL.
       01 DAGE-LINJE       PIC X(20).


       01 AFTALEFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 VARSELFIL-STATUS PIC XX.
       01 DAGEFIL-STATUS   PIC XX.

       01 NU.
       01 PROVENU-EDIT     PIC -(10)9.99.
       01 PROVENU-TXT      PIC X(15).

       01 ANTAL-VARSLET    PIC 9(5) VALUE 0.

       01 TRIM-LINJE       PIC X(200).
       01 DAGE-EOF-FLAG    PIC X VALUE "N".
          88 DAGE-EOF      VALUE "Y".

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "AFTALEVARSEL".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "AFTALEVARSEL".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
           END-IF

           DISPLAY "Forfaldsvarsler: " ANTAL-VARSLET
               " breve sendt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           END-IF.

       SKRIV-VARSEL.
           PERFORM HENT-KONTO
           PERFORM BEREGN-PROVENU

           MOVE ALL SPACES TO LINJE
           STRING "FORFALDSVARSEL - " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE KONTO-FELT2 TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE ALL SPACES TO LINJE
           STRING
               "Deres aftaleindlaan paa konto "
               FUNCTION TRIM(AFT-FELT4) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           MOVE ALL SPACES TO LINJE
           STRING
               "Aftalt rente: " DELIMITED BY SIZE
               FUNCTION TRIM(PROVENU-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           IF AFT-FELT5 = "R" OR AFT-FELT5 = "r"
               MOVE "Staaende instruks: RUL OVER i en ny aftale."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           ELSE
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(AFT-FELT6) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               PERFORM SKRIV-BREVLINJE
           END-IF
           MOVE "Oensker De at aendre instruksen, kan det ske i"
               TO LINJE
           PERFORM SKRIV-BREVLINJE
           MOVE "filialen indtil forfaldsdatoen." TO LINJE
           PERFORM SKRIV-BREVLINJE

      * Noter varslet, saa en genkoersel ikke printer dubletter.
           MOVE ALL SPACES TO LINJE
           CLOSE VARSELFIL
           ADD 1 TO ANTAL-VARSLET.

      * Kontoens saldo og ejer.
       HENT-KONTO.
           MOVE 0 TO SALDO-NU
           MOVE SPACES TO KONTO-FELT2
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
                           TO SALDO-NU
               END-READ
               CLOSE KONTOFIL
           END-IF.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.

      * Forventet provenu: saldoen plus den aftalte rente for hele
      * aftalens loebetid (start- til forfaldsdato).
       BEREGN-PROVENU.
