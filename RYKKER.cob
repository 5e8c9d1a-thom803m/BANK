      *> restancer.txt (laanekonto;niveau;seneste rykkerdato) husker
      *> hvor langt hvert laan er naaet, saa en genkoersel ikke
      *> rykker igen foer fristen - og et laan uden M-terminer
      *> (restancen er betalt) slettes af registeret igen.
      *> Rykkerbrevene sendes gennem FORSEND til kontoejeren i den
      *> kanal kunden har valgt, og restance_rapport.txt viser
      *> filialen hvert misligholdt laan med niveau og samlet
      *> forfaldent beloeb.

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RESTANCEFIL ASSIGN TO "restancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCEFIL-STATUS.
           SELECT RESTANCETEMP ASSIGN TO "restancer_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAPPORTFIL ASSIGN TO "restance_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       01 PLAN-LINJE       PIC X(100).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD RESTANCEFIL.
       01 RESTANCE-LINJE   PIC X(40).

       FD RESTANCETEMP.
       01 RESTANCETEMP-LINJE PIC X(40).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       01 PLANFIL-STATUS   PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 RESTANCEFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).

       01 NIVEAU-TEKST     PIC X(20).

       01 ANTAL-RYKKET     PIC 9(5) VALUE 0.
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "RYKKER".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "RYKKER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
           CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
               AD-RETUR.

      * Rykkerbrevet til ejeren af betalingskontoen; FORSEND
      * saetter navn og adresse paa og vaelger kanalen.
       SKRIV-RYKKERBREV.
           EVALUATE NYT-NIVEAU
               WHEN 1
                   MOVE "1. RYKKER" TO NIVEAU-TEKST
           MOVE RST-BELOEB (RST-IX) TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NIVEAU-TEKST) DELIMITED BY SIZE
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
               "Laan " DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           MOVE ALL SPACES TO LINJE
           STRING
               "Rykkergebyr " DELIMITED BY SIZE
               FUNCTION TRIM(BETALINGSKONTO) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           IF NYT-NIVEAU > 2
               MOVE "Betales restancen ikke inden 10 dage, "
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
               MOVE "overdrages sagen til inkasso."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           END-IF.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.

       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
