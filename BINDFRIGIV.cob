       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINDFRIGIV.

      *> Aarlig frigivelse af bundne opsparingskonti (boerneopsparing
      *> o.l., se BINDTJEK). Koeres af NATBATCH paa aarets sidste
      *> bankdag: hver bunden konto i bundne_konti.txt hvis
      *> frigivelsesdato er naaet, omlaegges i konti.txt til
      *> produktets frigivelsestype (produktkatalog.txt felt 10,
      *> blank = OPSPARING), raekken saettes til status F med
      *> frigivelsesdatoen, og kontohaveren faar et frigivelsesbrev
      *> gennem FORSEND (kundens valgte brevkanal).
      *> Udbetalingsspaerren er allerede ophaevet paa selve datoen
      *> (BINDTJEK sammenligner med dags dato); trinnet rydder op i
      *> typen og lofterne. En lukket konto frigives i registeret
      *> uden typeskift. Koerslen opsummeres i
      *> bindfrigiv_rapport.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BINDFIL ASSIGN TO "bundne_konti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BINDFIL-STATUS.
           SELECT BINDTEMP ASSIGN TO "bundne_konti_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODFIL ASSIGN TO "produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "bindfrigiv_rapport.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD BINDFIL.
       01 BIND-LINJE       PIC X(150).

       FD BINDTEMP.
       01 BINDTEMP-LINJE   PIC X(150).

       FD PRODFIL.
       01 PROD-LINJE       PIC X(140).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "BINDREC.cpy".
       COPY "PRODREC.cpy".
       COPY "KONTOREC.cpy".

       01 BINDFIL-STATUS   PIC XX.
       01 PRODFIL-STATUS   PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

       01 FRIGIV-TYPE      PIC X(20).
       01 GAMMEL-TYPE      PIC X(20).
       01 KONTO-SALDO-TXT  PIC X(15).
       01 KONTO-STATUS-TXT PIC X(30).

       01 ANTAL-BUNDNE     PIC 9(5) VALUE 0.
       01 ANTAL-FRIGIVET   PIC 9(5) VALUE 0.

       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 PROD-EOF-FLAG    PIC X VALUE "N".
          88 PROD-EOF      VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30) VALUE "BINDFRIGIV".
       01 RA-FIL           PIC X(50) VALUE "bindfrigiv_rapport.txt".
       01 RA-PROGRAM       PIC X(20) VALUE "BINDFRIGIV".
       01 RA-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "BINDFRIGIV".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "BINDFRIGIV".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== BINDFRIGIV: Frigivelse af bundne konti ===".

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

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "BINDFRIGIV - frigivelse af bundne konti "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT BINDFIL
           IF BINDFIL-STATUS = "35"
               CLOSE BINDFIL
               DISPLAY "Ingen bundne_konti.txt fundet - intet at "
                   "frigive."
           ELSE
               OPEN OUTPUT BINDTEMP
               PERFORM UNTIL EOF
                   READ BINDFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BIND-LINJE)) > 0
                               PERFORM BEHANDL-BINDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BINDFIL
               CLOSE BINDTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "bundne_konti_tmp.txt" TO FS-KILDE
               MOVE "bundne_konti.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Frigivet: " DELIMITED BY SIZE
               ANTAL-FRIGIVET DELIMITED BY SIZE
               "  Fortsat bundne: " DELIMITED BY SIZE
               ANTAL-BUNDNE DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL

           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Bundne konti: " ANTAL-FRIGIVET " frigivet, "
               ANTAL-BUNDNE " fortsat bundne - se "
               "bindfrigiv_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * En registerraekke: bundne konti med naaet frigivelsesdato
      * frigives; alle raekker skrives til temp-filen.
       BEHANDL-BINDING.
           MOVE SPACES TO BIND-FELT9
           UNSTRING BIND-LINJE
               DELIMITED BY ";"
               INTO BIND-FELT1 BIND-FELT2 BIND-FELT3 BIND-FELT4
                    BIND-FELT5 BIND-FELT6 BIND-FELT7 BIND-FELT8
                    BIND-FELT9
           IF BIND-FELT8 = "B"
               AND FUNCTION TRIM(BIND-FELT4) NOT = SPACES
               AND BIND-FELT4 NOT > NU-DATO-TXT
               PERFORM FRIGIV-KONTO
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(BIND-FELT1) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT2) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT4) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT5) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT6) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BIND-FELT7) DELIMITED BY SIZE
                   ";F;"
                   NU-DATO-TXT DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE BINDTEMP-LINJE FROM LINJE
           ELSE
               IF BIND-FELT8 = "B"
                   ADD 1 TO ANTAL-BUNDNE
               END-IF
               WRITE BINDTEMP-LINJE FROM BIND-LINJE
           END-IF.

       FRIGIV-KONTO.
           ADD 1 TO ANTAL-FRIGIVET
           PERFORM FIND-FRIGIV-TYPE
           MOVE SPACES TO KONTO-SALDO-TXT
           MOVE "konto findes ikke" TO KONTO-STATUS-TXT
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(BIND-FELT1) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       MOVE KONTO-FELT3 TO GAMMEL-TYPE
                       MOVE KONTO-FELT4 TO KONTO-SALDO-TXT
                       IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           MOVE "konto lukket - kun registeret"
                               TO KONTO-STATUS-TXT
                       ELSE
                           MOVE FRIGIV-TYPE TO KONTO-FELT3
                           PERFORM SKRIV-KONTOLINJE
                           MOVE "omlagt" TO KONTO-STATUS-TXT
                           PERFORM SKRIV-FRIGIVELSESBREV
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "FRIGIVET konto " DELIMITED BY SIZE
               FUNCTION TRIM(BIND-FELT1) DELIMITED BY SIZE
               " (kunde " DELIMITED BY SIZE
               FUNCTION TRIM(BIND-FELT2) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(BIND-FELT3) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(FRIGIV-TYPE) DELIMITED BY SIZE
               ", frigivelsesdato " DELIMITED BY SIZE
               BIND-FELT4 DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-STATUS-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       FIND-FRIGIV-TYPE.
           MOVE "OPSPARING" TO FRIGIV-TYPE
           MOVE "N" TO PROD-EOF-FLAG
           OPEN INPUT PRODFIL
           IF PRODFIL-STATUS = "35"
               CLOSE PRODFIL
           ELSE
               PERFORM UNTIL PROD-EOF
                   READ PRODFIL
                       AT END SET PROD-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PROD-LINJE)) > 0
                               MOVE SPACES TO PROD-FELT6 PROD-FELT7
                                   PROD-FELT8 PROD-FELT9 PROD-FELT10
                               UNSTRING PROD-LINJE
                                   DELIMITED BY ";"
                                   INTO PROD-FELT1 PROD-FELT2
                                        PROD-FELT3 PROD-FELT4
                                        PROD-FELT5 PROD-FELT6
                                        PROD-FELT7 PROD-FELT8
                                        PROD-FELT9 PROD-FELT10
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(PROD-FELT1)) =
                                   FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(BIND-FELT3))
                                   AND FUNCTION TRIM(PROD-FELT10)
                                       NOT = SPACES
                                   MOVE FUNCTION TRIM(PROD-FELT10)
                                       TO FRIGIV-TYPE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODFIL
           END-IF.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9 KONTO-FELT10
               KONTO-FELT11
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
               FUNCTION TRIM(KONTO-FELT4) DELIMITED BY SIZE
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

      * Frigivelsesbrev til kontohaveren.
       SKRIV-FRIGIVELSESBREV.
           MOVE ALL SPACES TO LINJE
           STRING "FRIGIVELSE AF BUNDEN OPSPARING - "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE BIND-FELT2 TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE ALL SPACES TO LINJE
           STRING "Deres konto " DELIMITED BY SIZE
               FUNCTION TRIM(BIND-FELT1) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(GAMMEL-TYPE) DELIMITED BY SIZE
               ") var bundet til " DELIMITED BY SIZE
               BIND-FELT4 DELIMITED BY SIZE
               " og er nu frigivet." DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           MOVE ALL SPACES TO LINJE
           STRING "Kontoen er omlagt til " DELIMITED BY SIZE
               FUNCTION TRIM(FRIGIV-TYPE) DELIMITED BY SIZE
               ", og saldoen paa " DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-SALDO-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
               " kan frit haeves." DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.
