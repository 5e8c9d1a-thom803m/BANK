       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONKOER.

      *> Natbatch-trin der genscreener hele kunder.txt mod
      *> sanktionslisten naar der er kommet en ny listeversion.
      *> Versionen staar i sanktionsliste.txt's foerste linje
      *> ("VERSION;<version>;<dato>") og sammenholdes med den
      *> seneste genscreenede version i sanktion_status.txt
      *> ("VERSION;<version>;<koerselsdato>"). Er versionen den
      *> samme, sker der intet; ellers screenes hver kundes navn og
      *> CPR gennem SANKTIONSTJEK med referencen "K<kunde-id>", saa
      *> et hit aabner (eller noterer paa) en SANKTION-sag i
      *> amlsager.txt til compliance. Hittene listes i
      *> sanktion_rapport.txt, og foerst naar hele kundefilen er
      *> screenet noteres versionen som genscreenet. Hit stopper
      *> ikke kaeden - sagerne arbejdes i AMLSAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT LISTEFIL ASSIGN TO "sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTEFIL-STATUS.
           SELECT STATUSFIL ASSIGN TO "sanktion_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUSFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "sanktion_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD LISTEFIL.
       01 LISTE-LINJE      PIC X(120).

       FD STATUSFIL.
       01 STATUS-LINJE     PIC X(60).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       01 KUNDEFIL-STATUS  PIC XX.
       01 LISTEFIL-STATUS  PIC XX.
       01 STATUSFIL-STATUS PIC XX.

       01 VER-FELT1        PIC X(10).
       01 VER-FELT2        PIC X(20).
       01 VER-FELT3        PIC X(10).
       01 LISTE-VERSION    PIC X(20).
       01 SENESTE-VERSION  PIC X(20).

       01 ANTAL-SCREENET   PIC 9(7) VALUE 0.
       01 ANTAL-HIT        PIC 9(7) VALUE 0.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11).
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20) VALUE "SANKTIONKOER".
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "SANKTIONKOER".
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

           DISPLAY "=== SANKTIONKOER: Genscreening mod "
               "sanktionslisten ===".

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
           PERFORM LAES-LISTEVERSION
           PERFORM LAES-SENESTE-VERSION

           EVALUATE TRUE
               WHEN LISTE-VERSION = SPACES
                   DISPLAY "Ingen sanktionsliste med versionslinje "
                       "- intet at genscreene."
               WHEN LISTE-VERSION = SENESTE-VERSION
                   DISPLAY "Sanktionsliste version "
                       FUNCTION TRIM(LISTE-VERSION)
                       " er allerede genscreenet."
               WHEN OTHER
                   PERFORM GENSCREEN-KUNDER
                   PERFORM NOTER-VERSION
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       LAES-LISTEVERSION.
           MOVE SPACES TO LISTE-VERSION
           OPEN INPUT LISTEFIL
           IF LISTEFIL-STATUS = "35"
               CLOSE LISTEFIL
           ELSE
               READ LISTEFIL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO VER-FELT1
                       MOVE SPACES TO VER-FELT2
                       UNSTRING LISTE-LINJE
                           DELIMITED BY ";"
                           INTO VER-FELT1 VER-FELT2
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(VER-FELT1))
                           = "VERSION"
                           MOVE FUNCTION TRIM(VER-FELT2)
                               TO LISTE-VERSION
                       END-IF
               END-READ
               CLOSE LISTEFIL
           END-IF.

       LAES-SENESTE-VERSION.
           MOVE SPACES TO SENESTE-VERSION
           OPEN INPUT STATUSFIL
           IF STATUSFIL-STATUS = "35"
               CLOSE STATUSFIL
           ELSE
               READ STATUSFIL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO VER-FELT2
                       UNSTRING STATUS-LINJE
                           DELIMITED BY ";"
                           INTO VER-FELT1 VER-FELT2 VER-FELT3
                       MOVE FUNCTION TRIM(VER-FELT2)
                           TO SENESTE-VERSION
               END-READ
               CLOSE STATUSFIL
           END-IF.

       GENSCREEN-KUNDER.
           MOVE 0 TO ANTAL-SCREENET
           MOVE 0 TO ANTAL-HIT
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "SANKTIONKOER - genscreening " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               " mod listeversion " DELIMITED BY SIZE
               FUNCTION TRIM(LISTE-VERSION) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM SCREEN-KUNDE
                   END-READ
               END-PERFORM
               CLOSE KUNDEFIL
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Screenet: " DELIMITED BY SIZE
               ANTAL-SCREENET DELIMITED BY SIZE
               " kunder, hit: " DELIMITED BY SIZE
               ANTAL-HIT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL
           MOVE "sanktion_rapport" TO RA-NAVN
           MOVE "sanktion_rapport.txt" TO RA-FIL
           MOVE "SANKTIONKOER" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Genscreening: " ANTAL-SCREENET " kunder, "
               ANTAL-HIT " hit - se sanktion_rapport.txt.".

       SCREEN-KUNDE.
           ADD 1 TO ANTAL-SCREENET
           MOVE ALL SPACES TO ST-NAVN
           STRING FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
               INTO ST-NAVN
           END-STRING
           MOVE FELT-CPR TO ST-CPR
           MOVE ALL SPACES TO ST-REF
           STRING "K" DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO ST-REF
           END-STRING
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID ST-SAG-ID
               ST-RETUR
           IF ST-RETUR = 1
               ADD 1 TO ANTAL-HIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "HIT  kunde " DELIMITED BY SIZE
                   FELT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-NAVN) DELIMITED BY SIZE
                   " - liste " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-LISTE-ID) DELIMITED BY SIZE
                   " score " DELIMITED BY SIZE
                   ST-SCORE DELIMITED BY SIZE
                   " - sag " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       NOTER-VERSION.
           OPEN OUTPUT STATUSFIL
           MOVE ALL SPACES TO STATUS-LINJE
           STRING "VERSION;" DELIMITED BY SIZE
               FUNCTION TRIM(LISTE-VERSION) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO STATUS-LINJE
           END-STRING
           WRITE STATUS-LINJE
           CLOSE STATUSFIL.
