       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPPERAP.

      *> Engagementsrapport pr. kundegruppe (husstand/koncern, se
      *> GRUPPEREC.cpy): for hver aktiv gruppe i grupper.txt
      *> opgoeres via GRUPPEENG restgaelden paa laan (laaneplan.txt),
      *> de bevilgede overtraeksgraenser (KONTO-FELT7), de negative
      *> saldi, det samlede engagement og pantvurderingen fra
      *> pant.txt med det ikke-sikrede (blanco) engagement.
      *> Grupper paa eller over storengagementsgraensen
      *> (gruppekonfig.txt) flages STORENGAGEMENT, og grupper over
      *> deres egen graense flages OVER GRAENSE. Rapporten skrives
      *> til gruppe_engagement.txt og arkiveres som dateret
      *> generation (RAPPORTARKIV).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPPEFIL ASSIGN TO "grupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUPPEFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "gruppe_engagement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPPEFIL.
       01 GRUPPE-LINJE     PIC X(200).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "GRUPPEREC.cpy".

       01 GRUPPEFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

      * De aktive grupper laeses foerst, saa GRUPPEENG selv kan
      * aabne grupper.txt for hver gruppe.
       01 GRP-ANTAL        PIC 9(4) VALUE 0.
       01 GRP-TABEL.
          05 GRP-POST OCCURS 2000 TIMES.
             10 GRP-ID       PIC X(10).
             10 GRP-TYPE     PIC X(10).
       01 GRP-IX           PIC 9(4).

       01 GE-KUNDE-ID      PIC X(10).
       01 GE-GRUPPE-ID     PIC X(10).
       01 GE-GRUPPE-NAVN   PIC X(40).
       01 GE-GRAENSE       PIC S9(13)V99.
       01 GE-STORGRAENSE   PIC S9(13)V99 VALUE 0.
       01 GE-RESTGAELD     PIC S9(13)V99.
       01 GE-BEVILGET      PIC S9(13)V99.
       01 GE-NEGATIV       PIC S9(13)V99.
       01 GE-PANT          PIC S9(13)V99.
       01 GE-ENGAGEMENT    PIC S9(13)V99.
       01 GE-RETUR         PIC 9.

       01 BLANCO           PIC S9(13)V99.
       01 SUM-ENGAGEMENT   PIC S9(15)V99 VALUE 0.
       01 SUM-PANT         PIC S9(15)V99 VALUE 0.
       01 SUM-BLANCO       PIC S9(15)V99 VALUE 0.
       01 ANTAL-STORE      PIC 9(5) VALUE 0.
       01 ANTAL-OVER       PIC 9(5) VALUE 0.

       01 BELOEB-EDIT      PIC -(14)9.99.
       01 TXT-RESTGAELD    PIC X(20).
       01 TXT-BEVILGET     PIC X(20).
       01 TXT-NEGATIV      PIC X(20).
       01 TXT-ENGAGEMENT   PIC X(20).
       01 TXT-PANT         PIC X(20).
       01 TXT-BLANCO       PIC X(20).
       01 TXT-GRAENSE      PIC X(20).
       01 FLAG-TEKST       PIC X(40).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "GRUPPERAP".
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

           DISPLAY "=== GRUPPERAP: Engagement pr. kundegruppe ===".

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
           PERFORM INDLAES-GRUPPER

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "GRUPPERAP - engagement pr. kundegruppe "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           IF GRP-ANTAL = 0
               MOVE "Ingen aktive kundegrupper." TO RAPPORT-LINJE
               WRITE RAPPORT-LINJE
           ELSE
               PERFORM VARYING GRP-IX FROM 1 BY 1
                       UNTIL GRP-IX > GRP-ANTAL
                   PERFORM RAPPORTER-GRUPPE
               END-PERFORM
           END-IF

           PERFORM SKRIV-OPSUMMERING
           CLOSE RAPPORTFIL

           MOVE "gruppe_engagement" TO RA-NAVN
           MOVE "gruppe_engagement.txt" TO RA-FIL
           MOVE "GRUPPERAP" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Grupper: " GRP-ANTAL ", storengagementer: "
               ANTAL-STORE ", over egen graense: " ANTAL-OVER
               " - se gruppe_engagement.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       INDLAES-GRUPPER.
           MOVE 0 TO GRP-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GRUPPEFIL
           IF GRUPPEFIL-STATUS = "35"
               CLOSE GRUPPEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ GRUPPEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GRUPPE-LINJE)) > 0
                               MOVE SPACES TO GRP-FELT4 GRP-FELT5
                                   GRP-FELT6 GRP-FELT7
                               UNSTRING GRUPPE-LINJE
                                   DELIMITED BY ";"
                                   INTO GRP-FELT1 GRP-FELT2 GRP-FELT3
                                        GRP-FELT4 GRP-FELT5 GRP-FELT6
                                        GRP-FELT7
                               IF GRP-FELT7 = "A" AND GRP-ANTAL < 2000
                                   ADD 1 TO GRP-ANTAL
                                   MOVE GRP-FELT1 TO GRP-ID(GRP-ANTAL)
                                   MOVE GRP-FELT3
                                       TO GRP-TYPE(GRP-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPPEFIL
           END-IF.

       RAPPORTER-GRUPPE.
           MOVE SPACES TO GE-KUNDE-ID
           MOVE GRP-ID(GRP-IX) TO GE-GRUPPE-ID
           CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
               GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
               GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR
           IF GE-RETUR = 0
               COMPUTE BLANCO = GE-ENGAGEMENT - GE-PANT
               IF BLANCO < 0
                   MOVE 0 TO BLANCO
               END-IF
               ADD GE-ENGAGEMENT TO SUM-ENGAGEMENT
               ADD GE-PANT TO SUM-PANT
               ADD BLANCO TO SUM-BLANCO

               MOVE SPACES TO FLAG-TEKST
               EVALUATE TRUE
                   WHEN GE-ENGAGEMENT NOT < GE-STORGRAENSE
                       AND GE-ENGAGEMENT > GE-GRAENSE
                       MOVE "STORENGAGEMENT, OVER GRAENSE"
                           TO FLAG-TEKST
                       ADD 1 TO ANTAL-STORE
                       ADD 1 TO ANTAL-OVER
                   WHEN GE-ENGAGEMENT NOT < GE-STORGRAENSE
                       MOVE "STORENGAGEMENT" TO FLAG-TEKST
                       ADD 1 TO ANTAL-STORE
                   WHEN GE-ENGAGEMENT > GE-GRAENSE
                       MOVE "OVER GRAENSE" TO FLAG-TEKST
                       ADD 1 TO ANTAL-OVER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE GE-RESTGAELD TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-RESTGAELD
               MOVE GE-BEVILGET TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-BEVILGET
               MOVE GE-NEGATIV TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-NEGATIV
               MOVE GE-ENGAGEMENT TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-ENGAGEMENT
               MOVE GE-PANT TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-PANT
               MOVE BLANCO TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-BLANCO
               MOVE GE-GRAENSE TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-GRAENSE

               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Gruppe " DELIMITED BY SIZE
                   FUNCTION TRIM(GE-GRUPPE-ID) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(GE-GRUPPE-NAVN) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(GRP-TYPE(GRP-IX)) DELIMITED BY SIZE
                   ")  " DELIMITED BY SIZE
                   FUNCTION TRIM(FLAG-TEKST) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "  restgaeld laan " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-RESTGAELD) DELIMITED BY SIZE
                   "  bevilget overtraek " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-BEVILGET) DELIMITED BY SIZE
                   "  negative saldi " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-NEGATIV) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "  engagement " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-ENGAGEMENT) DELIMITED BY SIZE
                   "  pant " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-PANT) DELIMITED BY SIZE
                   "  blanco " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-BLANCO) DELIMITED BY SIZE
                   "  graense " DELIMITED BY SIZE
                   FUNCTION TRIM(TXT-GRAENSE) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-IF.

       SKRIV-OPSUMMERING.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-ENGAGEMENT TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-ENGAGEMENT
           MOVE SUM-PANT TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-PANT
           MOVE SUM-BLANCO TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-BLANCO
           MOVE GE-STORGRAENSE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO TXT-GRAENSE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Grupper: " DELIMITED BY SIZE
               GRP-ANTAL DELIMITED BY SIZE
               "  engagement i alt " DELIMITED BY SIZE
               FUNCTION TRIM(TXT-ENGAGEMENT) DELIMITED BY SIZE
               "  pant " DELIMITED BY SIZE
               FUNCTION TRIM(TXT-PANT) DELIMITED BY SIZE
               "  blanco " DELIMITED BY SIZE
               FUNCTION TRIM(TXT-BLANCO) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Storengagementer (graense " DELIMITED BY SIZE
               FUNCTION TRIM(TXT-GRAENSE) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               ANTAL-STORE DELIMITED BY SIZE
               "  over egen graense: " DELIMITED BY SIZE
               ANTAL-OVER DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
