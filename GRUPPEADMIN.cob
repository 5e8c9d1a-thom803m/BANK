       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPPEADMIN.

      *> Vedligeholdelse af kundegrupper (grupper.txt og
      *> gruppemedlem.txt, se GRUPPEREC.cpy): en husstand eller en
      *> koncern samler flere Kunde-ID'er, saa kreditrisikoen kan
      *> opgoeres og begraenses for gruppen under eet. Handlinger:
      *>   O = opret en gruppe med navn, type (H=husstand,
      *>       K=koncern), evt. egen engagementsgraense og den
      *>       foerste kunde (relation HOVED).
      *>   T = tilknyt en kunde med relationstype. En kunde kan kun
      *>       vaere aktiv i een gruppe ad gangen.
      *>   F = fjern en kunde fra gruppen (status U med dato); naar
      *>       det sidste medlem er fjernet, ophoerer gruppen.
      *>   G = ret gruppens engagementsgraense.
      *>   V = vis gruppen (paa Gruppe-ID eller et medlems Kunde-ID)
      *>       med medlemmer og samlet engagement fra GRUPPEENG.
      *> En egen graense (ved oprettelse eller G) er en
      *> kreditbeslutning og skal godkendes af en anden operatoer med
      *> rollen SUPERVISOR; godkendelsen logges som OVERSTYR
      *> (LOGTRANSD). Hver aendring skrives til gruppelog.txt (samme
      *> foer/efter-moenster som PANTADMIN's pantlog).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPPEFIL ASSIGN TO "grupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUPPEFIL-STATUS.
           SELECT GRUPPETEMP ASSIGN TO "grupper_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEDLEMFIL ASSIGN TO "gruppemedlem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEDLEMFIL-STATUS.
           SELECT MEDLEMTEMP ASSIGN TO "gruppemedlem_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRUPPELOGFIL ASSIGN TO "gruppelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUPPELOGFIL-STATUS.
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
       FD GRUPPEFIL.
       01 GRUPPE-LINJE     PIC X(200).

       FD GRUPPETEMP.
       01 GRUPPETEMP-LINJE PIC X(200).

       FD MEDLEMFIL.
       01 MEDLEM-LINJE     PIC X(200).

       FD MEDLEMTEMP.
       01 MEDLEMTEMP-LINJE PIC X(200).

       FD GRUPPELOGFIL.
       01 GRUPPELOG-LINJE  PIC X(150).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       COPY "GRUPPEREC.cpy".

       01 GRUPPEFIL-STATUS PIC XX.
       01 MEDLEMFIL-STATUS PIC XX.
       01 GRUPPELOGFIL-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-TILKNYT    VALUE "T" "t".
          88 ER-FJERN      VALUE "F" "f".
          88 ER-GRAENSE    VALUE "G" "g".
          88 ER-VIS        VALUE "V" "v".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 NU-TID.
             10 NU-TIME    PIC 9(2).
             10 NU-MIN     PIC 9(2).
             10 NU-SEK     PIC 9(2).
          05 FILLER        PIC X(6).
       01 NU-DATO-TXT      PIC X(10).

       01 GYLDIG           PIC X.
          88 ER-GYLDIG     VALUE "J".

      * Indtastning.
       01 IND-GRUPPE-ID    PIC X(10).
       01 IND-KUNDE-ID     PIC X(10).
       01 IND-NAVN         PIC X(40).
       01 IND-TYPE         PIC X.
       01 IND-GRAENSE      PIC X(15).
       01 IND-RELATION     PIC X(12).

       01 NY-GRUPPE-ID     PIC X(10).
       01 NY-TYPE          PIC X(10).
       01 NY-RELATION      PIC X(12).
       01 NY-GRAENSE       PIC S9(13)V99.
       01 GRAENSE-EDIT     PIC -(12)9.99.
       01 GRAENSE-TXT      PIC X(15).
       01 GL-GRAENSE-TXT   PIC X(15).
       01 KUNDE-NAVN       PIC X(60).

       01 GRUPPE-FUNDET    PIC X VALUE "N".
          88 GRUPPE-ER-FUNDET VALUE "J".
       01 MEDLEM-FUNDET    PIC X VALUE "N".
          88 MEDLEM-ER-FUNDET VALUE "J".
       01 AKTIV-GRUPPE     PIC X(10).
       01 ANTAL-AKTIVE     PIC 9(5) VALUE 0.
       01 ANTAL-VIST       PIC 9(5) VALUE 0.

      * Gruppens engagement (GRUPPEENG).
       01 GE-KUNDE-ID      PIC X(10).
       01 GE-GRUPPE-ID     PIC X(10).
       01 GE-GRUPPE-NAVN   PIC X(40).
       01 GE-GRAENSE       PIC S9(13)V99.
       01 GE-STORGRAENSE   PIC S9(13)V99.
       01 GE-RESTGAELD     PIC S9(13)V99.
       01 GE-BEVILGET      PIC S9(13)V99.
       01 GE-NEGATIV       PIC S9(13)V99.
       01 GE-PANT          PIC S9(13)V99.
       01 GE-ENGAGEMENT    PIC S9(13)V99.
       01 GE-RETUR         PIC 9.
       01 BELOEB-EDIT      PIC -(12)9.99.

      * Log-felter til gruppelog.txt.
       01 LOG-HANDLING     PIC X(12).
       01 LOG-GAMMEL       PIC X(40).
       01 LOG-NY           PIC X(40).

       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.
       01 SUP-GODKENDT     PIC X.

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "GRUPPEADMIN".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
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

           DISPLAY "=== GRUPPEADMIN: Kundegrupper (husstand/koncern) "
               "===".
           DISPLAY "Opret gruppe (O), tilknyt kunde (T), fjern kunde "
               "(F), ret graense (G) eller vis (V): "
               WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-GRUPPE
               WHEN ER-TILKNYT
                   PERFORM TILKNYT-KUNDE
               WHEN ER-FJERN
                   PERFORM FJERN-KUNDE
               WHEN ER-GRAENSE
                   PERFORM RET-GRAENSE
               WHEN ER-VIS
                   PERFORM VIS-GRUPPE
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny gruppe: navn, type, evt. graense og hovedkunden, der
      * skal findes og ikke allerede vaere i en aktiv gruppe.
       OPRET-GRUPPE.
           MOVE "J" TO GYLDIG
           DISPLAY "Gruppenavn: " WITH NO ADVANCING
           ACCEPT IND-NAVN
           IF FUNCTION TRIM(IND-NAVN) = SPACES
               DISPLAY "Afvist: gruppenavn mangler."
               MOVE "N" TO GYLDIG
           END-IF
           IF ER-GYLDIG
               DISPLAY "Type (H=husstand, K=koncern): "
                   WITH NO ADVANCING
               ACCEPT IND-TYPE
               EVALUATE IND-TYPE
                   WHEN "H"
                   WHEN "h"
                       MOVE "HUSSTAND" TO NY-TYPE
                   WHEN "K"
                   WHEN "k"
                       MOVE "KONCERN" TO NY-TYPE
                   WHEN OTHER
                       DISPLAY "Afvist: type skal vaere H eller K."
                       MOVE "N" TO GYLDIG
               END-EVALUATE
           END-IF
           IF ER-GYLDIG
               DISPLAY "Engagementsgraense i kr. (blank = "
                   "storengagementsgraensen): " WITH NO ADVANCING
               ACCEPT IND-GRAENSE
               PERFORM LAES-GRAENSE
           END-IF
           IF ER-GYLDIG
               DISPLAY "Hovedkundens Kunde-ID: " WITH NO ADVANCING
               ACCEPT IND-KUNDE-ID
               PERFORM TJEK-KUNDE
           END-IF
           IF ER-GYLDIG
               PERFORM TJEK-LEDIG
           END-IF
           IF ER-GYLDIG
               CALL "NYTLOEBENR" USING NY-GRUPPE-ID
               IF NY-GRAENSE > 0
                   MOVE ALL SPACES TO LT-DETALJE
                   STRING "G:" DELIMITED BY SIZE
                       FUNCTION TRIM(NY-GRUPPE-ID) DELIMITED BY SIZE
                       " GRAENSE " DELIMITED BY SIZE
                       FUNCTION TRIM(GRAENSE-TXT) DELIMITED BY SIZE
                       INTO LT-DETALJE
                   END-STRING
                   PERFORM SUPERVISOR-GODKEND
                   IF SUP-GODKENDT NOT = "J"
                       DISPLAY "Afvist: en egen engagementsgraense "
                           "kraever godkendelse af en anden "
                           "operatoer med rollen SUPERVISOR."
                       MOVE "N" TO GYLDIG
                   END-IF
               END-IF
           END-IF
           IF ER-GYLDIG
               MOVE NY-GRUPPE-ID TO GRP-FELT1
               MOVE IND-NAVN TO GRP-FELT2
               MOVE NY-TYPE TO GRP-FELT3
               MOVE GRAENSE-TXT TO GRP-FELT4
               MOVE NU-DATO-TXT TO GRP-FELT5
               MOVE OPERATOR-ID TO GRP-FELT6
               MOVE "A" TO GRP-FELT7
               PERFORM SKRIV-GRUPPELINJE
               OPEN EXTEND GRUPPEFIL
               IF GRUPPEFIL-STATUS = "35"
                   OPEN OUTPUT GRUPPEFIL
               END-IF
               WRITE GRUPPE-LINJE FROM LINJE
               CLOSE GRUPPEFIL

               MOVE NY-GRUPPE-ID TO IND-GRUPPE-ID
               MOVE "HOVED" TO NY-RELATION
               PERFORM TILFOEJ-MEDLEM

               MOVE "OPRET" TO LOG-HANDLING
               MOVE SPACES TO LOG-GAMMEL
               MOVE ALL SPACES TO LOG-NY
               STRING FUNCTION TRIM(NY-TYPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(IND-NAVN) DELIMITED BY SIZE
                   INTO LOG-NY
               END-STRING
               PERFORM SKRIV-GRUPPELOG
               DISPLAY "Gruppe " FUNCTION TRIM(NY-GRUPPE-ID)
                   " oprettet: " FUNCTION TRIM(IND-NAVN) " ("
                   FUNCTION TRIM(NY-TYPE) "), hovedkunde "
                   FUNCTION TRIM(IND-KUNDE-ID) "."
               MOVE 0 TO RETUR
           END-IF.

      * Graensen: blank eller 0 betyder storengagementsgraensen.
       LAES-GRAENSE.
           MOVE 0 TO NY-GRAENSE
           MOVE SPACES TO GRAENSE-TXT
           IF FUNCTION TRIM(IND-GRAENSE) NOT = SPACES
               MOVE FUNCTION NUMVAL(IND-GRAENSE) TO NY-GRAENSE
               IF NY-GRAENSE < 0
                   DISPLAY "Afvist: graensen kan ikke vaere negativ."
                   MOVE "N" TO GYLDIG
               ELSE
                   IF NY-GRAENSE > 0
                       MOVE NY-GRAENSE TO GRAENSE-EDIT
                       MOVE FUNCTION TRIM(GRAENSE-EDIT)
                           TO GRAENSE-TXT
                   END-IF
               END-IF
           END-IF.

      * Endnu en kunde i en eksisterende, aktiv gruppe.
       TILKNYT-KUNDE.
           MOVE "J" TO GYLDIG
           DISPLAY "Gruppe-ID: " WITH NO ADVANCING
           ACCEPT IND-GRUPPE-ID
           PERFORM FIND-GRUPPE
           IF NOT GRUPPE-ER-FUNDET
               DISPLAY "Afvist: ingen aktiv gruppe "
                   FUNCTION TRIM(IND-GRUPPE-ID) "."
               MOVE "N" TO GYLDIG
           ELSE
               DISPLAY "Gruppe: " FUNCTION TRIM(GRP-FELT2) " ("
                   FUNCTION TRIM(GRP-FELT3) ")"
           END-IF
           IF ER-GYLDIG
               DISPLAY "Kunde-ID: " WITH NO ADVANCING
               ACCEPT IND-KUNDE-ID
               PERFORM TJEK-KUNDE
           END-IF
           IF ER-GYLDIG
               PERFORM TJEK-LEDIG
           END-IF
           IF ER-GYLDIG
               DISPLAY "Relation (AEGTEFAELLE, SAMLEVER, BARN, MODER, "
                   "DATTER, SOESTER, EJER, OEVRIG): "
                   WITH NO ADVANCING
               ACCEPT IND-RELATION
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IND-RELATION))
                   TO NY-RELATION
               EVALUATE NY-RELATION
                   WHEN "AEGTEFAELLE"
                   WHEN "SAMLEVER"
                   WHEN "BARN"
                   WHEN "MODER"
                   WHEN "DATTER"
                   WHEN "SOESTER"
                   WHEN "EJER"
                   WHEN "OEVRIG"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Afvist: ukendt relationstype."
                       MOVE "N" TO GYLDIG
               END-EVALUATE
           END-IF
           IF ER-GYLDIG
               PERFORM TILFOEJ-MEDLEM
               MOVE "TILKNYT" TO LOG-HANDLING
               MOVE SPACES TO LOG-GAMMEL
               MOVE ALL SPACES TO LOG-NY
               STRING FUNCTION TRIM(IND-KUNDE-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NY-RELATION) DELIMITED BY SIZE
                   INTO LOG-NY
               END-STRING
               PERFORM SKRIV-GRUPPELOG
               DISPLAY "Kunde " FUNCTION TRIM(IND-KUNDE-ID)
                   " tilknyttet gruppe " FUNCTION TRIM(IND-GRUPPE-ID)
                   " som " FUNCTION TRIM(NY-RELATION) "."
               MOVE 0 TO RETUR
           END-IF.

       TILFOEJ-MEDLEM.
           MOVE IND-GRUPPE-ID TO GM-FELT1
           MOVE IND-KUNDE-ID TO GM-FELT2
           MOVE NY-RELATION TO GM-FELT3
           MOVE NU-DATO-TXT TO GM-FELT4
           MOVE OPERATOR-ID TO GM-FELT5
           MOVE "A" TO GM-FELT6
           MOVE SPACES TO GM-FELT7
           PERFORM SKRIV-MEDLEMLINJE
           OPEN EXTEND MEDLEMFIL
           IF MEDLEMFIL-STATUS = "35"
               OPEN OUTPUT MEDLEMFIL
           END-IF
           WRITE MEDLEM-LINJE FROM LINJE
           CLOSE MEDLEMFIL.

      * Medlemmet udtraeder (status U); er der ingen aktive
      * medlemmer tilbage, ophoerer gruppen (status O).
       FJERN-KUNDE.
           DISPLAY "Gruppe-ID: " WITH NO ADVANCING
           ACCEPT IND-GRUPPE-ID
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT IND-KUNDE-ID
           PERFORM FIND-AKTIV-GRUPPE
           IF FUNCTION TRIM(AKTIV-GRUPPE) = SPACES
               OR FUNCTION TRIM(AKTIV-GRUPPE) NOT =
                   FUNCTION TRIM(IND-GRUPPE-ID)
               DISPLAY "Afvist: kunde " FUNCTION TRIM(IND-KUNDE-ID)
                   " er ikke aktivt medlem af gruppe "
                   FUNCTION TRIM(IND-GRUPPE-ID) "."
           ELSE
               PERFORM UDMELD-MEDLEM
               MOVE "FJERN" TO LOG-HANDLING
               MOVE IND-KUNDE-ID TO LOG-GAMMEL
               MOVE SPACES TO LOG-NY
               PERFORM SKRIV-GRUPPELOG
               DISPLAY "Kunde " FUNCTION TRIM(IND-KUNDE-ID)
                   " er fjernet fra gruppe "
                   FUNCTION TRIM(IND-GRUPPE-ID) "."
               IF ANTAL-AKTIVE = 0
                   PERFORM FIND-GRUPPE
                   IF GRUPPE-ER-FUNDET
                       MOVE "O" TO GRP-FELT7
                       PERFORM OMSKRIV-GRUPPE
                       MOVE "OPHOER" TO LOG-HANDLING
                       MOVE SPACES TO LOG-GAMMEL
                       MOVE SPACES TO LOG-NY
                       PERFORM SKRIV-GRUPPELOG
                       DISPLAY "Gruppen har ikke flere medlemmer og "
                           "er ophoert."
                   END-IF
               END-IF
               MOVE 0 TO RETUR
           END-IF.

      * Temp-fil/FILSKIFT-moensteret; de tilbagevaerende aktive
      * medlemmer taelles med det samme.
       UDMELD-MEDLEM.
           MOVE 0 TO ANTAL-AKTIVE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MEDLEMFIL
           OPEN OUTPUT MEDLEMTEMP
           PERFORM UNTIL EOF
               READ MEDLEMFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(MEDLEM-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM SKIL-MEDLEMLINJE
                           IF GM-FELT6 = "A"
                               AND FUNCTION TRIM(GM-FELT1) =
                                   FUNCTION TRIM(IND-GRUPPE-ID)
                               AND FUNCTION NUMVAL(GM-FELT2) =
                                   FUNCTION NUMVAL(IND-KUNDE-ID)
                               MOVE "U" TO GM-FELT6
                               MOVE NU-DATO-TXT TO GM-FELT7
                               PERFORM SKRIV-MEDLEMLINJE
                               WRITE MEDLEMTEMP-LINJE FROM LINJE
                           ELSE
                               IF GM-FELT6 = "A"
                                   AND FUNCTION TRIM(GM-FELT1) =
                                       FUNCTION TRIM(IND-GRUPPE-ID)
                                   ADD 1 TO ANTAL-AKTIVE
                               END-IF
                               WRITE MEDLEMTEMP-LINJE FROM MEDLEM-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEDLEMFIL
           CLOSE MEDLEMTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "gruppemedlem_tmp.txt" TO FS-KILDE
           MOVE "gruppemedlem.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Ny engagementsgraense for gruppen - kraever supervisor.
       RET-GRAENSE.
           MOVE "J" TO GYLDIG
           DISPLAY "Gruppe-ID: " WITH NO ADVANCING
           ACCEPT IND-GRUPPE-ID
           PERFORM FIND-GRUPPE
           IF NOT GRUPPE-ER-FUNDET
               DISPLAY "Afvist: ingen aktiv gruppe "
                   FUNCTION TRIM(IND-GRUPPE-ID) "."
               MOVE "N" TO GYLDIG
           ELSE
               MOVE GRP-FELT4 TO GL-GRAENSE-TXT
               MOVE SPACES TO GE-KUNDE-ID
               MOVE IND-GRUPPE-ID TO GE-GRUPPE-ID
               PERFORM HENT-ENGAGEMENT
               DISPLAY "Gruppe: " FUNCTION TRIM(GRP-FELT2) " ("
                   FUNCTION TRIM(GRP-FELT3) ")"
               PERFORM VIS-ENGAGEMENT
               DISPLAY "Ny engagementsgraense i kr. (blank = "
                   "storengagementsgraensen): " WITH NO ADVANCING
               ACCEPT IND-GRAENSE
               PERFORM LAES-GRAENSE
           END-IF
           IF ER-GYLDIG
               IF NY-GRAENSE > 0 AND NY-GRAENSE < GE-ENGAGEMENT
                   DISPLAY "Bemaerk: gruppens engagement ligger "
                       "allerede over den nye graense."
               END-IF
               MOVE ALL SPACES TO LT-DETALJE
               STRING "G:" DELIMITED BY SIZE
                   FUNCTION TRIM(IND-GRUPPE-ID) DELIMITED BY SIZE
                   " GRAENSE " DELIMITED BY SIZE
                   FUNCTION TRIM(GRAENSE-TXT) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               PERFORM SUPERVISOR-GODKEND
               IF SUP-GODKENDT NOT = "J"
                   DISPLAY "Afvist: graenseaendringen kraever "
                       "godkendelse af en anden operatoer med "
                       "rollen SUPERVISOR."
                   MOVE "N" TO GYLDIG
               END-IF
           END-IF
           IF ER-GYLDIG
               MOVE GRAENSE-TXT TO GRP-FELT4
               PERFORM OMSKRIV-GRUPPE
               MOVE "GRAENSE" TO LOG-HANDLING
               MOVE GL-GRAENSE-TXT TO LOG-GAMMEL
               MOVE GRAENSE-TXT TO LOG-NY
               PERFORM SKRIV-GRUPPELOG
               IF FUNCTION TRIM(GRAENSE-TXT) = SPACES
                   DISPLAY "Gruppe " FUNCTION TRIM(IND-GRUPPE-ID)
                       " foelger nu storengagementsgraensen."
               ELSE
                   DISPLAY "Gruppe " FUNCTION TRIM(IND-GRUPPE-ID)
                       " har nu graensen "
                       FUNCTION TRIM(GRAENSE-TXT) " kr."
               END-IF
               MOVE 0 TO RETUR
           END-IF.

      * Gruppelinjen i GRP-FELT1..7 skrives tilbage - temp-fil/
      * FILSKIFT-moensteret.
       OMSKRIV-GRUPPE.
           PERFORM SKRIV-GRUPPELINJE
           MOVE LINJE TO TRIM-LINJE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GRUPPEFIL
           OPEN OUTPUT GRUPPETEMP
           PERFORM UNTIL EOF
               READ GRUPPEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GRUPPE-LINJE)) > 0
                           MOVE SPACES TO LINJE
                           UNSTRING GRUPPE-LINJE
                               DELIMITED BY ";"
                               INTO LINJE
                           IF FUNCTION TRIM(LINJE) =
                               FUNCTION TRIM(IND-GRUPPE-ID)
                               WRITE GRUPPETEMP-LINJE FROM TRIM-LINJE
                           ELSE
                               WRITE GRUPPETEMP-LINJE
                                   FROM GRUPPE-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPPEFIL
           CLOSE GRUPPETEMP
           MOVE "S" TO FS-HANDLING
           MOVE "grupper_tmp.txt" TO FS-KILDE
           MOVE "grupper.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Gruppen vises paa Gruppe-ID eller paa et medlems Kunde-ID.
       VIS-GRUPPE.
           DISPLAY "Gruppe-ID (blank = soeg paa Kunde-ID): "
               WITH NO ADVANCING
           ACCEPT IND-GRUPPE-ID
           IF FUNCTION TRIM(IND-GRUPPE-ID) = SPACES
               DISPLAY "Kunde-ID: " WITH NO ADVANCING
               ACCEPT IND-KUNDE-ID
               PERFORM FIND-AKTIV-GRUPPE
               MOVE AKTIV-GRUPPE TO IND-GRUPPE-ID
           END-IF
           MOVE "N" TO GRUPPE-FUNDET
           IF FUNCTION TRIM(IND-GRUPPE-ID) NOT = SPACES
               PERFORM FIND-GRUPPE
           END-IF
           IF NOT GRUPPE-ER-FUNDET
               DISPLAY "Ingen aktiv gruppe fundet."
           ELSE
               DISPLAY "Gruppe " FUNCTION TRIM(GRP-FELT1) ": "
                   FUNCTION TRIM(GRP-FELT2) " ("
                   FUNCTION TRIM(GRP-FELT3) "), oprettet "
                   GRP-FELT5 " af " FUNCTION TRIM(GRP-FELT6)
               DISPLAY "Medlemmer:"
               PERFORM VIS-MEDLEMMER
               MOVE SPACES TO GE-KUNDE-ID
               MOVE IND-GRUPPE-ID TO GE-GRUPPE-ID
               PERFORM HENT-ENGAGEMENT
               PERFORM VIS-ENGAGEMENT
               MOVE 0 TO RETUR
           END-IF.

       VIS-MEDLEMMER.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MEDLEMFIL
           IF MEDLEMFIL-STATUS = "35"
               CLOSE MEDLEMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MEDLEMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MEDLEM-LINJE)) > 0
                               PERFORM SKIL-MEDLEMLINJE
                               IF GM-FELT6 = "A"
                                   AND FUNCTION TRIM(GM-FELT1) =
                                       FUNCTION TRIM(IND-GRUPPE-ID)
                                   ADD 1 TO ANTAL-VIST
                                   MOVE GM-FELT2 TO IND-KUNDE-ID
                                   PERFORM FIND-KUNDENAVN
                                   DISPLAY "  " FUNCTION TRIM(GM-FELT2)
                                       "  " FUNCTION TRIM(KUNDE-NAVN)
                                       "  " FUNCTION TRIM(GM-FELT3)
                                       "  fra " GM-FELT4
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDLEMFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "  (ingen aktive medlemmer)"
           END-IF.

       HENT-ENGAGEMENT.
           CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
               GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
               GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR.

       VIS-ENGAGEMENT.
           MOVE GE-RESTGAELD TO BELOEB-EDIT
           DISPLAY "  Restgaeld paa laan:        " BELOEB-EDIT
           MOVE GE-BEVILGET TO BELOEB-EDIT
           DISPLAY "  Bevilget overtraek:        " BELOEB-EDIT
           MOVE GE-NEGATIV TO BELOEB-EDIT
           DISPLAY "  Negative saldi:            " BELOEB-EDIT
           MOVE GE-ENGAGEMENT TO BELOEB-EDIT
           DISPLAY "  Samlet engagement:         " BELOEB-EDIT
           MOVE GE-PANT TO BELOEB-EDIT
           DISPLAY "  Pantvurdering:             " BELOEB-EDIT
           MOVE GE-GRAENSE TO BELOEB-EDIT
           DISPLAY "  Engagementsgraense:        " BELOEB-EDIT
           IF GE-ENGAGEMENT > GE-GRAENSE
               DISPLAY "  ADVARSEL: engagementet overstiger "
                   "gruppens graense."
           END-IF
           IF GE-ENGAGEMENT NOT < GE-STORGRAENSE
               DISPLAY "  STORENGAGEMENT: gruppen er over "
                   "storengagementsgraensen."
           END-IF.

       FIND-GRUPPE.
           MOVE "N" TO GRUPPE-FUNDET
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
                               PERFORM SKIL-GRUPPELINJE
                               IF FUNCTION TRIM(GRP-FELT1) =
                                   FUNCTION TRIM(IND-GRUPPE-ID)
                                   AND GRP-FELT7 = "A"
                                   SET GRUPPE-ER-FUNDET TO TRUE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPPEFIL
           END-IF.

      * Kundens aktive gruppe (blank hvis ingen).
       FIND-AKTIV-GRUPPE.
           MOVE SPACES TO AKTIV-GRUPPE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MEDLEMFIL
           IF MEDLEMFIL-STATUS = "35"
               CLOSE MEDLEMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MEDLEMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MEDLEM-LINJE)) > 0
                               PERFORM SKIL-MEDLEMLINJE
                               IF GM-FELT6 = "A"
                                   AND FUNCTION NUMVAL(GM-FELT2) =
                                       FUNCTION NUMVAL(IND-KUNDE-ID)
                                   MOVE GM-FELT1 TO AKTIV-GRUPPE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDLEMFIL
           END-IF.

       TJEK-LEDIG.
           PERFORM FIND-AKTIV-GRUPPE
           IF FUNCTION TRIM(AKTIV-GRUPPE) NOT = SPACES
               DISPLAY "Afvist: kunde " FUNCTION TRIM(IND-KUNDE-ID)
                   " er allerede medlem af gruppe "
                   FUNCTION TRIM(AKTIV-GRUPPE) " - fjern kunden der "
                   "foerst."
               MOVE "N" TO GYLDIG
           END-IF.

       TJEK-KUNDE.
           IF FUNCTION TRIM(IND-KUNDE-ID) IS NOT NUMERIC
               DISPLAY "Afvist: Kunde-ID skal vaere numerisk."
               MOVE "N" TO GYLDIG
           ELSE
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
                   DISPLAY "Afvist: ingen kunder.txt fundet."
                   MOVE "N" TO GYLDIG
               ELSE
                   MOVE FUNCTION NUMVAL(IND-KUNDE-ID) TO FELT-ID
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL
                       INVALID KEY
                           DISPLAY "Afvist: ukendt Kunde-ID "
                               FUNCTION TRIM(IND-KUNDE-ID) "."
                           MOVE "N" TO GYLDIG
                       NOT INVALID KEY
                           DISPLAY "Kunde: "
                               FUNCTION TRIM(FELT-FORNAVN) " "
                               FUNCTION TRIM(FELT-EFTERNAVN)
                   END-READ
                   CLOSE KUNDEFIL
               END-IF
           END-IF.

       FIND-KUNDENAVN.
           MOVE "ukendt" TO KUNDE-NAVN
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(IND-KUNDE-ID) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALL SPACES TO KUNDE-NAVN
                       STRING
                           FUNCTION TRIM(FELT-FORNAVN)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(FELT-EFTERNAVN)
                               DELIMITED BY SIZE
                           INTO KUNDE-NAVN
                       END-STRING
               END-READ
               CLOSE KUNDEFIL
           END-IF.

      * Godkenderen skal vaere en anden operatoer end den der
      * aendrer graensen og have rollen SUPERVISOR (som PRISADMIN).
       SUPERVISOR-GODKEND.
           MOVE "N" TO SUP-GODKENDT
           DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
           ACCEPT SUP-ID
           DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
           ACCEPT SUP-KODE
           IF FUNCTION TRIM(SUP-ID) = FUNCTION TRIM(OPERATOR-ID)
               DISPLAY "Godkenderen maa ikke vaere den samme "
                   "operatoer."
           ELSE
               CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
                   SUP-RETUR
               IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
                   MOVE "J" TO SUP-GODKENDT
                   MOVE "OVERSTYR" TO LT-HAENDELSE
                   MOVE 0 TO LT-RC
                   CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                       LT-RC SUP-ID LT-DETALJE
               END-IF
           END-IF.

      * Foer/efter-linje til gruppelog.txt - samme moenster som
      * PANTADMIN's pantlog.
       SKRIV-GRUPPELOG.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO LINJE
           STRING
               NU-AAR DELIMITED BY SIZE
               "-"
               NU-MAANED DELIMITED BY SIZE
               "-"
               NU-DAG DELIMITED BY SIZE
               " "
               NU-TIME DELIMITED BY SIZE
               ":"
               NU-MIN DELIMITED BY SIZE
               ":"
               NU-SEK DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(IND-GRUPPE-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-HANDLING) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-GAMMEL) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-NY) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND GRUPPELOGFIL
           IF GRUPPELOGFIL-STATUS = "35"
               OPEN OUTPUT GRUPPELOGFIL
           END-IF
           WRITE GRUPPELOG-LINJE FROM LINJE
           CLOSE GRUPPELOGFIL.

       SKIL-GRUPPELINJE.
           MOVE SPACES TO GRP-FELT4 GRP-FELT5 GRP-FELT6 GRP-FELT7
           UNSTRING GRUPPE-LINJE
               DELIMITED BY ";"
               INTO GRP-FELT1 GRP-FELT2 GRP-FELT3 GRP-FELT4
                    GRP-FELT5 GRP-FELT6 GRP-FELT7.

       SKIL-MEDLEMLINJE.
           MOVE SPACES TO GM-FELT4 GM-FELT5 GM-FELT6 GM-FELT7
           UNSTRING MEDLEM-LINJE
               DELIMITED BY ";"
               INTO GM-FELT1 GM-FELT2 GM-FELT3 GM-FELT4
                    GM-FELT5 GM-FELT6 GM-FELT7.

       SKRIV-GRUPPELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(GRP-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GRP-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GRP-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GRP-FELT4) DELIMITED BY SIZE
               ";"
               GRP-FELT5 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GRP-FELT6) DELIMITED BY SIZE
               ";"
               GRP-FELT7 DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

       SKRIV-MEDLEMLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(GM-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GM-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GM-FELT3) DELIMITED BY SIZE
               ";"
               GM-FELT4 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GM-FELT5) DELIMITED BY SIZE
               ";"
               GM-FELT6 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GM-FELT7) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.
