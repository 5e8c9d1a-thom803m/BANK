       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAANREPRIS.

      *> Natbatch-trin der omlaegger variabelt forrentede laan, naar
      *> deres referencerente i rentesatser.txt har faaet en ny
      *> raekke. For hvert laan i laan.txt med en referencerente
      *> (LAAN-FELT5) findes referencerentens nyeste raekke med
      *> gyldig-fra paa eller foer dags dato (samme regel som
      *> RENTEBATCH); er raekken nyere end den laanet sidst blev
      *> prissat efter (LAAN-FELT7), bliver den nye rente
      *> referencerenten plus laanets margin (dog aldrig under nul),
      *> og laanets afventende A-terminer med forfald fra gyldig-
      *> fra-datoen genberegnes som annuitet over de resterende
      *> terminer med udgangspunkt i restgaelden foer den foerste
      *> af dem (sidste termin reguleres, saa restgaelden rammer
      *> nul - som i OPRETLAAN). Betalte og misligholdte terminer
      *> roeres ikke.
      *> Hver omlaegning adviseres kunden paa betalingskontoen via
      *> ADVIS (type LAAN-REPRIS: ny ydelse, gammel ydelse og dato
      *> i referencen) og logges i laanrepris_log.txt:
      *>   DATO;LAAN;NOEGLE;GYLDIG-FRA;REFSATS;MARGIN;GL-RENTE;
      *>   NY-RENTE;GL-YDELSE;NY-YDELSE;TERMINER;RESTGAELD
      *> saa kunden kan faa vist praecis hvad der blev aendret og
      *> hvorfor. Planen og laan.txt genskrives via temp-fil/
      *> FILSKIFT som i LAANBATCH. Koeres foer LAANBATCH, saa
      *> dagens forfald opkraeves med den nye ydelse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT LAANTEMP ASSIGN TO "laan_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT PLANTEMP ASSIGN TO "laaneplan_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENTEFIL ASSIGN TO "rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEFIL-STATUS.
           SELECT REPRISLOG ASSIGN TO "laanrepris_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRISLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD LAANTEMP.
       01 LAANTEMP-LINJE   PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD PLANTEMP.
       01 PLANTEMP-LINJE   PIC X(100).

       FD RENTEFIL.
       01 RENTE-LINJE      PIC X(100).

       FD REPRISLOG.
       01 REPRISLOG-LINJE  PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "LAANREC.cpy".

       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 RENTEFIL-STATUS  PIC XX.
       01 REPRISLOG-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

      * Referencerentens gaeldende raekke.
       01 REF-SATS         PIC S9V9999.
       01 REF-DATO         PIC X(10).
       01 REF-FUNDET       PIC X VALUE "N".
          88 REF-ER-FUNDET VALUE "Y".
       01 RENTE-FELT1      PIC X(20).
       01 RENTE-FELT2      PIC X(15).
       01 RENTE-FELT3      PIC X(10).
       01 KANDIDAT-DATO    PIC X(10).
       01 SIDST-PRISSAT    PIC X(10).

       01 MARGIN           PIC S9V9999.
       01 GL-RENTE         PIC S9V9999.
       01 NY-RENTE         PIC S9V9999.
       01 MAANEDS-RENTE    PIC S9V99999999.
       01 FAKTOR           PIC S9(3)V9(9).
       01 SATS-EDIT        PIC -9.9999.
       01 REF-SATS-TXT     PIC X(10).
       01 MARGIN-TXT       PIC X(10).
       01 GL-RENTE-TXT     PIC X(10).
       01 NY-RENTE-TXT     PIC X(10).

      * Laanets afventende terminer fra gyldig-fra-datoen.
       01 ANTAL-TERMINER   PIC 9(3).
       01 GL-YDELSE        PIC S9(11)V99.
       01 NY-YDELSE        PIC S9(11)V99.
       01 BASIS-RESTGAELD  PIC S9(11)V99.
       01 REST             PIC S9(11)V99.
       01 YDELSE           PIC S9(11)V99.
       01 RENTE-DEL        PIC S9(11)V99.
       01 AFDRAG-DEL       PIC S9(11)V99.
       01 TERMINER-TILBAGE PIC 9(3).

       01 BELOEB-EDIT      PIC -(10)9.99.
       01 GL-YDELSE-TXT    PIC X(15).
       01 NY-YDELSE-TXT    PIC X(15).
       01 RESTGAELD-TXT    PIC X(15).

       01 ANTAL-LAAN-VARIABEL PIC 9(5) VALUE 0.
       01 ANTAL-REPRISET   PIC 9(5) VALUE 0.

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".
       01 PLAN-EOF-FLAG    PIC X VALUE "N".
          88 PLAN-EOF      VALUE "Y".
       01 SATS-EOF-FLAG    PIC X VALUE "N".
          88 SATS-EOF      VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "LAANREPRIS".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Omlaegningen adviseres kunden via ADVIS (se modulet for
      * fravalgsreglerne).
       01 AD-KONTO         PIC X(10).
       01 AD-TYPE          PIC X(15).
       01 AD-BELOEB        PIC X(15).
       01 AD-REF           PIC X(30).
       01 AD-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== LAANREPRIS: Omlaegning af variabelt "
               "forrentede laan ===".

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

           MOVE 0 TO ANTAL-LAAN-VARIABEL
           MOVE 0 TO ANTAL-REPRISET
           MOVE 0 TO RETUR

           MOVE "N" TO EOF-FLAG
           OPEN INPUT LAANFIL
           IF LAANFIL-STATUS = "35"
               CLOSE LAANFIL
               DISPLAY "Ingen laan.txt fundet - intet at omlaegge."
           ELSE
               OPEN OUTPUT LAANTEMP
               PERFORM UNTIL EOF
                   READ LAANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(LAAN-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM BEHANDL-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANFIL
               CLOSE LAANTEMP

               MOVE "S" TO FS-HANDLING
               MOVE "laan_tmp.txt" TO FS-KILDE
               MOVE "laan.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           DISPLAY "Variabelt forrentede laan: " ANTAL-LAAN-VARIABEL
               ", omlagt: " ANTAL-REPRISET
               " - se laanrepris_log.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Fastforrentede laan kopieres uaendret; et variabelt laan
      * prissaettes, hvis referencerenten har en nyere raekke end
      * den laanet sidst blev prissat efter.
       BEHANDL-LAAN.
           MOVE SPACES TO LAAN-FELT5
           MOVE SPACES TO LAAN-FELT6
           MOVE SPACES TO LAAN-FELT7
           MOVE SPACES TO LAAN-FELT8
           UNSTRING LAAN-LINJE
               DELIMITED BY ";"
               INTO LAAN-FELT1 LAAN-FELT2 LAAN-FELT3 LAAN-FELT4
                    LAAN-FELT5 LAAN-FELT6 LAAN-FELT7 LAAN-FELT8
           IF FUNCTION TRIM(LAAN-FELT5) = SPACES
               WRITE LAANTEMP-LINJE FROM LAAN-LINJE
           ELSE
               ADD 1 TO ANTAL-LAAN-VARIABEL
               PERFORM FIND-REFERENCESATS
               IF FUNCTION TRIM(LAAN-FELT7) = SPACES
                   MOVE "0000-00-00" TO SIDST-PRISSAT
               ELSE
                   MOVE FUNCTION TRIM(LAAN-FELT7) TO SIDST-PRISSAT
               END-IF
               IF REF-ER-FUNDET AND REF-DATO > SIDST-PRISSAT
                   PERFORM REPRIS-LAAN
                   PERFORM SKRIV-STAMLINJE
               ELSE
                   WRITE LAANTEMP-LINJE FROM LAAN-LINJE
               END-IF
           END-IF.

      * Referencerentens nyeste raekke med gyldig-fra paa eller
      * foer dags dato; en raekke uden dato er altid gyldig med
      * lavest prioritet.
       FIND-REFERENCESATS.
           MOVE "N" TO REF-FUNDET
           MOVE 0 TO REF-SATS
           MOVE SPACES TO REF-DATO
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
           IF RENTEFIL-STATUS = "35"
               CLOSE RENTEFIL
           ELSE
               PERFORM UNTIL SATS-EOF
                   READ RENTEFIL
                       AT END SET SATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RENTE-LINJE)) > 0
                               MOVE SPACES TO RENTE-FELT3
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-FELT1)) =
                                   FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(LAAN-FELT5))
                                   PERFORM VURDER-REFRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF.

       VURDER-REFRAEKKE.
           IF FUNCTION TRIM(RENTE-FELT3) = SPACES
               MOVE "0000-00-00" TO KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(RENTE-FELT3) TO KANDIDAT-DATO
           END-IF
           IF KANDIDAT-DATO NOT > NU-DATO-TXT
               AND (NOT REF-ER-FUNDET OR KANDIDAT-DATO > REF-DATO)
               SET REF-ER-FUNDET TO TRUE
               MOVE KANDIDAT-DATO TO REF-DATO
               MOVE FUNCTION NUMVAL(RENTE-FELT2) TO REF-SATS
           END-IF.

      * Ny rente, genberegning af planen fra gyldig-fra-datoen,
      * advis og log.
       REPRIS-LAAN.
           MOVE FUNCTION NUMVAL(LAAN-FELT6) TO MARGIN
           MOVE FUNCTION NUMVAL(LAAN-FELT3) TO GL-RENTE
           COMPUTE NY-RENTE = REF-SATS + MARGIN
           IF NY-RENTE < 0
               MOVE 0 TO NY-RENTE
           END-IF
           COMPUTE MAANEDS-RENTE ROUNDED = NY-RENTE / 12

           PERFORM FIND-RESTTERMINER
           MOVE 0 TO NY-YDELSE
           IF ANTAL-TERMINER > 0
               IF MAANEDS-RENTE = 0
                   COMPUTE NY-YDELSE ROUNDED =
                       BASIS-RESTGAELD / ANTAL-TERMINER
               ELSE
                   COMPUTE FAKTOR ROUNDED =
                       1 - (1 + MAANEDS-RENTE)
                           ** (0 - ANTAL-TERMINER)
                   COMPUTE NY-YDELSE ROUNDED =
                       BASIS-RESTGAELD * MAANEDS-RENTE / FAKTOR
               END-IF
               PERFORM OMSKRIV-PLAN
           END-IF

           MOVE REF-SATS TO SATS-EDIT
           MOVE FUNCTION TRIM(SATS-EDIT) TO REF-SATS-TXT
           MOVE MARGIN TO SATS-EDIT
           MOVE FUNCTION TRIM(SATS-EDIT) TO MARGIN-TXT
           MOVE GL-RENTE TO SATS-EDIT
           MOVE FUNCTION TRIM(SATS-EDIT) TO GL-RENTE-TXT
           MOVE NY-RENTE TO SATS-EDIT
           MOVE FUNCTION TRIM(SATS-EDIT) TO NY-RENTE-TXT
           MOVE GL-YDELSE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO GL-YDELSE-TXT
           MOVE NY-YDELSE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO NY-YDELSE-TXT
           MOVE BASIS-RESTGAELD TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO RESTGAELD-TXT

           MOVE NY-RENTE-TXT TO LAAN-FELT3
           MOVE REF-DATO TO LAAN-FELT7
           ADD 1 TO ANTAL-REPRISET
           PERFORM SKRIV-REPRISLOG
           IF ANTAL-TERMINER > 0 AND NY-RENTE NOT = GL-RENTE
               PERFORM SEND-ADVIS
           END-IF.

      * Foerste gennemloeb: de afventende terminer med forfald fra
      * gyldig-fra-datoen, restgaelden foer den foerste af dem
      * (dens restgaeld efter terminen plus dens afdrag) og den
      * hidtidige ydelse.
       FIND-RESTTERMINER.
           MOVE 0 TO ANTAL-TERMINER
           MOVE 0 TO GL-YDELSE
           MOVE 0 TO BASIS-RESTGAELD
           MOVE "N" TO PLAN-EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL PLAN-EOF
                   READ PLANFIL
                       AT END SET PLAN-EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(PLAN-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM SKIL-PLANLINJE
                               IF FUNCTION NUMVAL(PLAN-FELT1) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   AND (PLAN-FELT8 = "A"
                                       OR PLAN-FELT8 = "a")
                                   AND FUNCTION TRIM(PLAN-FELT3)
                                       NOT < REF-DATO
                                   IF ANTAL-TERMINER = 0
                                       MOVE FUNCTION
                                           NUMVAL(PLAN-FELT4)
                                           TO GL-YDELSE
                                       COMPUTE BASIS-RESTGAELD =
                                           FUNCTION
                                           NUMVAL(PLAN-FELT7)
                                           + FUNCTION
                                           NUMVAL(PLAN-FELT6)
                                   END-IF
                                   ADD 1 TO ANTAL-TERMINER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

      * Andet gennemloeb: planen genskrives via temp-fil/FILSKIFT;
      * de beroerte terminer faar ny ydelse, rente- og afdragsdel og
      * restgaeld, alt andet kopieres uaendret.
       OMSKRIV-PLAN.
           MOVE BASIS-RESTGAELD TO REST
           MOVE ANTAL-TERMINER TO TERMINER-TILBAGE
           MOVE "N" TO PLAN-EOF-FLAG
           OPEN INPUT PLANFIL
           OPEN OUTPUT PLANTEMP
           PERFORM UNTIL PLAN-EOF
               READ PLANFIL
                   AT END SET PLAN-EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(PLAN-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-PLANLINJE
                           IF FUNCTION NUMVAL(PLAN-FELT1) =
                               FUNCTION NUMVAL(LAAN-FELT1)
                               AND (PLAN-FELT8 = "A"
                                   OR PLAN-FELT8 = "a")
                               AND FUNCTION TRIM(PLAN-FELT3)
                                   NOT < REF-DATO
                               PERFORM GENBEREGN-TERMIN
                           ELSE
                               WRITE PLANTEMP-LINJE FROM PLAN-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANFIL
           CLOSE PLANTEMP

           MOVE "S" TO FS-HANDLING
           MOVE "laaneplan_tmp.txt" TO FS-KILDE
           MOVE "laaneplan.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       GENBEREGN-TERMIN.
           COMPUTE RENTE-DEL ROUNDED = REST * MAANEDS-RENTE
           IF TERMINER-TILBAGE NOT > 1
               MOVE REST TO AFDRAG-DEL
               COMPUTE YDELSE = AFDRAG-DEL + RENTE-DEL
           ELSE
               MOVE NY-YDELSE TO YDELSE
               COMPUTE AFDRAG-DEL = YDELSE - RENTE-DEL
           END-IF
           SUBTRACT AFDRAG-DEL FROM REST
           SUBTRACT 1 FROM TERMINER-TILBAGE

           MOVE YDELSE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT4
           MOVE RENTE-DEL TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT5
           MOVE AFDRAG-DEL TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT6
           MOVE REST TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT7
           PERFORM SKRIV-PLANLINJE.

       SKIL-PLANLINJE.
           MOVE SPACES TO PLAN-FELT8
           UNSTRING PLAN-LINJE
               DELIMITED BY ";"
               INTO PLAN-FELT1 PLAN-FELT2 PLAN-FELT3 PLAN-FELT4
                    PLAN-FELT5 PLAN-FELT6 PLAN-FELT7 PLAN-FELT8.

       SKRIV-PLANLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(PLAN-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE PLANTEMP-LINJE FROM LINJE.

       SKRIV-STAMLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(LAAN-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT7) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF FUNCTION TRIM(LAAN-FELT8) NOT = SPACES
               STRING FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(LAAN-FELT8) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           WRITE LAANTEMP-LINJE FROM LINJE.

       SKRIV-REPRISLOG.
           MOVE ALL SPACES TO LINJE
           STRING
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LAAN-FELT5) DELIMITED BY SIZE
               ";"
               REF-DATO DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(REF-SATS-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MARGIN-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GL-RENTE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-RENTE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GL-YDELSE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-YDELSE-TXT) DELIMITED BY SIZE
               ";"
               ANTAL-TERMINER DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RESTGAELD-TXT) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND REPRISLOG
           IF REPRISLOG-STATUS = "35"
               OPEN OUTPUT REPRISLOG
           END-IF
           WRITE REPRISLOG-LINJE FROM LINJE
           CLOSE REPRISLOG.

       SEND-ADVIS.
           MOVE FUNCTION TRIM(LAAN-FELT2) TO AD-KONTO
           MOVE "LAAN-REPRIS" TO AD-TYPE
           MOVE NY-YDELSE-TXT TO AD-BELOEB
           MOVE ALL SPACES TO AD-REF
           STRING "GL " DELIMITED BY SIZE
               FUNCTION TRIM(GL-YDELSE-TXT) DELIMITED BY SIZE
               " FRA " DELIMITED BY SIZE
               REF-DATO DELIMITED BY SIZE
               INTO AD-REF
           END-STRING
           CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
               AD-RETUR.
