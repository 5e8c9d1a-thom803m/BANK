       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNRADMIN.

      *> Vedligeholdelse af pengeinstitutregisteret
      *> pengeinstitutter.txt som REGNRTJEK kontrollerer udgaaende
      *> betalinger mod. Linjeformat:
      *>   REGNR;BANKNAVN;MODULUSREGEL;AKTIV-FRA;AKTIV-TIL
      *> (modulusregler 0-3, se REGNRTJEK; tom AKTIV-TIL = uden
      *> udloeb). Et reg.nr. kan oprettes eller rettes enkeltvis og
      *> deaktiveres med en slutdato - raekker slettes aldrig, saa
      *> en gammel betaling altid kan forklares. Sektorens
      *> periodiske fil regnr_sektor.txt (samme linjeformat, linjer
      *> der ikke starter med et reg.nr. springes over) indlaeses
      *> hel: nye reg.nr. tilfoejes, aendrede rettes, og aktive
      *> reg.nr. der ikke laengere staar i filen faar i dag som
      *> slutdato. Den indlaeste fil omdoebes til
      *> regnr_sektor_indlaest.txt saa den ikke tages to gange.
      *> Enhver aendring logges med gammel og ny vaerdi til
      *> regnrlog.txt (samme foer/efter-moenster som PANTADMIN's
      *> pantlog), og registeret skrives via temp-fil/FILSKIFT.
      *> Kan registeret ikke vaere i tabellen, afvises enhver
      *> aendring, saa ingen raekker tabes ved omskrivningen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGNRFIL ASSIGN TO "pengeinstitutter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGNRFIL-STATUS.
           SELECT REGNRTEMP ASSIGN TO "pengeinstitutter_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEKTORFIL ASSIGN TO "regnr_sektor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKTORFIL-STATUS.
           SELECT REGNRLOGFIL ASSIGN TO "regnrlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGNRLOGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGNRFIL.
       01 REGNR-LINJE      PIC X(100).

       FD REGNRTEMP.
       01 REGNRTEMP-LINJE  PIC X(100).

       FD SEKTORFIL.
       01 SEKTOR-LINJE     PIC X(100).

       FD REGNRLOGFIL.
       01 REGNRLOG-LINJE   PIC X(200).

       WORKING-STORAGE SECTION.
       01 REGNRFIL-STATUS  PIC XX.
       01 SEKTORFIL-STATUS PIC XX.
       01 REGNRLOGFIL-STATUS PIC XX.

       01 HANDLING         PIC X.
          88 VALG-LIST     VALUE "L" "l".
          88 VALG-RET      VALUE "R" "r".
          88 VALG-DEAKTIVER VALUE "D" "d".
          88 VALG-INDLAES  VALUE "I" "i".
          88 VALG-AFSLUT   VALUE "A" "a".

      * Registeret holdes i hukommelsen mens det rettes og skrives
      * tilbage samlet.
       01 REG-TABEL.
          05 REG-RAEKKE OCCURS 10000 TIMES.
             10 TAB-REGNR     PIC X(4).
             10 TAB-NAVN      PIC X(40).
             10 TAB-REGEL     PIC X.
             10 TAB-FRA       PIC X(10).
             10 TAB-TIL       PIC X(10).
             10 TAB-SET       PIC X.
       01 REG-ANTAL        PIC 9(5) VALUE 0.
       01 REG-MAKS         PIC 9(5) VALUE 10000.
       01 REG-IX           PIC 9(5).
       01 FUNDET-IX        PIC 9(5).
       01 REG-OVERLOEB-FLAG PIC X VALUE "N".
          88 REG-OVERLOEB  VALUE "J".

       01 RAEKKE-REGNR     PIC X(10).
       01 RAEKKE-NAVN      PIC X(40).
       01 RAEKKE-REGEL     PIC X(5).
       01 RAEKKE-FRA       PIC X(10).
       01 RAEKKE-TIL       PIC X(10).

       01 NY-REGNR         PIC X(10).
       01 NY-NAVN          PIC X(40).
       01 NY-REGEL         PIC X(5).
       01 NY-FRA           PIC X(10).
       01 NY-TIL           PIC X(10).

       01 GAMMEL-VAERDI    PIC X(80).
       01 NY-VAERDI        PIC X(80).
       01 LOG-REGNR        PIC X(4).
       01 LOG-HANDLING     PIC X(10).

       01 RAEKKE-GYLDIG    PIC X VALUE "N".
          88 ER-GYLDIG-RAEKKE VALUE "J".
       01 TJEK-DATO        PIC X(10).
       01 DATO-GYLDIG      PIC X VALUE "N".
          88 ER-GYLDIG-DATO VALUE "J".

       01 ANTAL-VIST       PIC 9(4) VALUE 0.
       01 ANTAL-NYE        PIC 9(4) VALUE 0.
       01 ANTAL-AENDRET    PIC 9(4) VALUE 0.
       01 ANTAL-UDGAAET    PIC 9(4) VALUE 0.
       01 ANTAL-SPRUNGET   PIC 9(4) VALUE 0.
       01 ER-AENDRET       PIC X VALUE "N".
          88 RAEKKE-AENDRET VALUE "J".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 NU-TID.
             10 NU-TIME    PIC 9(2).
             10 NU-MIN     PIC 9(2).
             10 NU-SEK     PIC 9(2).
             10 FILLER     PIC X(2).
          05 FILLER        PIC X(5).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "REGNRADMIN".
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

           MOVE 0 TO RETUR
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

           DISPLAY "=== REGNRADMIN: Pengeinstitutregister ==="
           MOVE SPACE TO HANDLING
           PERFORM UNTIL VALG-AFSLUT
               DISPLAY "List (L), opret/ret (R), deaktiver (D), "
                   "indlaes sektorfil (I) eller afslut (A): "
                   WITH NO ADVANCING
               ACCEPT HANDLING
               EVALUATE TRUE
                   WHEN VALG-LIST
                       PERFORM LIST-REGISTER
                   WHEN VALG-RET
                       PERFORM RET-REGNR
                   WHEN VALG-DEAKTIVER
                       PERFORM DEAKTIVER-REGNR
                   WHEN VALG-INDLAES
                       PERFORM INDLAES-SEKTORFIL
                   WHEN VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg."
               END-EVALUATE
           END-PERFORM

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       LIST-REGISTER.
           PERFORM LAES-REGISTER
           MOVE 0 TO ANTAL-VIST
           PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > REG-ANTAL
               IF TAB-TIL(REG-IX) = SPACES
                   DISPLAY TAB-REGNR(REG-IX) "  "
                       TAB-NAVN(REG-IX) "  regel "
                       TAB-REGEL(REG-IX) "  aktiv fra "
                       TAB-FRA(REG-IX)
               ELSE
                   DISPLAY TAB-REGNR(REG-IX) "  "
                       TAB-NAVN(REG-IX) "  regel "
                       TAB-REGEL(REG-IX) "  aktiv "
                       TAB-FRA(REG-IX) " - "
                       TAB-TIL(REG-IX)
               END-IF
               ADD 1 TO ANTAL-VIST
           END-PERFORM
           IF ANTAL-VIST = 0
               DISPLAY "Registeret er tomt."
           END-IF.

      * Opret et nyt reg.nr. eller ret et eksisterende. Blanke
      * felter ved en rettelse beholder den gamle vaerdi.
       RET-REGNR.
           PERFORM LAES-REGISTER
           IF REG-OVERLOEB
               DISPLAY "Afvist: registeret kan ikke rettes."
           ELSE
               PERFORM UDFOER-RET
           END-IF.

       UDFOER-RET.
           DISPLAY "Reg.nr. (4 cifre): " WITH NO ADVANCING
           ACCEPT NY-REGNR
           MOVE FUNCTION TRIM(NY-REGNR) TO NY-REGNR
           PERFORM FIND-I-TABEL
           IF FUNDET-IX > 0
               DISPLAY "Nuvaerende: " TAB-NAVN(FUNDET-IX)
                   " regel " TAB-REGEL(FUNDET-IX)
                   " aktiv " TAB-FRA(FUNDET-IX) " - "
                   TAB-TIL(FUNDET-IX)
           END-IF
           DISPLAY "Banknavn: " WITH NO ADVANCING
           ACCEPT NY-NAVN
           DISPLAY "Modulusregel (0-3): " WITH NO ADVANCING
           ACCEPT NY-REGEL
           DISPLAY "Aktiv fra (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT NY-FRA
           DISPLAY "Aktiv til (AAAA-MM-DD, blank = uden udloeb): "
               WITH NO ADVANCING
           ACCEPT NY-TIL

           IF FUNDET-IX > 0
               IF FUNCTION TRIM(NY-NAVN) = SPACES
                   MOVE TAB-NAVN(FUNDET-IX) TO NY-NAVN
               END-IF
               IF FUNCTION TRIM(NY-REGEL) = SPACES
                   MOVE TAB-REGEL(FUNDET-IX) TO NY-REGEL
               END-IF
               IF FUNCTION TRIM(NY-FRA) = SPACES
                   MOVE TAB-FRA(FUNDET-IX) TO NY-FRA
               END-IF
               IF FUNCTION TRIM(NY-TIL) = SPACES
                   MOVE TAB-TIL(FUNDET-IX) TO NY-TIL
               END-IF
           END-IF

           PERFORM VALIDER-NY-RAEKKE
           EVALUATE TRUE
               WHEN NOT ER-GYLDIG-RAEKKE
                   CONTINUE
               WHEN FUNDET-IX = 0 AND REG-ANTAL NOT < REG-MAKS
                   DISPLAY "Afvist: registeret er fuldt."
               WHEN FUNDET-IX = 0
                   ADD 1 TO REG-ANTAL
                   MOVE REG-ANTAL TO FUNDET-IX
                   PERFORM FLYT-NY-TIL-TABEL
                   MOVE SPACES TO GAMMEL-VAERDI
                   PERFORM BYG-NY-VAERDI
                   MOVE "OPRET" TO LOG-HANDLING
                   MOVE TAB-REGNR(FUNDET-IX) TO LOG-REGNR
                   PERFORM SKRIV-REGNRLOG
                   PERFORM SKRIV-REGISTER
                   DISPLAY "Reg.nr. " TAB-REGNR(FUNDET-IX)
                       " er oprettet."
               WHEN OTHER
                   PERFORM BYG-GAMMEL-VAERDI
                   PERFORM FLYT-NY-TIL-TABEL
                   PERFORM BYG-NY-VAERDI
                   IF GAMMEL-VAERDI = NY-VAERDI
                       DISPLAY "Ingen aendring."
                   ELSE
                       MOVE "RET" TO LOG-HANDLING
                       MOVE TAB-REGNR(FUNDET-IX) TO LOG-REGNR
                       PERFORM SKRIV-REGNRLOG
                       PERFORM SKRIV-REGISTER
                       DISPLAY "Reg.nr. " TAB-REGNR(FUNDET-IX)
                           " er rettet."
                   END-IF
           END-EVALUATE.

      * Deaktivering saetter slutdatoen - reg.nr. bliver staaende
      * i registeret.
       DEAKTIVER-REGNR.
           PERFORM LAES-REGISTER
           IF REG-OVERLOEB
               DISPLAY "Afvist: registeret kan ikke rettes."
           ELSE
               PERFORM UDFOER-DEAKTIVER
           END-IF.

       UDFOER-DEAKTIVER.
           DISPLAY "Reg.nr. der skal deaktiveres: "
               WITH NO ADVANCING
           ACCEPT NY-REGNR
           MOVE FUNCTION TRIM(NY-REGNR) TO NY-REGNR
           PERFORM FIND-I-TABEL
           IF FUNDET-IX = 0
               DISPLAY "Reg.nr. findes ikke i registeret."
           ELSE
               DISPLAY "Sidste aktive dag (AAAA-MM-DD, blank = i "
                   "dag): " WITH NO ADVANCING
               ACCEPT NY-TIL
               IF FUNCTION TRIM(NY-TIL) = SPACES
                   MOVE NU-DATO-TXT TO NY-TIL
               END-IF
               MOVE NY-TIL TO TJEK-DATO
               PERFORM VALIDER-DATO
               IF NOT ER-GYLDIG-DATO
                   DISPLAY "Afvist: datoen skal vaere AAAA-MM-DD."
               ELSE
                   PERFORM BYG-GAMMEL-VAERDI
                   MOVE NY-TIL TO TAB-TIL(FUNDET-IX)
                   PERFORM BYG-NY-VAERDI
                   MOVE "DEAKTIVER" TO LOG-HANDLING
                   MOVE TAB-REGNR(FUNDET-IX) TO LOG-REGNR
                   PERFORM SKRIV-REGNRLOG
                   PERFORM SKRIV-REGISTER
                   DISPLAY "Reg.nr. " TAB-REGNR(FUNDET-IX)
                       " er aktivt til og med "
                       FUNCTION TRIM(NY-TIL) "."
               END-IF
           END-IF.

      * Sektorfilen er den fulde liste: nye og aendrede raekker
      * tages ind, og aktive reg.nr. der ikke staar i filen
      * udgaar pr. i dag.
       INDLAES-SEKTORFIL.
           PERFORM LAES-REGISTER
           IF REG-OVERLOEB
               DISPLAY "Afvist: sektorfilen indlaeses ikke - "
                   "regnr_sektor.txt bliver staaende."
           ELSE
               PERFORM UDFOER-INDLAES
           END-IF.

       UDFOER-INDLAES.
           OPEN INPUT SEKTORFIL
           IF SEKTORFIL-STATUS = "35"
               CLOSE SEKTORFIL
               DISPLAY "Ingen regnr_sektor.txt fundet - intet at "
                   "indlaese."
           ELSE
               MOVE 0 TO ANTAL-NYE
               MOVE 0 TO ANTAL-AENDRET
               MOVE 0 TO ANTAL-UDGAAET
               MOVE 0 TO ANTAL-SPRUNGET
               PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
                   MOVE "N" TO TAB-SET(REG-IX)
               END-PERFORM
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ SEKTORFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM INDLAES-SEKTORLINJE
                   END-READ
               END-PERFORM
               CLOSE SEKTORFIL

               PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > REG-ANTAL
                   IF TAB-SET(REG-IX) = "N"
                       AND TAB-TIL(REG-IX) = SPACES
                       MOVE REG-IX TO FUNDET-IX
                       PERFORM BYG-GAMMEL-VAERDI
                       MOVE NU-DATO-TXT TO TAB-TIL(REG-IX)
                       PERFORM BYG-NY-VAERDI
                       MOVE "UDGAAET" TO LOG-HANDLING
                       MOVE TAB-REGNR(REG-IX) TO LOG-REGNR
                       PERFORM SKRIV-REGNRLOG
                       ADD 1 TO ANTAL-UDGAAET
                   END-IF
               END-PERFORM

               PERFORM SKRIV-REGISTER
               MOVE "S" TO FS-HANDLING
               MOVE "regnr_sektor.txt" TO FS-KILDE
               MOVE "regnr_sektor_indlaest.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
               MOVE "INDLAES" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE
                   LT-RC OPERATOR-ID
               DISPLAY "Sektorfil indlaest: " ANTAL-NYE " nye, "
                   ANTAL-AENDRET " aendrede, " ANTAL-UDGAAET
                   " udgaaede, " ANTAL-SPRUNGET
                   " linjer sprunget over."
           END-IF.

       INDLAES-SEKTORLINJE.
           MOVE SPACES TO NY-REGNR
           MOVE SPACES TO NY-NAVN
           MOVE SPACES TO NY-REGEL
           MOVE SPACES TO NY-FRA
           MOVE SPACES TO NY-TIL
           UNSTRING SEKTOR-LINJE
               DELIMITED BY ";"
               INTO NY-REGNR NY-NAVN NY-REGEL NY-FRA NY-TIL
           MOVE FUNCTION TRIM(NY-REGNR) TO NY-REGNR
      * Hoved- og trailerlinjer i sektorfilen starter ikke med et
      * reg.nr. og springes tavst over.
           IF NY-REGNR(1:4) IS NUMERIC
               PERFORM VALIDER-NY-RAEKKE
               IF NOT ER-GYLDIG-RAEKKE
                   ADD 1 TO ANTAL-SPRUNGET
               ELSE
                   PERFORM FIND-I-TABEL
                   EVALUATE TRUE
                       WHEN FUNDET-IX = 0
                           AND REG-ANTAL NOT < REG-MAKS
                           ADD 1 TO ANTAL-SPRUNGET
                       WHEN FUNDET-IX = 0
                           ADD 1 TO REG-ANTAL
                           MOVE REG-ANTAL TO FUNDET-IX
                           PERFORM FLYT-NY-TIL-TABEL
                           MOVE "J" TO TAB-SET(FUNDET-IX)
                           MOVE SPACES TO GAMMEL-VAERDI
                           PERFORM BYG-NY-VAERDI
                           MOVE "OPRET" TO LOG-HANDLING
                           MOVE TAB-REGNR(FUNDET-IX) TO LOG-REGNR
                           PERFORM SKRIV-REGNRLOG
                           ADD 1 TO ANTAL-NYE
                       WHEN OTHER
                           PERFORM BYG-GAMMEL-VAERDI
                           PERFORM FLYT-NY-TIL-TABEL
                           MOVE "J" TO TAB-SET(FUNDET-IX)
                           PERFORM BYG-NY-VAERDI
                           IF GAMMEL-VAERDI NOT = NY-VAERDI
                               MOVE "RET" TO LOG-HANDLING
                               MOVE TAB-REGNR(FUNDET-IX)
                                   TO LOG-REGNR
                               PERFORM SKRIV-REGNRLOG
                               ADD 1 TO ANTAL-AENDRET
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * Reg.nr. fire cifre, banknavn udfyldt, regel 0-3, gyldig
      * fra-dato (blank = altid) og til-dato (blank = uden udloeb)
      * der ikke ligger foer fra-datoen.
       VALIDER-NY-RAEKKE.
           MOVE "N" TO RAEKKE-GYLDIG
           MOVE FUNCTION TRIM(NY-NAVN) TO NY-NAVN
           MOVE FUNCTION TRIM(NY-REGEL) TO NY-REGEL
           MOVE FUNCTION TRIM(NY-FRA) TO NY-FRA
           MOVE FUNCTION TRIM(NY-TIL) TO NY-TIL
           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(NY-REGNR)) NOT = 4
                   OR NY-REGNR(1:4) IS NOT NUMERIC
                   DISPLAY "Afvist: reg.nr. skal vaere fire cifre."
               WHEN NY-NAVN = SPACES
                   DISPLAY "Afvist: banknavnet skal udfyldes."
               WHEN NY-REGEL(1:1) < "0" OR NY-REGEL(1:1) > "3"
                   OR NY-REGEL(2:4) NOT = SPACES
                   DISPLAY "Afvist: modulusreglen skal vaere 0-3."
               WHEN OTHER
                   MOVE "J" TO RAEKKE-GYLDIG
                   IF NY-FRA NOT = SPACES
                       MOVE NY-FRA TO TJEK-DATO
                       PERFORM VALIDER-DATO
                       IF NOT ER-GYLDIG-DATO
                           MOVE "N" TO RAEKKE-GYLDIG
                       END-IF
                   END-IF
                   IF NY-TIL NOT = SPACES
                       MOVE NY-TIL TO TJEK-DATO
                       PERFORM VALIDER-DATO
                       IF NOT ER-GYLDIG-DATO
                           MOVE "N" TO RAEKKE-GYLDIG
                       END-IF
                   END-IF
                   IF NOT ER-GYLDIG-RAEKKE
                       DISPLAY "Afvist: datoerne skal vaere "
                           "AAAA-MM-DD eller blanke."
                   ELSE
                       IF NY-FRA NOT = SPACES AND NY-TIL NOT = SPACES
                           AND NY-TIL < NY-FRA
                           MOVE "N" TO RAEKKE-GYLDIG
                           DISPLAY "Afvist: aktiv til ligger foer "
                               "aktiv fra."
                       END-IF
                   END-IF
           END-EVALUATE.

      * Samme datokontrol som OVERFOER's udfoerelsesdato.
       VALIDER-DATO.
           MOVE "N" TO DATO-GYLDIG
           IF TJEK-DATO(1:4) IS NUMERIC
               AND TJEK-DATO(5:1) = "-"
               AND TJEK-DATO(6:2) IS NUMERIC
               AND TJEK-DATO(8:1) = "-"
               AND TJEK-DATO(9:2) IS NUMERIC
               IF TJEK-DATO(6:2) >= "01" AND TJEK-DATO(6:2) <= "12"
                   AND TJEK-DATO(9:2) >= "01"
                   AND TJEK-DATO(9:2) <= "31"
                   MOVE "J" TO DATO-GYLDIG
               END-IF
           END-IF.

       FIND-I-TABEL.
           MOVE 0 TO FUNDET-IX
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL OR FUNDET-IX > 0
               IF TAB-REGNR(REG-IX) = NY-REGNR(1:4)
                   MOVE REG-IX TO FUNDET-IX
               END-IF
           END-PERFORM.

       FLYT-NY-TIL-TABEL.
           MOVE NY-REGNR(1:4) TO TAB-REGNR(FUNDET-IX)
           MOVE NY-NAVN TO TAB-NAVN(FUNDET-IX)
           MOVE NY-REGEL(1:1) TO TAB-REGEL(FUNDET-IX)
           MOVE NY-FRA TO TAB-FRA(FUNDET-IX)
           MOVE NY-TIL TO TAB-TIL(FUNDET-IX).

       BYG-GAMMEL-VAERDI.
           MOVE ALL SPACES TO GAMMEL-VAERDI
           STRING
               FUNCTION TRIM(TAB-NAVN(FUNDET-IX)) DELIMITED BY SIZE
               "/"
               TAB-REGEL(FUNDET-IX) DELIMITED BY SIZE
               "/"
               FUNCTION TRIM(TAB-FRA(FUNDET-IX)) DELIMITED BY SIZE
               "/"
               FUNCTION TRIM(TAB-TIL(FUNDET-IX)) DELIMITED BY SIZE
               INTO GAMMEL-VAERDI
           END-STRING.

       BYG-NY-VAERDI.
           MOVE ALL SPACES TO NY-VAERDI
           STRING
               FUNCTION TRIM(TAB-NAVN(FUNDET-IX)) DELIMITED BY SIZE
               "/"
               TAB-REGEL(FUNDET-IX) DELIMITED BY SIZE
               "/"
               FUNCTION TRIM(TAB-FRA(FUNDET-IX)) DELIMITED BY SIZE
               "/"
               FUNCTION TRIM(TAB-TIL(FUNDET-IX)) DELIMITED BY SIZE
               INTO NY-VAERDI
           END-STRING.

      * Raekker ud over tabellen markerer registeret som
      * overfyldt; saa maa det ikke skrives tilbage.
       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE "N" TO REG-OVERLOEB-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT REGNRFIL
           IF REGNRFIL-STATUS = "35"
               CLOSE REGNRFIL
           ELSE
               PERFORM UNTIL EOF
                   READ REGNRFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(REGNR-LINJE)) > 0
                               IF REG-ANTAL < REG-MAKS
                                   PERFORM SKIL-REGNRLINJE
                               ELSE
                                   SET REG-OVERLOEB TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGNRFIL
           END-IF
           IF REG-OVERLOEB
               DISPLAY "FEJL: pengeinstitutter.txt har flere end "
                   REG-MAKS " raekker - kun de foerste er vist, og "
                   "registeret kan ikke rettes."
               MOVE 1 TO RETUR
           END-IF.

       SKIL-REGNRLINJE.
           MOVE SPACES TO RAEKKE-REGNR
           MOVE SPACES TO RAEKKE-NAVN
           MOVE SPACES TO RAEKKE-REGEL
           MOVE SPACES TO RAEKKE-FRA
           MOVE SPACES TO RAEKKE-TIL
           UNSTRING REGNR-LINJE
               DELIMITED BY ";"
               INTO RAEKKE-REGNR RAEKKE-NAVN RAEKKE-REGEL
                    RAEKKE-FRA RAEKKE-TIL
           ADD 1 TO REG-ANTAL
           MOVE FUNCTION TRIM(RAEKKE-REGNR) TO TAB-REGNR(REG-ANTAL)
           MOVE FUNCTION TRIM(RAEKKE-NAVN) TO TAB-NAVN(REG-ANTAL)
           MOVE FUNCTION TRIM(RAEKKE-REGEL) TO TAB-REGEL(REG-ANTAL)
           MOVE FUNCTION TRIM(RAEKKE-FRA) TO TAB-FRA(REG-ANTAL)
           MOVE FUNCTION TRIM(RAEKKE-TIL) TO TAB-TIL(REG-ANTAL)
           MOVE "N" TO TAB-SET(REG-ANTAL).

       SKRIV-REGISTER.
           IF REG-OVERLOEB
               DISPLAY "FEJL: registeret skrives ikke tilbage."
           ELSE
               PERFORM SKRIV-REGISTERFIL
           END-IF.

       SKRIV-REGISTERFIL.
           OPEN OUTPUT REGNRTEMP
           PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > REG-ANTAL
               MOVE ALL SPACES TO LINJE
               STRING
                   TAB-REGNR(REG-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(TAB-NAVN(REG-IX)) DELIMITED BY SIZE
                   ";"
                   TAB-REGEL(REG-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(TAB-FRA(REG-IX)) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(TAB-TIL(REG-IX)) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE REGNRTEMP-LINJE FROM LINJE
           END-PERFORM
           CLOSE REGNRTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "pengeinstitutter_tmp.txt" TO FS-KILDE
           MOVE "pengeinstitutter.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Foer/efter-linje til regnrlog.txt - samme moenster som
      * PANTADMIN's pantlog.
       SKRIV-REGNRLOG.
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
               LOG-REGNR DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-HANDLING) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GAMMEL-VAERDI) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-VAERDI) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND REGNRLOGFIL
           IF REGNRLOGFIL-STATUS = "35"
               OPEN OUTPUT REGNRLOGFIL
           END-IF
           WRITE REGNRLOG-LINJE FROM LINJE
           CLOSE REGNRLOGFIL.
