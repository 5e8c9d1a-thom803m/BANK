       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATSADMIN.

      *> Vedligeholdelse af satstabellerne rentesatser.txt,
      *> gebyrer.txt og
      *> valutakurser.txt, saa de ikke laengere rettes i en editor
      *> uden validering og spor. En raekke tilfoejes med numerisk
      *> valideret sats/kurs og en valgfri gyldig-fra-dato, saa
      *> RENTEBATCH og VALUTAKURS bruger foerst raekken naar datoen
      *> er naaet. En "aendring" er dermed en ny raekke med dato;
      *> gamle raekker kan slettes naar de ikke laengere skal bruges.
      *> Referencerenter for variabelt forrentede laan vedligeholdes
      *> her som almindelige raekker under deres egen noegle; en ny
      *> raekke med gyldig-fra-dato faar LAANREPRIS til at omlaegge
      *> de tilknyttede laan.
      *> En ny rente- eller gebyrraekke der forringer vilkaarene for
      *> kunderne (lavere kreditrente, hoejere DEBET:-sats eller
      *> hoejere gebyr end den raekke der ellers gaelder paa datoen)
      *> afvises, hvis gyldig-fra ligger inden for varslingsfristen
      *> i varselfrist.txt ("DAGE;60" som standard) - kunderne skal
      *> varsles foerst, og det goer SATSVARSEL i natbatchen.
      *> Referencerenter (noegler brugt i laan.txt felt 5) er ikke
      *> bankens egne vilkaar og er undtaget.
      *> Hver tilfoejelse og sletning logges via LOGTRANS (haendelse
      *> TILFOEJ/SLET), og sletning sker via samme temp-fil/FILSKIFT-
      *> rewrite moenster som FASTHOLD.
               FILE STATUS IS SATSFIL-STATUS.
           SELECT TEMPFIL ASSIGN TO "satser_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT FRISTFIL ASSIGN TO "varselfrist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRISTFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TEMPFIL.
       01 TEMP-LINJE       PIC X(100).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD FRISTFIL.
       01 FRIST-LINJE      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "LAANREC.cpy".

       01 SATSFIL-STATUS   PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 FRISTFIL-STATUS  PIC XX.
       01 SATS-FILNAVN     PIC X(50).

       01 TABEL-VALG       PIC X.
          88 TABEL-RENTE   VALUE "R" "r".
          88 TABEL-VALUTA  VALUE "V" "v".
          88 TABEL-GEBYR   VALUE "G" "g".

       01 HANDLING         PIC X.
          88 VALG-LIST     VALUE "L" "l".

       01 ANTAL-VIST       PIC 9(3) VALUE 0.

      * Varslingsfristen for forringelser.
       01 VARSEL-DAGE      PIC 9(3) VALUE 60.
       01 FRIST-NOEGLE     PIC X(10).
       01 FRIST-VAERDI     PIC X(10).
       01 FORRINGELSE-FLAG PIC X VALUE "N".
          88 ER-FORRINGELSE VALUE "J".
       01 REFERENCE-FLAG   PIC X VALUE "N".
          88 ER-REFERENCERENTE VALUE "J".
       01 GAELDENDE-FLAG   PIC X VALUE "N".
          88 GAELDENDE-FUNDET VALUE "J".
       01 GAELDENDE-SATS   PIC S9(7)V9999.
       01 GAELDENDE-DATO   PIC X(10).
       01 KANDIDAT-DATO    PIC X(10).
       01 VIRK-DATO        PIC X(10).
       01 TIDLIGST-DATO    PIC X(10).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 VIRK-DAGNR       PIC 9(7).
       01 FRIST-DAGNR      PIC 9(7).

       01 TRIM-LINJE       PIC X(60).
       01 LINJE            PIC X(100).


           MOVE 0 TO RETUR
           DISPLAY "=== SATSADMIN: Sats- og kurstabeller ==="
           DISPLAY "Tabel - rentesatser (R), gebyrer (G) eller "
               "valutakurser (V): " WITH NO ADVANCING
           ACCEPT TABEL-VALG

           IF NOT TABEL-RENTE AND NOT TABEL-VALUTA
               AND NOT TABEL-GEBYR
               DISPLAY "Ugyldigt valg."
               MOVE 1 TO RETUR
           ELSE
               EVALUATE TRUE
                   WHEN TABEL-RENTE
                       MOVE "rentesatser.txt" TO SATS-FILNAVN
                   WHEN TABEL-GEBYR
                       MOVE "gebyrer.txt" TO SATS-FILNAVN
                   WHEN OTHER
                       MOVE "valutakurser.txt" TO SATS-FILNAVN
               END-EVALUATE
               MOVE SPACE TO HANDLING
               PERFORM UNTIL VALG-AFSLUT
                   DISPLAY "List (L), tilfoej (T), slet (S) eller "
           END-IF.

       TILFOEJ-RAEKKE.
           IF TABEL-VALUTA
               DISPLAY "Valutakode: " WITH NO ADVANCING
           ELSE
               DISPLAY "Kontotype: " WITH NO ADVANCING
           END-IF
           ACCEPT NY-NOEGLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NY-NOEGLE))
               TO NY-NOEGLE
           EVALUATE TRUE
               WHEN TABEL-RENTE
                   DISPLAY "Rentesats (decimal, f.eks. 0.0150): "
                       WITH NO ADVANCING
               WHEN TABEL-GEBYR
                   DISPLAY "Maanedligt gebyr (f.eks. 25.00): "
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "Kurs til DKK (f.eks. 7.4500): "
                       WITH NO ADVANCING
           END-EVALUATE
           ACCEPT NY-SATS
           DISPLAY "Gyldig fra (AAAA-MM-DD, blank = straks): "
               WITH NO ADVANCING

           PERFORM VALIDER-SATS
           PERFORM VALIDER-DATO
           MOVE "N" TO FORRINGELSE-FLAG
           IF FUNCTION TRIM(NY-NOEGLE) NOT = SPACES
               AND ER-GYLDIG-SATS AND ER-GYLDIG-DATO
               AND NOT TABEL-VALUTA
               PERFORM TJEK-VARSELFRIST
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(NY-NOEGLE) = SPACES
                   DISPLAY "Afvist: noeglen skal udfyldes."
               WHEN NOT ER-GYLDIG-DATO
                   DISPLAY "Afvist: datoen skal vaere AAAA-MM-DD "
                       "eller blank."
               WHEN ER-FORRINGELSE
                   DISPLAY "Afvist: raekken forringer kundernes "
                       "vilkaar (gaeldende "
                       FUNCTION TRIM(GAELDENDE-DATO) ") og "
                       "kraever " VARSEL-DAGE " dages varsel."
                   DISPLAY "Tidligste gyldig-fra: " TIDLIGST-DATO
                   MOVE "AFVIST" TO LT-HAENDELSE
                   MOVE 1 TO LT-RC
                   CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE
                       LT-RC OPERATOR-ID
               WHEN OTHER
                   MOVE ALL SPACES TO LINJE
                   IF FUNCTION TRIM(NY-FRA) = SPACES
               IF UGYLDIGE-TEGN = 0
                   MOVE FUNCTION NUMVAL(NY-SATS) TO NY-SATS-TAL
                   IF NY-SATS-TAL > 0
                       OR (TABEL-GEBYR AND NY-SATS-TAL = 0)
                       MOVE "J" TO SATS-GYLDIG
                   END-IF
               END-IF
                   MOVE "J" TO DATO-GYLDIG
               END-IF
           END-IF.

      * Forringes kundernes vilkaar paa en dato inden for
      * varslingsfristen? Sammenligningen sker med den raekke for
      * samme noegle (og samme baand) der ellers ville gaelde paa
      * den nye raekkes gyldig-fra-dato (blank = i dag), efter
      * opslagenes regel: nyeste dato der ikke ligger efter, og en
      * raekke uden dato som "0000-00-00". Findes ingen raekke, er
      * der intet at forringe.
       TJEK-VARSELFRIST.
           PERFORM LAES-VARSELFRIST
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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           COMPUTE FRIST-DAGNR = NU-DAGNR + VARSEL-DAGE
           MOVE FUNCTION DATE-OF-INTEGER(FRIST-DAGNR) TO DATO-TAL-RED
           MOVE ALL SPACES TO TIDLIGST-DATO
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO TIDLIGST-DATO
           END-STRING

           IF FUNCTION TRIM(NY-DATO) = SPACES
               MOVE NU-DATO-TXT TO VIRK-DATO
           ELSE
               MOVE NY-DATO TO VIRK-DATO
           END-IF
           MOVE VIRK-DATO(1:4) TO DT-AAR
           MOVE VIRK-DATO(6:2) TO DT-MAANED
           MOVE VIRK-DATO(9:2) TO DT-DAG
           COMPUTE VIRK-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           IF VIRK-DAGNR < FRIST-DAGNR
               PERFORM TJEK-REFERENCERENTE
               IF NOT ER-REFERENCERENTE
                   PERFORM FIND-GAELDENDE-SATS
                   IF GAELDENDE-FUNDET
                       IF TABEL-GEBYR OR NY-NOEGLE(1:6) = "DEBET:"
                           IF NY-SATS-TAL > GAELDENDE-SATS
                               MOVE "J" TO FORRINGELSE-FLAG
                           END-IF
                       ELSE
                           IF NY-SATS-TAL < GAELDENDE-SATS
                               MOVE "J" TO FORRINGELSE-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * En referencerente (noegle i laan.txt felt 5) foelger
      * markedet og er undtaget fra varslingsfristen.
       TJEK-REFERENCERENTE.
           MOVE "N" TO REFERENCE-FLAG
           IF TABEL-RENTE AND NY-NOEGLE(1:6) NOT = "DEBET:"
               MOVE "N" TO EOF-FLAG
               OPEN INPUT LAANFIL
               IF LAANFIL-STATUS = "35"
                   CLOSE LAANFIL
               ELSE
                   PERFORM UNTIL EOF
                       READ LAANFIL
                           AT END SET EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO LAAN-FELT5
                               UNSTRING LAAN-LINJE
                                   DELIMITED BY ";"
                                   INTO LAAN-FELT1 LAAN-FELT2
                                        LAAN-FELT3 LAAN-FELT4
                                        LAAN-FELT5
                               IF FUNCTION TRIM(LAAN-FELT5)
                                   NOT = SPACES
                                   AND FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(LAAN-FELT5)) =
                                   FUNCTION TRIM(NY-NOEGLE)
                                   MOVE "J" TO REFERENCE-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LAANFIL
               END-IF
           END-IF.

       FIND-GAELDENDE-SATS.
           MOVE "N" TO GAELDENDE-FLAG
           MOVE 0 TO GAELDENDE-SATS
           MOVE SPACES TO GAELDENDE-DATO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SATSFIL
           IF SATSFIL-STATUS = "35"
               CLOSE SATSFIL
           ELSE
               PERFORM UNTIL EOF
                   READ SATSFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SATS-LINJE)) > 0
                               PERFORM SKIL-RAEKKE
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RAEKKE-NOEGLE)) =
                                   FUNCTION TRIM(NY-NOEGLE)
                                   AND FUNCTION TRIM(RAEKKE-FRA) =
                                   FUNCTION TRIM(NY-FRA)
                                   PERFORM VURDER-GAELDENDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SATSFIL
           END-IF.

       VURDER-GAELDENDE.
           IF FUNCTION TRIM(RAEKKE-DATO) = SPACES
               MOVE "0000-00-00" TO KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(RAEKKE-DATO) TO KANDIDAT-DATO
           END-IF
           IF KANDIDAT-DATO NOT > VIRK-DATO
               IF NOT GAELDENDE-FUNDET
                   OR KANDIDAT-DATO > GAELDENDE-DATO
                   MOVE "J" TO GAELDENDE-FLAG
                   MOVE KANDIDAT-DATO TO GAELDENDE-DATO
                   MOVE FUNCTION NUMVAL(RAEKKE-SATS)
                       TO GAELDENDE-SATS
               END-IF
           END-IF.

      * Varslingsfristen i dage; filen oprettes med 60 dage hvis
      * den mangler (samme moenster som varsel_dage.txt).
       LAES-VARSELFRIST.
           OPEN INPUT FRISTFIL
           IF FRISTFIL-STATUS = "35"
               CLOSE FRISTFIL
               OPEN OUTPUT FRISTFIL
               MOVE "DAGE;60" TO FRIST-LINJE
               WRITE FRIST-LINJE
               CLOSE FRISTFIL
               OPEN INPUT FRISTFIL
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF
               READ FRISTFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(FRIST-LINJE)) > 0
                           UNSTRING FRIST-LINJE
                               DELIMITED BY ";"
                               INTO FRIST-NOEGLE FRIST-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(FRIST-NOEGLE)) = "DAGE"
                               MOVE FUNCTION NUMVAL(FRIST-VAERDI)
                                   TO VARSEL-DAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRISTFIL.
