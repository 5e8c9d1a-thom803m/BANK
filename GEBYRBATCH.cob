
      *> Maanedligt gebyrtraek efter takstbladet gebyrer.txt (gebyr
      *> pr. kontotype, samme ";"-stil som rentesatser.txt med
      *> STANDARD-raekken som fallback og valgfri gyldig-fra-dato
      *> i 3. felt; mangler filen oprettes den
      *> med standardtakster). Koeres af NATBATCH paa maanedens
      *> sidste bankdag, foer MAANEDSUDTOG, saa gebyret staar paa
      *> udtoget. Hvert gebyr traekkes ved direkte REWRITE i den
      *> lukkede konti springes over, og der fritages baade konti
      *> hvis Konto-ID staar i gebyrfri-registret gebyrfri.txt og
      *> konti hvis ejer er i ANSAT-segmentet (kunder.txt). Kontrolrapporten
      *> gebyrrapport.txt viser traekte og fritagne gebyrer. En
      *> gyldig individuel prisaftale (PRISAFTALE, art GEBYR) paa
      *> kontoen eller ejeren erstatter takstbladets gebyr og
      *> vises i rapporten; en aftale om 0,00 rapporteres som
      *> fritaget.

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
           SELECT GEBYRFIL ASSIGN TO "gebyrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN USING RAPPORT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       01 GEBYR-TYPE       PIC X(20).
       01 GEBYR-SATS       PIC X(15).
       01 GEBYR-DATO       PIC X(10).
       01 GEBYR-KANDIDAT-DATO PIC X(10).
       01 GEBYR-BEDSTE-DATO PIC X(10).
       01 GEBYR-BELOEB     PIC S9(7)V99.
       01 GEBYR-OPSLAG     PIC X(20).
       01 PK-SEGMENT-BLANK PIC X(10) VALUE SPACES.
       01 GEBYR-FUNDET     PIC X VALUE "N".
          88 GEBYR-ER-FUNDET VALUE "Y".

      * Individuelle prisaftaler (PRISAFTALE, art GEBYR) slaas op
      * foer gebyrer.txt; en anvendt aftale vises i rapporten.
       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.
       01 GEBYR-AFTALE     PIC X(10).

       01 FRITAGET-FLAG    PIC X VALUE "N".
          88 ER-FRITAGET   VALUE "Y".

                       PERFORM FIND-GEBYR
                       IF GEBYR-ER-FUNDET AND GEBYR-BELOEB > 0
                           PERFORM TRAEK-GEBYR
                       ELSE
                       IF GEBYR-AFTALE NOT = SPACES
                           ADD 1 TO ANTAL-FRITAGET
                           MOVE ALL SPACES TO RAPPORT-LINJE
                           STRING "FRITAGET konto " DELIMITED BY SIZE
                               FUNCTION TRIM(KONTO-FELT1)
                                   DELIMITED BY SIZE
                               " (prisaftale " DELIMITED BY SIZE
                               FUNCTION TRIM(GEBYR-AFTALE)
                                   DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO RAPPORT-LINJE
                           END-STRING
                           WRITE RAPPORT-LINJE
                       END-IF
                       END-IF
               END-EVALUATE
           END-IF.
               FUNCTION TRIM(GEBYR-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           IF GEBYR-AFTALE NOT = SPACES
               MOVE ALL SPACES TO LINJE
               STRING FUNCTION TRIM(RAPPORT-LINJE) DELIMITED BY SIZE
                   " (prisaftale " DELIMITED BY SIZE
                   FUNCTION TRIM(GEBYR-AFTALE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               MOVE LINJE TO RAPPORT-LINJE
           END-IF
           WRITE RAPPORT-LINJE.

       SKIL-KONTOLINJE.
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.

      * Gebyrraekken findes via produktkatalogets gebyrnoegle
      * (PRODKAT); en type uden katalograekke falder tilbage til
      * det gamle opslag direkte paa typeteksten. En gyldig
      * prisaftale paa kontoen eller ejeren gaar forud for
      * takstbladet - ogsaa en aftale om 0,00.
       FIND-GEBYR.
           MOVE "N" TO GEBYR-FUNDET
           MOVE 0 TO GEBYR-BELOEB
           MOVE SPACES TO GEBYR-AFTALE
           MOVE KONTO-FELT1 TO PA-KONTO
           MOVE KONTO-FELT2 TO PA-KUNDE
           MOVE "GEBYR" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE PA-VAERDI TO GEBYR-BELOEB
               MOVE PA-AFTALE-ID TO GEBYR-AFTALE
               SET GEBYR-ER-FUNDET TO TRUE
           ELSE
               PERFORM FIND-TAKSTGEBYR
           END-IF.

       FIND-TAKSTGEBYR.
           MOVE SPACES TO PK-SEGMENT-BLANK
           CALL "PRODKAT" USING KONTO-FELT3 PK-SEGMENT-BLANK
               PK-OVERTRAEK PK-RENTENOEGLE PK-GEBYRNOEGLE
           END-IF
           MOVE "N" TO GEBYR-FUNDET
           MOVE 0 TO GEBYR-BELOEB
           MOVE SPACES TO GEBYR-BEDSTE-DATO
           MOVE "N" TO GEBYR-EOF-FLAG
           OPEN INPUT GEBYRFIL
           PERFORM UNTIL GEBYR-EOF
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GEBYR-LINJE)) > 0
                           MOVE SPACES TO GEBYR-DATO
                           UNSTRING GEBYR-LINJE
                               DELIMITED BY ";"
                               INTO GEBYR-TYPE GEBYR-SATS GEBYR-DATO
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GEBYR-TYPE)) =
                               FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GEBYR-OPSLAG))
                               PERFORM VURDER-GEBYRRAEKKE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       FIND-STANDARDGEBYR.
           MOVE SPACES TO GEBYR-BEDSTE-DATO
           MOVE "N" TO GEBYR-EOF-FLAG
           OPEN INPUT GEBYRFIL
           PERFORM UNTIL GEBYR-EOF
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GEBYR-LINJE)) > 0
                           MOVE SPACES TO GEBYR-DATO
                           UNSTRING GEBYR-LINJE
                               DELIMITED BY ";"
                               INTO GEBYR-TYPE GEBYR-SATS GEBYR-DATO
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GEBYR-TYPE)) =
                               "STANDARD"
                               PERFORM VURDER-GEBYRRAEKKE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEBYRFIL.

      * En takstraekke kan baere en gyldig-fra-dato (3. felt,
      * vedligeholdt i SATSADMIN) efter samme regel som
      * rentesatserne: raekker efter dags dato springes over, en
      * raekke uden dato er "0000-00-00", og nyeste dato vinder -
      * ved lige datoer den sidste raekke, som hidtil.
       VURDER-GEBYRRAEKKE.
           IF FUNCTION TRIM(GEBYR-DATO) = SPACES
               MOVE "0000-00-00" TO GEBYR-KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(GEBYR-DATO) TO GEBYR-KANDIDAT-DATO
           END-IF
           IF GEBYR-KANDIDAT-DATO NOT > NU-DATO-TXT
               IF NOT GEBYR-ER-FUNDET
                   OR GEBYR-KANDIDAT-DATO NOT < GEBYR-BEDSTE-DATO
                   SET GEBYR-ER-FUNDET TO TRUE
                   MOVE GEBYR-KANDIDAT-DATO TO GEBYR-BEDSTE-DATO
                   MOVE FUNCTION NUMVAL(GEBYR-SATS)
                       TO GEBYR-BELOEB
               END-IF
           END-IF.

      * Konti ejet af en kunde i ANSAT-segmentet er gebyrfri.
       TJEK-ANSAT-SEGMENT.
           MOVE "N" TO ANSAT-FLAG
