       IDENTIFICATION DIVISION.
       PROGRAM-ID. OEVNULSTIL.

      *> Nulstiller oevelsesbanken (se OEVELSE) fra en SIKRING-
      *> generation. Supervisoren vaelger en generation fra
      *> sikring_katalog.txt (blank = den nyeste), og der oprettes
      *> en helt ny mappe oevelse_<AAAAMMDDTTMMSS>, hvori
      *> generationens datafiler og kontohistorikkens
      *> maanedspartitioner kopieres via FILSKIFT - samme filliste
      *> som GENDANSYS. Derefter anonymiseres kunder.txt i mappen:
      *> navn, adresse, telefon, email og CPR erstattes af
      *> oevelsesvaerdier afledt af Kunde-ID, mens Kunde-ID, postnr,
      *> by, segment og alle beloeb bevares, saa konti, laan og
      *> historik fortsat haenger sammen. kundelog.txt (der rummer
      *> gamle og nye personoplysninger) tages ikke med. Til sidst
      *> peger oevelsesbank.txt paa den nye mappe; sessioner der
      *> slaar oevelse til herefter faar det friske saet, og den
      *> tidligere mappe kan fjernes af driften. Fordi hvert saet er
      *> en ny mappe, kan intet fra en gammel oevelsesdag (log,
      *> clearingfiler, reservationer m.m.) hobe sig op i det nye.
      *> Programmet arbejder altid mod driftens filer - koeres det
      *> fra en oevelsessession, skiftes der midlertidigt tilbage -
      *> og nulstillingen logges i driftens revisionslog (haendelse
      *> NULSTIL). Menuvalget er supervisor-forbeholdt i BANKMAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KATALOGFIL ASSIGN TO "sikring_katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.
           SELECT PARTKATFIL ASSIGN USING PARTKAT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTKATFIL-STATUS.
           SELECT OEVFIL ASSIGN TO "oevelsesbank.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OEVFIL-STATUS.
           SELECT KUNDEFIL ASSIGN USING KUNDEFIL-NAVN
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
       FD KATALOGFIL.
       01 KATALOG-LINJE    PIC X(20).

       FD PARTKATFIL.
       01 PARTKAT-LINJE    PIC X(10).

       FD OEVFIL.
       01 OEV-LINJE        PIC X(100).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01 KATALOGFIL-STATUS PIC XX.
       01 PARTKATFIL-STATUS PIC XX.
       01 OEVFIL-STATUS    PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

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

       01 VALGT-GENERATION PIC X(8).
       01 NYESTE-GENERATION PIC X(8).
       01 GENERATION-OK    PIC X VALUE "N".
          88 ER-I-KATALOG  VALUE "Y".
       01 BEKRAEFT         PIC X.

       01 NY-MAPPE         PIC X(40).
       01 GL-MAPPE         PIC X(40).
       01 FIL-NAVN         PIC X(30).
       01 SIKRING-NAVN     PIC X(60).
       01 PARTKAT-NAVN     PIC X(60).
       01 KUNDEFIL-NAVN    PIC X(80).
       01 ANTAL-KOPIERET   PIC 9(3).
       01 ANTAL-MANGLER    PIC 9(3).
       01 ANTAL-ANONYM     PIC 9(5).

       01 OEV-DATO-TXT     PIC X(19).
       01 LINJE            PIC X(100).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".
       01 PARTKAT-EOF-FLAG PIC X VALUE "N".
          88 PARTKAT-EOF   VALUE "Y".

       01 OE-HANDLING      PIC X.
       01 OE-RETUR         PIC 9.
       01 VAR-I-OEVELSE    PIC X VALUE "N".
          88 KALDT-FRA-OEVELSE VALUE "J".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "OEVNULSTIL".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

      * Foerst tilbage til driften, saa baade kataloget, backup-
      * filerne og revisionsloggen er driftens.
           MOVE "N" TO VAR-I-OEVELSE
           MOVE "S" TO OE-HANDLING
           CALL "OEVELSE" USING OE-HANDLING OE-RETUR
           IF OE-RETUR = 1
               SET KALDT-FRA-OEVELSE TO TRUE
               MOVE "D" TO OE-HANDLING
               CALL "OEVELSE" USING OE-HANDLING OE-RETUR
           END-IF

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== OEVNULSTIL: Nulstil oevelsesbanken ===".

           MOVE 1 TO RETUR
           PERFORM LAES-OEVELSESBANK
           IF FUNCTION TRIM(GL-MAPPE) NOT = SPACES
               DISPLAY "Nuvaerende oevelsessaet: "
                   FUNCTION TRIM(GL-MAPPE)
           END-IF

           DISPLAY "Tilgaengelige generationer:"
           MOVE SPACES TO NYESTE-GENERATION
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KATALOGFIL
           IF KATALOGFIL-STATUS = "35"
               CLOSE KATALOGFIL
               DISPLAY "Intet backup-katalog fundet - oevelsesbanken "
                   "kan foerst nulstilles efter en SIKRING-koersel."
           ELSE
               PERFORM UNTIL EOF
                   READ KATALOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KATALOG-LINJE)) > 0
                               DISPLAY "  "
                                   FUNCTION TRIM(KATALOG-LINJE)
                               IF KATALOG-LINJE(1:8) >
                                   NYESTE-GENERATION
                                   MOVE KATALOG-LINJE(1:8)
                                       TO NYESTE-GENERATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KATALOGFIL

               DISPLAY "Generation (AAAAMMDD, blank = "
                   FUNCTION TRIM(NYESTE-GENERATION) "): "
                   WITH NO ADVANCING
               MOVE SPACES TO VALGT-GENERATION
               ACCEPT VALGT-GENERATION
               IF VALGT-GENERATION = SPACES
                   MOVE NYESTE-GENERATION TO VALGT-GENERATION
               END-IF
               PERFORM TJEK-GENERATION
               IF NOT ER-I-KATALOG
                   DISPLAY "Afvist: generationen findes ikke i "
                       "kataloget."
               ELSE
                   DISPLAY "Der oprettes et nyt anonymiseret "
                       "oevelsessaet fra generation "
                       FUNCTION TRIM(VALGT-GENERATION)
                       ". Bekraeft (J/N): " WITH NO ADVANCING
                   ACCEPT BEKRAEFT
                   IF BEKRAEFT = "J" OR BEKRAEFT = "j"
                       PERFORM OPRET-OEVELSESSAET
                   ELSE
                       DISPLAY "Nulstilling annulleret."
                   END-IF
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

      * Supervisoren fortsaetter i oevelsesbanken - nu i det nye
      * saet, hvis nulstillingen lykkedes.
           IF KALDT-FRA-OEVELSE
               MOVE "A" TO OE-HANDLING
               CALL "OEVELSE" USING OE-HANDLING OE-RETUR
               IF OE-RETUR NOT = 0
                   DISPLAY "BEMAERK: oevelsesbanken kunne ikke "
                       "aabnes igen - sessionen er nu i DRIFTEN."
               END-IF
           END-IF
           EXIT PROGRAM.

       LAES-OEVELSESBANK.
           MOVE SPACES TO GL-MAPPE
           OPEN INPUT OEVFIL
           IF OEVFIL-STATUS = "35"
               CLOSE OEVFIL
           ELSE
               READ OEVFIL
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING OEV-LINJE DELIMITED BY ";"
                           INTO GL-MAPPE
               END-READ
               CLOSE OEVFIL
           END-IF.

       TJEK-GENERATION.
           MOVE "N" TO GENERATION-OK
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KATALOGFIL
           IF KATALOGFIL-STATUS = "35"
               CLOSE KATALOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KATALOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(KATALOG-LINJE) =
                               FUNCTION TRIM(VALGT-GENERATION)
                               SET ER-I-KATALOG TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KATALOGFIL
           END-IF.

      * Ny mappe, kopi af generationen, anonymisering og til sidst
      * omstilling af oevelsesbank.txt - saa et afbrudt forloeb
      * aldrig efterlader en halvfaerdig mappe som det aktive saet.
       OPRET-OEVELSESSAET.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE SPACES TO NY-MAPPE
           STRING "oevelse_" DELIMITED BY SIZE
               NU-DATO DELIMITED BY SIZE
               NU-TIME DELIMITED BY SIZE
               NU-MIN DELIMITED BY SIZE
               NU-SEK DELIMITED BY SIZE
               INTO NY-MAPPE
           END-STRING
           MOVE "M" TO FS-HANDLING
           MOVE NY-MAPPE TO FS-KILDE
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           IF FS-RETUR NOT = 0
               DISPLAY "Fejl: mappen " FUNCTION TRIM(NY-MAPPE)
                   " kunne ikke oprettes."
           ELSE
               PERFORM KOPIER-ALLE-FILER
               PERFORM ANONYMISER-KUNDER
               PERFORM SKRIV-OEVELSESBANK
               MOVE "NULSTIL" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID
               DISPLAY "Oevelsesbanken er nulstillet: "
                   FUNCTION TRIM(NY-MAPPE) " (" ANTAL-KOPIERET
                   " filer, " ANTAL-MANGLER " manglede i "
                   "generationen, " ANTAL-ANONYM
                   " kunder anonymiseret)."
               IF FUNCTION TRIM(GL-MAPPE) NOT = SPACES
                   DISPLAY "Den tidligere mappe "
                       FUNCTION TRIM(GL-MAPPE)
                       " bruges ikke laengere og kan fjernes."
               END-IF
               MOVE 0 TO RETUR
           END-IF.

       KOPIER-ALLE-FILER.
           MOVE 0 TO ANTAL-KOPIERET
           MOVE 0 TO ANTAL-MANGLER
           MOVE "kunder.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "konti.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "kontohistorik.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "rentesatser.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "valutakurser.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "brugere.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "gebyrer.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "graenser.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "fasteordrer.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "ventende.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "godkendkoe.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "udbetal_koe.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "laan.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "laaneplan.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "aftaler.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "rentetilvaekst.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "loebenr.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "natkontrol.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "kassebevaegelser.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "gebyrfri.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "bankkalender.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "amlkonfig.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "godkendgraense.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "kontohistorik_partitioner.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           IF FS-RETUR = 0
               PERFORM KOPIER-PARTITIONER
           END-IF.

      * Partitionerne laeses fra generationens egen katalogkopi.
       KOPIER-PARTITIONER.
           MOVE SPACES TO PARTKAT-NAVN
           STRING "sikring_" DELIMITED BY SIZE
               FUNCTION TRIM(VALGT-GENERATION) DELIMITED BY SIZE
               "_kontohistorik_partitioner.txt" DELIMITED BY SIZE
               INTO PARTKAT-NAVN
           END-STRING
           MOVE "N" TO PARTKAT-EOF-FLAG
           OPEN INPUT PARTKATFIL
           IF PARTKATFIL-STATUS = "35"
               CLOSE PARTKATFIL
           ELSE
               PERFORM UNTIL PARTKAT-EOF
                   READ PARTKATFIL
                       AT END SET PARTKAT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PARTKAT-LINJE)) > 0
                               MOVE ALL SPACES TO FIL-NAVN
                               STRING "kontohistorik_"
                                   DELIMITED BY SIZE
                                   PARTKAT-LINJE(1:6)
                                       DELIMITED BY SIZE
                                   ".txt" DELIMITED BY SIZE
                                   INTO FIL-NAVN
                               END-STRING
                               PERFORM KOPIER-EN-FIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTKATFIL
           END-IF.

       KOPIER-EN-FIL.
           MOVE ALL SPACES TO SIKRING-NAVN
           STRING "sikring_" DELIMITED BY SIZE
               FUNCTION TRIM(VALGT-GENERATION) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(FIL-NAVN) DELIMITED BY SIZE
               INTO SIKRING-NAVN
           END-STRING
           MOVE "C" TO FS-HANDLING
           MOVE SIKRING-NAVN TO FS-KILDE
           MOVE ALL SPACES TO FS-MAAL
           STRING FUNCTION TRIM(NY-MAPPE) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(FIL-NAVN) DELIMITED BY SIZE
               INTO FS-MAAL
           END-STRING
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           IF FS-RETUR = 0
               ADD 1 TO ANTAL-KOPIERET
           ELSE
               ADD 1 TO ANTAL-MANGLER
               DISPLAY "  (" FUNCTION TRIM(FIL-NAVN)
                   " fandtes ikke i generationen)"
           END-IF.

      * Personfelterne erstattes af faste oevelsesvaerdier afledt af
      * Kunde-ID, saa hver oevelseskunde stadig er entydig (ogsaa paa
      * CPR) og kan soeges frem. Kunder RETENTION allerede har
      * anonymiseret (SLETTET) roeres ikke.
       ANONYMISER-KUNDER.
           MOVE 0 TO ANTAL-ANONYM
           MOVE SPACES TO KUNDEFIL-NAVN
           STRING FUNCTION TRIM(NY-MAPPE) DELIMITED BY SIZE
               "/kunder.txt" DELIMITED BY SIZE
               INTO KUNDEFIL-NAVN
           END-STRING
           MOVE "N" TO EOF-FLAG
           OPEN I-O KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               PERFORM UNTIL EOF
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(FELT-FORNAVN)
                               NOT = "SLETTET"
                               PERFORM ANONYMISER-KUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEFIL
           END-IF.

       ANONYMISER-KUNDE.
           MOVE "Oevelse" TO FELT-FORNAVN
           MOVE SPACES TO FELT-EFTERNAVN
           STRING "Kunde" DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO FELT-EFTERNAVN
           END-STRING
           MOVE SPACES TO FELT-ADRESSE
           STRING "Oevelsesvej " DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO FELT-ADRESSE
           END-STRING
           MOVE SPACES TO FELT-TELEFON
           MOVE SPACES TO FELT-EMAIL
           MOVE SPACES TO FELT-CPR
           STRING "0101" DELIMITED BY SIZE
               FELT-ID(1:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FELT-ID(3:3) DELIMITED BY SIZE
               "0" DELIMITED BY SIZE
               INTO FELT-CPR
           END-STRING
           REWRITE KUNDE-LINJE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ANTAL-ANONYM
           END-REWRITE.

       SKRIV-OEVELSESBANK.
           MOVE SPACES TO OEV-DATO-TXT
           STRING NU-AAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NU-TIME DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               NU-MIN DELIMITED BY SIZE
               INTO OEV-DATO-TXT
           END-STRING
           MOVE ALL SPACES TO LINJE
           STRING FUNCTION TRIM(NY-MAPPE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(VALGT-GENERATION) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(OEV-DATO-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN OUTPUT OEVFIL
           WRITE OEV-LINJE FROM LINJE
           CLOSE OEVFIL.
