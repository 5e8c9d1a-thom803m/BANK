       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISADMIN.

      *> Vedligeholdelse af individuelle prisaftaler (prisaftaler.txt,
      *> se PRISAFTALEREC.cpy) for store kunder og erhvervskunder:
      *> en aftalt kreditsats, debetsats, et maanedligt kontogebyr
      *> eller et transaktionsgebyr pr. Konto-ID eller Kunde-ID med
      *> gyldighedsperiode. Rente- og gebyrberegningerne (RENTEDAGLIG,
      *> RENTEBATCH, GEBYRBATCH, GEBYRTAKST) slaar aftalen op via
      *> PRISAFTALE foer standardtabellerne, saa de manuelle
      *> efterreguleringer kan undgaas. Handlinger:
      *>   O = opret en aftale. Kontoen/kunden skal findes, perioden
      *>       maa ikke overlappe en aktiv aftale af samme art paa
      *>       samme noegle, og aftalen skal godkendes af en anden
      *>       operatoer med rollen SUPERVISOR (BRUGERTJEK);
      *>       godkendelsen logges som OVERSTYR (LOGTRANSD).
      *>   A = ophaev en aktiv aftale foer tid (status O, samme
      *>       supervisor-godkendelse).
      *>   V = vis aftalerne for en konto eller kunde.
      *>   U = list aktive aftaler der udloeber inden for 30 dage
      *>       (samme liste som natbatchens PRISUDLOEB).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRISFIL ASSIGN TO "prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRISFIL-STATUS.
           SELECT PRISTEMP ASSIGN TO "prisaftaler_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
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
       FD PRISFIL.
       01 PRIS-LINJE       PIC X(200).

       FD PRISTEMP.
       01 PRISTEMP-LINJE   PIC X(200).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "PRISAFTALEREC.cpy".
       COPY "KONTOREC.cpy".

       01 PRISFIL-STATUS   PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-OPHAEV     VALUE "A" "a".
          88 ER-VIS        VALUE "V" "v".
          88 ER-UDLOEB     VALUE "U" "u".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 TIL-DAGNR        PIC 9(7).
       01 DAGE-TIL-UDLOEB  PIC S9(5).
       01 VARSEL-DAGE      PIC 9(3) VALUE 30.

       01 AFTALE-GYLDIG    PIC X.
          88 AFTALE-OK     VALUE "J".
       01 DATO-GYLDIG      PIC X.
       01 KONTROL-DATO     PIC X(10).

      * Indtastning.
       01 IND-NIVEAU       PIC X.
       01 IND-NOEGLE       PIC X(10).
       01 IND-ART          PIC X.
       01 IND-POSTTYPE     PIC X(15).
       01 IND-VAERDI       PIC X(15).
       01 IND-FRA          PIC X(10).
       01 IND-TIL          PIC X(10).
       01 IND-AFTALE-ID    PIC X(10).

       01 NY-AFTALE-ID     PIC X(10).
       01 NY-ART           PIC X(20).
       01 NY-VAERDI        PIC S9(7)V9999.
       01 VAERDI-EDIT      PIC -(6)9.9999.
       01 VAERDI-TXT       PIC X(15).
       01 KONTO-EJER       PIC X(10).

       01 OVERLAP-FUNDET   PIC X.
       01 AFTALE-FUNDET    PIC X VALUE "N".
          88 AFTALE-ER-FUNDET VALUE "Y".
       01 AFTALE-TILSTAND  PIC X(10).
       01 ANTAL-VIST       PIC 9(5) VALUE 0.

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

       01 LT-PROGRAM       PIC X(20) VALUE "PRISADMIN".
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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           DISPLAY "=== PRISADMIN: Individuelle prisaftaler ===".
           DISPLAY "Opret (O), ophaev (A), vis (V) eller udloeb "
               "inden 30 dage (U): " WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-AFTALE
               WHEN ER-OPHAEV
                   PERFORM OPHAEV-AFTALE
               WHEN ER-VIS
                   PERFORM VIS-AFTALER
               WHEN ER-UDLOEB
                   PERFORM LIST-UDLOEB
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny aftale: noegle, art, sats/gebyr og periode valideres,
      * overlap afvises, og en supervisor godkender foer linjen
      * skrives.
       OPRET-AFTALE.
           MOVE "J" TO AFTALE-GYLDIG
           PERFORM LAES-NOEGLE
           IF AFTALE-OK
               DISPLAY "Art (R=kreditrente, D=debetrente, "
                   "G=maanedligt kontogebyr, T=transaktionsgebyr): "
                   WITH NO ADVANCING
               ACCEPT IND-ART
               EVALUATE IND-ART
                   WHEN "R"
                   WHEN "r"
                       MOVE "RENTE" TO NY-ART
                   WHEN "D"
                   WHEN "d"
                       MOVE "DEBET" TO NY-ART
                   WHEN "G"
                   WHEN "g"
                       MOVE "GEBYR" TO NY-ART
                   WHEN "T"
                   WHEN "t"
                       DISPLAY "Posteringstype i takstbladet "
                           "(f.eks. HAEV, EKSTERN-UD, OVERF-UD): "
                           WITH NO ADVANCING
                       ACCEPT IND-POSTTYPE
                       IF FUNCTION TRIM(IND-POSTTYPE) = SPACES
                           DISPLAY "Afvist: posteringstype mangler."
                           MOVE "N" TO AFTALE-GYLDIG
                       ELSE
                           MOVE ALL SPACES TO NY-ART
                           STRING "TAKST:" DELIMITED BY SIZE
                               FUNCTION UPPER-CASE(
                               FUNCTION TRIM(IND-POSTTYPE))
                                   DELIMITED BY SIZE
                               INTO NY-ART
                           END-STRING
                       END-IF
                   WHEN OTHER
                       DISPLAY "Afvist: ukendt art."
                       MOVE "N" TO AFTALE-GYLDIG
               END-EVALUATE
           END-IF
           IF AFTALE-OK
               IF NY-ART = "RENTE" OR NY-ART = "DEBET"
                   DISPLAY "Aftalt sats (decimal, 0.0250 = 2,5 %): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Aftalt gebyr (kr., 0 = gebyrfri): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT IND-VAERDI
               IF FUNCTION TRIM(IND-VAERDI) = SPACES
                   DISPLAY "Afvist: sats/gebyr mangler."
                   MOVE "N" TO AFTALE-GYLDIG
               ELSE
                   MOVE FUNCTION NUMVAL(IND-VAERDI) TO NY-VAERDI
                   IF NY-VAERDI < 0
                       DISPLAY "Afvist: vaerdien kan ikke vaere "
                           "negativ."
                       MOVE "N" TO AFTALE-GYLDIG
                   END-IF
                   IF (NY-ART = "RENTE" OR NY-ART = "DEBET")
                       AND NY-VAERDI NOT < 1
                       DISPLAY "Afvist: satsen angives som "
                           "decimal (under 1)."
                       MOVE "N" TO AFTALE-GYLDIG
                   END-IF
               END-IF
           END-IF
           IF AFTALE-OK
               DISPLAY "Gyldig fra (AAAA-MM-DD, blank = i dag): "
                   WITH NO ADVANCING
               ACCEPT IND-FRA
               IF FUNCTION TRIM(IND-FRA) = SPACES
                   MOVE NU-DATO-TXT TO IND-FRA
               END-IF
               MOVE IND-FRA TO KONTROL-DATO
               PERFORM VALIDER-DATO
               IF DATO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: fra-datoen skal vaere "
                       "AAAA-MM-DD."
                   MOVE "N" TO AFTALE-GYLDIG
               END-IF
           END-IF
           IF AFTALE-OK
               DISPLAY "Gyldig til og med (AAAA-MM-DD): "
                   WITH NO ADVANCING
               ACCEPT IND-TIL
               MOVE IND-TIL TO KONTROL-DATO
               PERFORM VALIDER-DATO
               EVALUATE TRUE
                   WHEN DATO-GYLDIG NOT = "J"
                       DISPLAY "Afvist: til-datoen skal vaere "
                           "AAAA-MM-DD."
                       MOVE "N" TO AFTALE-GYLDIG
                   WHEN IND-TIL < IND-FRA
                       DISPLAY "Afvist: til-datoen ligger foer "
                           "fra-datoen."
                       MOVE "N" TO AFTALE-GYLDIG
                   WHEN IND-TIL < NU-DATO-TXT
                       DISPLAY "Afvist: aftalen er allerede "
                           "udloebet."
                       MOVE "N" TO AFTALE-GYLDIG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF AFTALE-OK
               PERFORM TJEK-OVERLAP
               IF OVERLAP-FUNDET = "J"
                   DISPLAY "Afvist: der er allerede en aktiv "
                       FUNCTION TRIM(NY-ART) "-aftale paa "
                       FUNCTION TRIM(IND-NOEGLE)
                       " i perioden - ophaev den foerst."
                   MOVE "N" TO AFTALE-GYLDIG
               END-IF
           END-IF
           IF AFTALE-OK
               MOVE NY-VAERDI TO VAERDI-EDIT
               MOVE FUNCTION TRIM(VAERDI-EDIT) TO VAERDI-TXT
               CALL "NYTLOEBENR" USING NY-AFTALE-ID
               MOVE ALL SPACES TO LT-DETALJE
               STRING "A:" DELIMITED BY SIZE
                   FUNCTION TRIM(NY-AFTALE-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IND-NIVEAU DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(IND-NOEGLE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NY-ART) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(VAERDI-TXT) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               PERFORM SUPERVISOR-GODKEND
               IF SUP-GODKENDT NOT = "J"
                   DISPLAY "Afvist: prisaftalen kraever "
                       "godkendelse af en anden operatoer med "
                       "rollen SUPERVISOR."
                   MOVE "N" TO AFTALE-GYLDIG
               END-IF
           END-IF
           IF AFTALE-OK
               MOVE NY-AFTALE-ID TO PRIS-FELT1
               MOVE IND-NIVEAU TO PRIS-FELT2
               MOVE IND-NOEGLE TO PRIS-FELT3
               MOVE NY-ART TO PRIS-FELT4
               MOVE VAERDI-TXT TO PRIS-FELT5
               MOVE IND-FRA TO PRIS-FELT6
               MOVE IND-TIL TO PRIS-FELT7
               MOVE SUP-ID TO PRIS-FELT8
               MOVE OPERATOR-ID TO PRIS-FELT9
               MOVE NU-DATO-TXT TO PRIS-FELT10
               MOVE "A" TO PRIS-FELT11
               MOVE SPACES TO PRIS-FELT12
               MOVE SPACES TO PRIS-FELT13
               PERFORM SKRIV-PRISLINJE
               OPEN EXTEND PRISFIL
               IF PRISFIL-STATUS = "35"
                   OPEN OUTPUT PRISFIL
               END-IF
               WRITE PRIS-LINJE FROM LINJE
               CLOSE PRISFIL
               DISPLAY "Prisaftale " FUNCTION TRIM(NY-AFTALE-ID)
                   " oprettet: " FUNCTION TRIM(NY-ART) " "
                   FUNCTION TRIM(VAERDI-TXT) " fra " IND-FRA
                   " til " IND-TIL " - godkendt af "
                   FUNCTION TRIM(SUP-ID) "."
               MOVE 0 TO RETUR
           END-IF.

      * Niveau og noegle; kontoen eller kunden skal findes.
       LAES-NOEGLE.
           DISPLAY "Aftale paa konto (K) eller kunde (C): "
               WITH NO ADVANCING
           ACCEPT IND-NIVEAU
           MOVE FUNCTION UPPER-CASE(IND-NIVEAU) TO IND-NIVEAU
           IF IND-NIVEAU NOT = "K" AND IND-NIVEAU NOT = "C"
               DISPLAY "Afvist: niveau skal vaere K eller C."
               MOVE "N" TO AFTALE-GYLDIG
           ELSE
               IF IND-NIVEAU = "K"
                   DISPLAY "Konto-ID: " WITH NO ADVANCING
               ELSE
                   DISPLAY "Kunde-ID: " WITH NO ADVANCING
               END-IF
               ACCEPT IND-NOEGLE
               IF FUNCTION TRIM(IND-NOEGLE) IS NOT NUMERIC
                   DISPLAY "Afvist: ID skal vaere numerisk."
                   MOVE "N" TO AFTALE-GYLDIG
               ELSE
                   IF IND-NIVEAU = "K"
                       PERFORM TJEK-KONTO
                   ELSE
                       MOVE IND-NOEGLE TO KONTO-EJER
                       PERFORM TJEK-KUNDE
                   END-IF
               END-IF
           END-IF.

       TJEK-KONTO.
           MOVE SPACES TO KONTO-EJER
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
               DISPLAY "Afvist: ingen konti.txt fundet."
               MOVE "N" TO AFTALE-GYLDIG
           ELSE
               MOVE FUNCTION NUMVAL(IND-NOEGLE) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       DISPLAY "Afvist: ukendt Konto-ID "
                           FUNCTION TRIM(IND-NOEGLE) "."
                       MOVE "N" TO AFTALE-GYLDIG
                   NOT INVALID KEY
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2
                                KONTO-FELT3 KONTO-FELT4
                                KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8
                                KONTO-FELT9 KONTO-FELT10
                                KONTO-FELT11
                       IF (KONTO-FELT9 = "J" OR KONTO-FELT9 = "j")
                           AND ER-OPRET
                           DISPLAY "Afvist: kontoen er lukket."
                           MOVE "N" TO AFTALE-GYLDIG
                       ELSE
                           DISPLAY "Konto: "
                               FUNCTION TRIM(KONTO-FELT1) " ("
                               FUNCTION TRIM(KONTO-FELT3)
                               "), ejer "
                               FUNCTION TRIM(KONTO-FELT2)
                           MOVE KONTO-FELT2 TO KONTO-EJER
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

       TJEK-KUNDE.
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
               DISPLAY "Afvist: ingen kunder.txt fundet."
               MOVE "N" TO AFTALE-GYLDIG
           ELSE
               MOVE FUNCTION NUMVAL(IND-NOEGLE) TO FELT-ID
               MOVE SPACES TO FELT-SEGMENT
               READ KUNDEFIL
                   INVALID KEY
                       DISPLAY "Afvist: ukendt Kunde-ID "
                           FUNCTION TRIM(IND-NOEGLE) "."
                       MOVE "N" TO AFTALE-GYLDIG
                   NOT INVALID KEY
                       DISPLAY "Kunde: "
                           FUNCTION TRIM(FELT-FORNAVN) " "
                           FUNCTION TRIM(FELT-EFTERNAVN)
               END-READ
               CLOSE KUNDEFIL
           END-IF.

      * Samme datokontrol som KLAGE's modtagelsesdato, men uden
      * loft - en aftale kan aftales til at starte senere.
       VALIDER-DATO.
           MOVE "N" TO DATO-GYLDIG
           IF KONTROL-DATO(1:4) IS NUMERIC
               AND KONTROL-DATO(5:1) = "-"
               AND KONTROL-DATO(6:2) IS NUMERIC
               AND KONTROL-DATO(8:1) = "-"
               AND KONTROL-DATO(9:2) IS NUMERIC
               IF FUNCTION NUMVAL(KONTROL-DATO(6:2)) >= 1
                   AND FUNCTION NUMVAL(KONTROL-DATO(6:2)) <= 12
                   AND FUNCTION NUMVAL(KONTROL-DATO(9:2)) >= 1
                   AND FUNCTION NUMVAL(KONTROL-DATO(9:2)) <= 31
                   MOVE "J" TO DATO-GYLDIG
               END-IF
           END-IF.

      * En aktiv aftale af samme art paa samme niveau og noegle med
      * overlappende periode goer opslaget tvetydigt.
       TJEK-OVERLAP.
           MOVE "N" TO OVERLAP-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               PERFORM SKIL-PRISLINJE
                               IF PRIS-FELT11 = "A"
                                   AND PRIS-FELT2 = IND-NIVEAU
                                   AND FUNCTION NUMVAL(PRIS-FELT3) =
                                       FUNCTION NUMVAL(IND-NOEGLE)
                                   AND FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(PRIS-FELT4)) =
                                       NY-ART
                                   AND PRIS-FELT6 NOT > IND-TIL
                                   AND PRIS-FELT7 NOT < IND-FRA
                                   MOVE "J" TO OVERLAP-FUNDET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF.

      * Godkenderen skal vaere en anden operatoer end den der
      * opretter aftalen og have rollen SUPERVISOR; godkendelsen
      * logges som OVERSTYR med aftalen i detaljen.
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

      * Ophaevelse foer tid: aftalen faar status O med dato og
      * operatoer - temp-fil/FILSKIFT-moensteret.
       OPHAEV-AFTALE.
           DISPLAY "Aftale-ID: " WITH NO ADVANCING
           ACCEPT IND-AFTALE-ID
           PERFORM FIND-AFTALE
           IF NOT AFTALE-ER-FUNDET
               DISPLAY "Afvist: ingen aktiv aftale "
                   FUNCTION TRIM(IND-AFTALE-ID) "."
           ELSE
               DISPLAY "Aftale " FUNCTION TRIM(PRIS-FELT1) ": "
                   PRIS-FELT2 ":" FUNCTION TRIM(PRIS-FELT3) " "
                   FUNCTION TRIM(PRIS-FELT4) " "
                   FUNCTION TRIM(PRIS-FELT5) " fra " PRIS-FELT6
                   " til " PRIS-FELT7
               MOVE ALL SPACES TO LT-DETALJE
               STRING "OPHAEV A:" DELIMITED BY SIZE
                   FUNCTION TRIM(IND-AFTALE-ID) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               PERFORM SUPERVISOR-GODKEND
               IF SUP-GODKENDT NOT = "J"
                   DISPLAY "Afvist: ophaevelse kraever godkendelse "
                       "af en anden operatoer med rollen "
                       "SUPERVISOR."
               ELSE
                   PERFORM LUK-AFTALE
                   DISPLAY "Prisaftale " FUNCTION TRIM(IND-AFTALE-ID)
                       " er ophaevet - standardsatserne gaelder "
                       "fra i dag."
                   MOVE 0 TO RETUR
               END-IF
           END-IF.

       FIND-AFTALE.
           MOVE "N" TO AFTALE-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               PERFORM SKIL-PRISLINJE
                               IF FUNCTION TRIM(PRIS-FELT1) =
                                   FUNCTION TRIM(IND-AFTALE-ID)
                                   AND PRIS-FELT11 = "A"
                                   SET AFTALE-ER-FUNDET TO TRUE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF.

       LUK-AFTALE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           OPEN OUTPUT PRISTEMP
           PERFORM UNTIL EOF
               READ PRISFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(PRIS-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM SKIL-PRISLINJE
                           IF FUNCTION TRIM(PRIS-FELT1) =
                               FUNCTION TRIM(IND-AFTALE-ID)
                               AND PRIS-FELT11 = "A"
                               MOVE "O" TO PRIS-FELT11
                               MOVE NU-DATO-TXT TO PRIS-FELT12
                               MOVE OPERATOR-ID TO PRIS-FELT13
                               PERFORM SKRIV-PRISLINJE
                               WRITE PRISTEMP-LINJE FROM LINJE
                           ELSE
                               WRITE PRISTEMP-LINJE FROM PRIS-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRISFIL
           CLOSE PRISTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "prisaftaler_tmp.txt" TO FS-KILDE
           MOVE "prisaftaler.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Alle aftaler paa kontoen (og paa kontoens ejer) eller paa
      * kunden, med deres tilstand i dag.
       VIS-AFTALER.
           MOVE "J" TO AFTALE-GYLDIG
           PERFORM LAES-NOEGLE
           IF AFTALE-OK
               MOVE 0 TO ANTAL-VIST
               MOVE "N" TO EOF-FLAG
               OPEN INPUT PRISFIL
               IF PRISFIL-STATUS = "35"
                   CLOSE PRISFIL
               ELSE
                   PERFORM UNTIL EOF
                       READ PRISFIL
                           AT END SET EOF TO TRUE
                           NOT AT END
                               IF FUNCTION
                               LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                                   PERFORM SKIL-PRISLINJE
                                   PERFORM VIS-HVIS-NOEGLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRISFIL
               END-IF
               IF ANTAL-VIST = 0
                   DISPLAY "Ingen prisaftaler registreret."
               END-IF
               MOVE 0 TO RETUR
           END-IF.

       VIS-HVIS-NOEGLE.
           IF (PRIS-FELT2 = IND-NIVEAU
                   AND FUNCTION NUMVAL(PRIS-FELT3) =
                       FUNCTION NUMVAL(IND-NOEGLE))
               OR (IND-NIVEAU = "K" AND PRIS-FELT2 = "C"
                   AND FUNCTION TRIM(KONTO-EJER) NOT = SPACES
                   AND FUNCTION NUMVAL(PRIS-FELT3) =
                       FUNCTION NUMVAL(KONTO-EJER))
               ADD 1 TO ANTAL-VIST
               EVALUATE TRUE
                   WHEN PRIS-FELT11 = "O"
                       MOVE "OPHAEVET" TO AFTALE-TILSTAND
                   WHEN PRIS-FELT7 < NU-DATO-TXT
                       MOVE "UDLOEBET" TO AFTALE-TILSTAND
                   WHEN PRIS-FELT6 > NU-DATO-TXT
                       MOVE "KOMMENDE" TO AFTALE-TILSTAND
                   WHEN OTHER
                       MOVE "GAELDER" TO AFTALE-TILSTAND
               END-EVALUATE
               DISPLAY "  " FUNCTION TRIM(PRIS-FELT1) "  "
                   PRIS-FELT2 ":" FUNCTION TRIM(PRIS-FELT3) "  "
                   FUNCTION TRIM(PRIS-FELT4) " "
                   FUNCTION TRIM(PRIS-FELT5) "  " PRIS-FELT6
                   " - " PRIS-FELT7 "  " AFTALE-TILSTAND
               DISPLAY "      godkendt af " FUNCTION TRIM(PRIS-FELT8)
                   ", oprettet " PRIS-FELT10 " af "
                   FUNCTION TRIM(PRIS-FELT9)
           END-IF.

      * Aktive aftaler med til-dato fra i dag og 30 dage frem.
       LIST-UDLOEB.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PRISFIL
           IF PRISFIL-STATUS = "35"
               CLOSE PRISFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PRISFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PRIS-LINJE)) > 0
                               PERFORM SKIL-PRISLINJE
                               PERFORM VIS-HVIS-UDLOEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRISFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen aftaler udloeber inden for "
                   VARSEL-DAGE " dage."
           END-IF
           MOVE 0 TO RETUR.

       VIS-HVIS-UDLOEB.
           IF PRIS-FELT11 = "A"
               AND PRIS-FELT7 NOT < NU-DATO-TXT
               MOVE PRIS-FELT7(1:4) TO DT-AAR
               MOVE PRIS-FELT7(6:2) TO DT-MAANED
               MOVE PRIS-FELT7(9:2) TO DT-DAG
               COMPUTE TIL-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               COMPUTE DAGE-TIL-UDLOEB = TIL-DAGNR - NU-DAGNR
               IF DAGE-TIL-UDLOEB NOT > VARSEL-DAGE
                   ADD 1 TO ANTAL-VIST
                   DISPLAY "  " FUNCTION TRIM(PRIS-FELT1) "  "
                       PRIS-FELT2 ":" FUNCTION TRIM(PRIS-FELT3) "  "
                       FUNCTION TRIM(PRIS-FELT4) " "
                       FUNCTION TRIM(PRIS-FELT5) "  udloeber "
                       PRIS-FELT7 " (" DAGE-TIL-UDLOEB " dage)"
                       "  ansvarlig " FUNCTION TRIM(PRIS-FELT9)
               END-IF
           END-IF.

       SKIL-PRISLINJE.
           MOVE SPACES TO PRIS-FELT8 PRIS-FELT9 PRIS-FELT10
               PRIS-FELT11 PRIS-FELT12 PRIS-FELT13
           UNSTRING PRIS-LINJE
               DELIMITED BY ";"
               INTO PRIS-FELT1 PRIS-FELT2 PRIS-FELT3
                    PRIS-FELT4 PRIS-FELT5 PRIS-FELT6
                    PRIS-FELT7 PRIS-FELT8 PRIS-FELT9
                    PRIS-FELT10 PRIS-FELT11 PRIS-FELT12
                    PRIS-FELT13.

       SKRIV-PRISLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(PRIS-FELT1) DELIMITED BY SIZE
               ";"
               PRIS-FELT2 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT5) DELIMITED BY SIZE
               ";"
               PRIS-FELT6 DELIMITED BY SIZE
               ";"
               PRIS-FELT7 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT9) DELIMITED BY SIZE
               ";"
               PRIS-FELT10 DELIMITED BY SIZE
               ";"
               PRIS-FELT11 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PRIS-FELT13) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.
