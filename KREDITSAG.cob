       IDENTIFICATION DIVISION.
       PROGRAM-ID. KREDITSAG.

      *> Kreditsagsregister (kreditsager.txt, layout i KREDITREC.cpy):
      *> ansoegningen bag ethvert nyt laan og enhver overtraeks-
      *> graense over produktets standard. Handlinger:
      *>   I = indsend ny sag: ansoeger, formaal (LAAN/OVERTRAEK),
      *>       beloeb, loebetid, maanedlig indkomst og ydelser paa
      *>       anden gaeld. Indkomsten foreslaas som gennemsnittet af
      *>       LOEN-indgange paa kundens konti i de tre seneste hele
      *>       maaneder. Raadighedsberegningen: indkomst - gaeld - ny
      *>       ydelse, hvor ny ydelse er annuiteten ved beregnings-
      *>       renten (overtraek: renten af hele graensen).
      *>   L = list sager (blank Kunde-ID = alle).
      *>   A = afgoer en indsendt sag (godkend/afvis). Afgoereren
      *>       legitimerer sig via BRUGERTJEK og maa ikke vaere den
      *>       der indsendte sagen (fire-oejne). Godkendelse kraever
      *>       bevillingsret til beloebet og et ikke-negativt
      *>       raadighedsbeloeb.
      *>   T = ret overtraeksgraensen (KONTO-FELT7) paa en
      *>       eksisterende konto. En forhoejelse kraever en
      *>       godkendt, ubrugt OVERTRAEK-sag paa kontohaveren, som
      *>       KREDITTJEK stempler med kontoen; en nedsaettelse
      *>       kraever ingen sag. Er ejeren (eller medejeren) med i
      *>       en kundegruppe, og bringer forhoejelsen gruppens
      *>       samlede engagement (GRUPPEENG) over gruppens graense,
      *>       advares der, og aendringen kraever supervisor-
      *>       overstyring (en anden operatoer med rollen
      *>       SUPERVISOR), logget som OVERSTYR.
      *> Bevillingsretten staar i kreditgraense.txt som NOEGLE;
      *> VAERDI-linjer: et Bruger-ID eller en rolle (SUPERVISOR,
      *> TELLER) med det stoerste beloeb der maa bevilges - en linje
      *> for Bruger-ID'et gaar forud for rollens - samt
      *> BEREGNINGSRENTE til raadighedsberegningen. Mangler filen
      *> oprettes den med standardvaerdierne. Alle haendelser logges
      *> med gammel og ny vaerdi til kreditlog.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KREDITFIL ASSIGN TO "kreditsager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITFIL-STATUS.
           SELECT KREDITTEMP ASSIGN TO "kreditsager_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAENSEFIL ASSIGN TO "kreditgraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT KREDITLOGFIL ASSIGN TO "kreditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITLOGFIL-STATUS.
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
       FD KREDITFIL.
       01 KREDIT-LINJE     PIC X(250).

       FD KREDITTEMP.
       01 KREDITTEMP-LINJE PIC X(250).

       FD GRAENSEFIL.
       01 GRAENSE-LINJE    PIC X(60).

       FD KREDITLOGFIL.
       01 KREDITLOG-LINJE  PIC X(200).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "KREDITREC.cpy".

       01 KREDITFIL-STATUS PIC XX.
       01 GRAENSEFIL-STATUS PIC XX.
       01 KREDITLOGFIL-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 HANDLING         PIC X.
          88 ER-INDSEND    VALUE "I" "i".
          88 ER-LIST       VALUE "L" "l".
          88 ER-AFGOER     VALUE "A" "a".
          88 ER-OVERTRAEK  VALUE "T" "t".

       01 SØGE-KUNDE-ID    PIC X(10).
       01 SØGE-SAGSNR      PIC X(10).
       01 SØGE-KONTO-ID    PIC X(10).

      * Den nye sag under indtastning.
       01 NY-FORMAAL-VALG  PIC X.
       01 NY-FORMAAL       PIC X(10).
       01 NY-BESKRIVELSE   PIC X(40).
       01 NY-BELOEB-TXT    PIC X(15).
       01 NY-BELOEB        PIC S9(11)V99.
       01 NY-LOEBETID-TXT  PIC X(4).
       01 NY-LOEBETID      PIC 9(3).
       01 NY-INDKOMST-TXT  PIC X(15).
       01 NY-INDKOMST      PIC S9(11)V99.
       01 NY-GAELD-TXT     PIC X(15).
       01 NY-GAELD         PIC S9(11)V99.
       01 NY-YDELSE        PIC S9(11)V99.
       01 NY-RAADIGHED     PIC S9(11)V99.

      * Raadighedsberegningen.
       01 BEREGN-RENTE     PIC S9V9999.
       01 MAANEDS-RENTE    PIC S9V99999999.
       01 FAKTOR           PIC S9(3)V9(9).

      * Foreslaaet indkomst: kundens konti og LOEN-indgange i de
      * tre seneste hele maaneder.
       01 KUNDE-KONTI.
          05 KUNDE-KONTO   PIC X(10) OCCURS 50 TIMES.
       01 ANTAL-KONTI      PIC 9(3) VALUE 0.
       01 KONTO-IX         PIC 9(3).
       01 LOEN-SUM         PIC S9(11)V99.
       01 LOEN-FORSLAG     PIC S9(11)V99.
       01 PERIODE-FRA      PIC X(10).
       01 PERIODE-TIL      PIC X(10).
       01 PERIODE-AAR      PIC 9(4).
       01 PERIODE-MAANED   PIC 9(2).

      * Afgoerelse og bevillingsret.
       01 BESLUTNING       PIC X.
          88 BESLUT-GODKEND VALUE "G" "g".
          88 BESLUT-AFVIS  VALUE "A" "a".
       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.
       01 BEVILLING-BRUGER PIC S9(11)V99.
       01 BEVILLING-ROLLE  PIC S9(11)V99.
       01 BEVILLING-MAX    PIC S9(11)V99.
       01 BRUGER-LINJE-FUNDET PIC X VALUE "N".
          88 BRUGER-HAR-LINJE VALUE "Y".
       01 GR-NOEGLE        PIC X(20).
       01 GR-VAERDI        PIC X(20).

      * Overtraeksgraense paa eksisterende konto.
       01 GL-OVERTRAEK     PIC S9(11)V99.
       01 NY-OVERTRAEK-TXT PIC X(15).
       01 NY-OVERTRAEK     PIC S9(11)V99.
       01 KONTO-EJER       PIC X(10).
       01 KONTO-MEDEJER    PIC X(10).
       01 KONTO-SALDO      PIC S9(11)V99.
       01 KONTO-VALUTA     PIC X(5).

      * Kundegruppens engagement (GRUPPEENG) og overstyring.
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
       01 GL-KONTO-ENG     PIC S9(11)V99.
       01 NY-KONTO-ENG     PIC S9(11)V99.
       01 NYT-ENGAGEMENT   PIC S9(13)V99.
       01 ENGAGEMENT-EDIT  PIC -(12)9.99.
       01 GRUPPE-GODKENDT  PIC X.
          88 GRUPPE-OK     VALUE "J".
       01 OVERSTYR-SVAR    PIC X.
       01 VK-FRA           PIC X(5).
       01 VK-TIL           PIC X(5).
       01 VK-BELOEB-IND    PIC S9(11)V99.
       01 VK-BELOEB-UD     PIC S9(11)V99.
       01 VK-RETUR         PIC 9.

      * KREDITTJEK.
       01 KT-HANDLING      PIC X.
       01 KT-SAGSNR        PIC X(10).
       01 KT-KUNDE-ID      PIC X(10).
       01 KT-FORMAAL       PIC X(10).
       01 KT-BELOEB        PIC S9(11)V99.
       01 KT-KONTO         PIC X(10).
       01 KT-RETUR         PIC 9.

       01 KUNDE-FUNDET     PIC X VALUE "N".
          88 KUNDE-EXISTERER VALUE "Y".
       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 SAG-FUNDET       PIC X VALUE "N".
          88 SAG-ER-FUNDET VALUE "Y".

       01 SENESTE-SAGSNR   PIC 9(7) VALUE 0.
       01 NYT-SAGSNR       PIC 9(7).
       01 NYT-SAGSNR-TXT   PIC X(10).

      * Foer/efter-vaerdier til kreditlog.txt.
       01 LOG-SAG          PIC X(10).
       01 LOG-HANDLING     PIC X(10).
       01 GAMMEL-VAERDI    PIC X(60).
       01 NY-VAERDI        PIC X(60).

       01 ANTAL-VIST       PIC 9(5) VALUE 0.
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 SATS-EDIT        PIC -9.9999.

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

       01 LINJE            PIC X(250).
       01 TRIM-LINJE       PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 KONTO-EOF-FLAG   PIC X VALUE "N".
          88 KONTO-EOF     VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LAAS-HANDLING    PIC X.
       01 LAAS-OPERATOR    PIC X(10).
       01 LAAS-RETUR       PIC 9.

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 LT-PROGRAM       PIC X(20) VALUE "KREDITSAG".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
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

           PERFORM LAES-BEREGNINGSRENTE

           DISPLAY "=== KREDITSAG: Kreditsager ===".
           DISPLAY "Indsend sag (I), list (L), afgoer sag (A) eller "
               "ret overtraeksgraense (T): " WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-INDSEND
                   PERFORM INDSEND-SAG
               WHEN ER-LIST
                   PERFORM LIST-SAGER
               WHEN ER-AFGOER
                   PERFORM AFGOER-SAG
               WHEN ER-OVERTRAEK
                   PERFORM RET-OVERTRAEK
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny sag med status I. Kunden skal findes; et laan skal have
      * en loebetid paa 1-480 maaneder (som OPRETLAAN).
       INDSEND-SAG.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           PERFORM FIND-KUNDE
           IF NOT KUNDE-EXISTERER
               DISPLAY "Afvist: kunde " FUNCTION TRIM(SØGE-KUNDE-ID)
                   " findes ikke."
           ELSE
               DISPLAY "Ansoeger: " FUNCTION TRIM(FELT-FORNAVN) " "
                   FUNCTION TRIM(FELT-EFTERNAVN)
               DISPLAY "Formaal - laan (L) eller overtraeksgraense "
                   "(O): " WITH NO ADVANCING
               ACCEPT NY-FORMAAL-VALG
               DISPLAY "Beskrivelse af formaalet: " WITH NO ADVANCING
               ACCEPT NY-BESKRIVELSE
               INSPECT NY-BESKRIVELSE REPLACING ALL ";" BY ","
               DISPLAY "Ansoegt beloeb/graense: " WITH NO ADVANCING
               ACCEPT NY-BELOEB-TXT
               MOVE FUNCTION NUMVAL(NY-BELOEB-TXT) TO NY-BELOEB
               MOVE 0 TO NY-LOEBETID
               IF NY-FORMAAL-VALG = "L" OR NY-FORMAAL-VALG = "l"
                   MOVE "LAAN" TO NY-FORMAAL
                   DISPLAY "Loebetid i maaneder: " WITH NO ADVANCING
                   ACCEPT NY-LOEBETID-TXT
                   MOVE FUNCTION NUMVAL(NY-LOEBETID-TXT)
                       TO NY-LOEBETID
               ELSE
                   MOVE "OVERTRAEK" TO NY-FORMAAL
               END-IF

               PERFORM FORESLAA-INDKOMST
               MOVE LOEN-FORSLAG TO BELOEB-EDIT
               DISPLAY "Maanedlig indkomst (blank = "
                   FUNCTION TRIM(BELOEB-EDIT)
                   ", snit af LOEN-indgange " PERIODE-FRA
                   " - " PERIODE-TIL(1:7) "): " WITH NO ADVANCING
               ACCEPT NY-INDKOMST-TXT
               IF FUNCTION TRIM(NY-INDKOMST-TXT) = SPACES
                   MOVE LOEN-FORSLAG TO NY-INDKOMST
               ELSE
                   MOVE FUNCTION NUMVAL(NY-INDKOMST-TXT)
                       TO NY-INDKOMST
               END-IF
               DISPLAY "Maanedlige ydelser paa anden gaeld "
                   "(blank = 0): " WITH NO ADVANCING
               ACCEPT NY-GAELD-TXT
               MOVE FUNCTION NUMVAL(NY-GAELD-TXT) TO NY-GAELD

               EVALUATE TRUE
                   WHEN NY-FORMAAL-VALG NOT = "L"
                       AND NY-FORMAAL-VALG NOT = "l"
                       AND NY-FORMAAL-VALG NOT = "O"
                       AND NY-FORMAAL-VALG NOT = "o"
                       DISPLAY "Afvist: formaalet skal vaere L "
                           "eller O."
                   WHEN NY-BELOEB NOT > 0
                       DISPLAY "Afvist: beloebet skal vaere "
                           "positivt."
                   WHEN NY-FORMAAL = "LAAN"
                       AND (NY-LOEBETID < 1 OR NY-LOEBETID > 480)
                       DISPLAY "Afvist: loebetiden skal vaere "
                           "1-480 maaneder."
                   WHEN NY-INDKOMST < 0 OR NY-GAELD < 0
                       DISPLAY "Afvist: indkomst og gaeld kan "
                           "ikke vaere negative."
                   WHEN OTHER
                       PERFORM BEREGN-RAADIGHED
                       PERFORM SKRIV-NY-SAG
                       MOVE 0 TO RETUR
               END-EVALUATE
           END-IF.

      * Ny ydelse som annuitet ved beregningsrenten; paa en
      * overtraeksgraense regnes renten af hele graensen.
       BEREGN-RAADIGHED.
           COMPUTE MAANEDS-RENTE ROUNDED = BEREGN-RENTE / 12
           IF NY-FORMAAL = "LAAN"
               IF MAANEDS-RENTE > 0
                   COMPUTE FAKTOR ROUNDED =
                       1 - (1 + MAANEDS-RENTE) ** (0 - NY-LOEBETID)
                   COMPUTE NY-YDELSE ROUNDED =
                       NY-BELOEB * MAANEDS-RENTE / FAKTOR
               ELSE
                   COMPUTE NY-YDELSE ROUNDED =
                       NY-BELOEB / NY-LOEBETID
               END-IF
           ELSE
               COMPUTE NY-YDELSE ROUNDED = NY-BELOEB * MAANEDS-RENTE
           END-IF
           COMPUTE NY-RAADIGHED = NY-INDKOMST - NY-GAELD - NY-YDELSE.

       SKRIV-NY-SAG.
           PERFORM FIND-SENESTE-SAGSNR
           COMPUTE NYT-SAGSNR = SENESTE-SAGSNR + 1
           MOVE NYT-SAGSNR TO NYT-SAGSNR-TXT
           MOVE FUNCTION TRIM(NYT-SAGSNR-TXT) TO KREDIT-FELT1
           MOVE SØGE-KUNDE-ID TO KREDIT-FELT2
           MOVE NY-FORMAAL TO KREDIT-FELT3
           MOVE NY-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO KREDIT-FELT4
           MOVE NY-LOEBETID TO KREDIT-FELT5
           MOVE NY-INDKOMST TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO KREDIT-FELT6
           MOVE NY-GAELD TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO KREDIT-FELT7
           MOVE NY-YDELSE TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO KREDIT-FELT8
           MOVE NY-RAADIGHED TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO KREDIT-FELT9
           MOVE "I" TO KREDIT-FELT10
           MOVE NU-DATO-TXT TO KREDIT-FELT11
           MOVE OPERATOR-ID TO KREDIT-FELT12
           MOVE SPACES TO KREDIT-FELT13 KREDIT-FELT14
               KREDIT-FELT15 KREDIT-FELT16
           MOVE NY-BESKRIVELSE TO KREDIT-FELT17
           PERFORM SKRIV-KREDITLINJE
           OPEN EXTEND KREDITFIL
           IF KREDITFIL-STATUS = "35"
               OPEN OUTPUT KREDITFIL
           END-IF
           WRITE KREDIT-LINJE FROM LINJE
           CLOSE KREDITFIL

           MOVE KREDIT-FELT1 TO LOG-SAG
           MOVE "INDSEND" TO LOG-HANDLING
           MOVE SPACES TO GAMMEL-VAERDI
           MOVE ALL SPACES TO NY-VAERDI
           STRING
               FUNCTION TRIM(NY-FORMAAL) DELIMITED BY SIZE
               "/"
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               "/I"
               INTO NY-VAERDI
           END-STRING
           PERFORM SKRIV-KREDITLOG

           DISPLAY "Kreditsag " FUNCTION TRIM(KREDIT-FELT1)
               " indsendt for kunde " FUNCTION TRIM(SØGE-KUNDE-ID)
               "."
           DISPLAY "  Ny ydelse " FUNCTION TRIM(KREDIT-FELT8)
               "  raadighedsbeloeb " FUNCTION TRIM(KREDIT-FELT9)
           IF NY-RAADIGHED < 0
               DISPLAY "BEMAERK: raadighedsbeloebet er negativt - "
                   "sagen kan kun afvises."
           END-IF.

       FIND-SENESTE-SAGSNR.
           MOVE 0 TO SENESTE-SAGSNR
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           IF KREDITFIL-STATUS = "35"
               CLOSE KREDITFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KREDITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                               PERFORM SKIL-KREDITLINJE
                               IF FUNCTION NUMVAL(KREDIT-FELT1) >
                                   SENESTE-SAGSNR
                                   MOVE FUNCTION NUMVAL(KREDIT-FELT1)
                                       TO SENESTE-SAGSNR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITFIL
           END-IF.

      * Gennemsnittet af LOEN-indgange paa kundens konti (ejer
      * eller medejer) i de tre seneste hele maaneder.
       FORESLAA-INDKOMST.
           MOVE 0 TO LOEN-SUM
           MOVE 0 TO LOEN-FORSLAG
           MOVE NU-AAR TO PERIODE-AAR
           MOVE NU-MAANED TO PERIODE-MAANED
           IF PERIODE-MAANED > 3
               SUBTRACT 3 FROM PERIODE-MAANED
           ELSE
               ADD 9 TO PERIODE-MAANED
               SUBTRACT 1 FROM PERIODE-AAR
           END-IF
           MOVE ALL SPACES TO PERIODE-FRA
           STRING
               PERIODE-AAR DELIMITED BY SIZE
               "-"
               PERIODE-MAANED DELIMITED BY SIZE
               "-01"
               INTO PERIODE-FRA
           END-STRING
           MOVE NU-AAR TO PERIODE-AAR
           MOVE NU-MAANED TO PERIODE-MAANED
           IF PERIODE-MAANED > 1
               SUBTRACT 1 FROM PERIODE-MAANED
           ELSE
               MOVE 12 TO PERIODE-MAANED
               SUBTRACT 1 FROM PERIODE-AAR
           END-IF
           MOVE ALL SPACES TO PERIODE-TIL
           STRING
               PERIODE-AAR DELIMITED BY SIZE
               "-"
               PERIODE-MAANED DELIMITED BY SIZE
               "-31"
               INTO PERIODE-TIL
           END-STRING

           PERFORM FIND-KUNDENS-KONTI
           IF ANTAL-KONTI > 0
               MOVE "N" TO HIST-EOF-FLAG
               MOVE "A" TO HA-HANDLING
               MOVE PERIODE-FRA TO HA-FRA-DATO
               MOVE PERIODE-TIL TO HA-TIL-DATO
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               PERFORM UNTIL HIST-EOF
                   MOVE "N" TO HA-HANDLING
                   CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                       HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
                   IF HA-SLUT = "J"
                       SET HIST-EOF TO TRUE
                   ELSE
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(HA-LINJE)) > 0
                           UNSTRING HA-LINJE
                               DELIMITED BY ";"
                               INTO HIST-FELT1 HIST-FELT2
                                    HIST-FELT3 HIST-FELT4
                           PERFORM TAEL-LOENLINJE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "L" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           END-IF
           COMPUTE LOEN-FORSLAG ROUNDED = LOEN-SUM / 3.

       TAEL-LOENLINJE.
           IF FUNCTION TRIM(HIST-FELT3) = "LOEN"
               AND HIST-FELT2 NOT < PERIODE-FRA
               AND HIST-FELT2 NOT > PERIODE-TIL
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
                   IF FUNCTION NUMVAL(HIST-FELT1) =
                       FUNCTION NUMVAL(KUNDE-KONTO(KONTO-IX))
                       ADD FUNCTION NUMVAL(HIST-FELT4) TO LOEN-SUM
                       MOVE ANTAL-KONTI TO KONTO-IX
                   END-IF
               END-PERFORM
           END-IF.

       FIND-KUNDENS-KONTI.
           MOVE 0 TO ANTAL-KONTI
           MOVE "N" TO KONTO-EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL KONTO-EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET KONTO-EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-KONTOLINJE
                           IF (FUNCTION NUMVAL(KONTO-FELT2) =
                               FUNCTION NUMVAL(SØGE-KUNDE-ID)
                               OR (FUNCTION TRIM(KONTO-FELT8)
                               NOT = SPACES
                               AND FUNCTION NUMVAL(KONTO-FELT8) =
                               FUNCTION NUMVAL(SØGE-KUNDE-ID)))
                               AND ANTAL-KONTI < 50
                               ADD 1 TO ANTAL-KONTI
                               MOVE KONTO-FELT1
                                   TO KUNDE-KONTO(ANTAL-KONTI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

      * Blank Kunde-ID viser alle sager.
       LIST-SAGER.
           DISPLAY "Kunde-ID (blank = alle): " WITH NO ADVANCING
           ACCEPT SØGE-KUNDE-ID
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           IF KREDITFIL-STATUS = "35"
               CLOSE KREDITFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KREDITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                               PERFORM SKIL-KREDITLINJE
                               IF SØGE-KUNDE-ID = SPACES
                                   OR FUNCTION NUMVAL(KREDIT-FELT2) =
                                   FUNCTION NUMVAL(SØGE-KUNDE-ID)
                                   PERFORM VIS-SAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen kreditsager."
           END-IF
           MOVE 0 TO RETUR.

       VIS-SAG.
           ADD 1 TO ANTAL-VIST
           DISPLAY "Sag " FUNCTION TRIM(KREDIT-FELT1)
               "  kunde " FUNCTION TRIM(KREDIT-FELT2)
               "  " FUNCTION TRIM(KREDIT-FELT3)
               " " FUNCTION TRIM(KREDIT-FELT4)
               "  status " KREDIT-FELT10
               "  indsendt " FUNCTION TRIM(KREDIT-FELT11)
               " af " FUNCTION TRIM(KREDIT-FELT12)
           DISPLAY "    " FUNCTION TRIM(KREDIT-FELT17)
           DISPLAY "    loebetid " FUNCTION TRIM(KREDIT-FELT5)
               "  indkomst " FUNCTION TRIM(KREDIT-FELT6)
               "  gaeld " FUNCTION TRIM(KREDIT-FELT7)
               "  ny ydelse " FUNCTION TRIM(KREDIT-FELT8)
               "  raadighed " FUNCTION TRIM(KREDIT-FELT9)
           IF KREDIT-FELT10 NOT = "I"
               DISPLAY "    afgjort " FUNCTION TRIM(KREDIT-FELT13)
                   " af " FUNCTION TRIM(KREDIT-FELT14)
           END-IF
           IF FUNCTION TRIM(KREDIT-FELT15) NOT = SPACES
               DISPLAY "    brugt paa konto "
                   FUNCTION TRIM(KREDIT-FELT15)
                   " " FUNCTION TRIM(KREDIT-FELT16)
           END-IF.

      * Afgoerelse af en indsendt sag. Afgoereren legitimerer sig
      * (BRUGERTJEK) og maa ikke vaere indsenderen; godkendelse
      * kraever bevillingsret til beloebet og et ikke-negativt
      * raadighedsbeloeb.
       AFGOER-SAG.
           DISPLAY "Sagsnr: " WITH NO ADVANCING
           ACCEPT SØGE-SAGSNR
           PERFORM FIND-SAG
           IF NOT SAG-ER-FUNDET
               DISPLAY "Afvist: kreditsag " FUNCTION TRIM(SØGE-SAGSNR)
                   " findes ikke."
           ELSE
               PERFORM VIS-SAG
               IF KREDIT-FELT10 NOT = "I"
                   DISPLAY "Afvist: sagen er allerede afgjort."
               ELSE
                   DISPLAY "Godkend (G) eller afvis (A): "
                       WITH NO ADVANCING
                   ACCEPT BESLUTNING
                   DISPLAY "Afgoerers Bruger-ID: " WITH NO ADVANCING
                   ACCEPT SUP-ID
                   DISPLAY "Afgoerers kodeord: " WITH NO ADVANCING
                   ACCEPT SUP-KODE
                   CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
                       SUP-RETUR
                   PERFORM FIND-BEVILLING
                   EVALUATE TRUE
                       WHEN NOT BESLUT-GODKEND AND NOT BESLUT-AFVIS
                           DISPLAY "Ugyldig afgoerelse."
                       WHEN SUP-RETUR NOT = 0
                           DISPLAY "Afvist: afgoereren kunne ikke "
                               "godkendes."
                       WHEN FUNCTION TRIM(SUP-ID) =
                           FUNCTION TRIM(KREDIT-FELT12)
                           DISPLAY "Afvist: sagen skal afgoeres af "
                               "en anden end indsenderen."
                       WHEN BESLUT-GODKEND
                           AND FUNCTION NUMVAL(KREDIT-FELT4) >
                           BEVILLING-MAX
                           MOVE BEVILLING-MAX TO BELOEB-EDIT
                           DISPLAY "Afvist: "
                               FUNCTION TRIM(SUP-ID)
                               " har bevillingsret til "
                               FUNCTION TRIM(BELOEB-EDIT) "."
                       WHEN BESLUT-GODKEND
                           AND FUNCTION NUMVAL(KREDIT-FELT9) < 0
                           DISPLAY "Afvist: raadighedsbeloebet er "
                               "negativt - sagen kan kun afvises."
                       WHEN OTHER
                           PERFORM REGISTRER-AFGOERELSE
                           MOVE 0 TO RETUR
                   END-EVALUATE
               END-IF
           END-IF.

       REGISTRER-AFGOERELSE.
           MOVE SPACES TO GAMMEL-VAERDI
           STRING "I/" DELIMITED BY SIZE
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               INTO GAMMEL-VAERDI
           END-STRING
           IF BESLUT-GODKEND
               MOVE "G" TO KREDIT-FELT10
               MOVE "GODKEND" TO LOG-HANDLING
               MOVE "GODKENDT" TO LT-HAENDELSE
           ELSE
               MOVE "A" TO KREDIT-FELT10
               MOVE "AFVIS" TO LOG-HANDLING
               MOVE "AFVIST" TO LT-HAENDELSE
           END-IF
           MOVE NU-DATO-TXT TO KREDIT-FELT13
           MOVE SUP-ID TO KREDIT-FELT14
           PERFORM OMSKRIV-SAG

           MOVE KREDIT-FELT1 TO LOG-SAG
           MOVE ALL SPACES TO NY-VAERDI
           STRING KREDIT-FELT10 DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(SUP-ID) DELIMITED BY SIZE
               INTO NY-VAERDI
           END-STRING
           PERFORM SKRIV-KREDITLOG

           MOVE 0 TO LT-RC
           MOVE ALL SPACES TO LT-DETALJE
           STRING "S:" DELIMITED BY SIZE
               FUNCTION TRIM(KREDIT-FELT1) DELIMITED BY SIZE
               " T:" DELIMITED BY SIZE
               FUNCTION TRIM(KREDIT-FELT12) DELIMITED BY SIZE
               " B:" DELIMITED BY SIZE
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
               LT-RC SUP-ID LT-DETALJE

           IF BESLUT-GODKEND
               DISPLAY "Kreditsag " FUNCTION TRIM(KREDIT-FELT1)
                   " er godkendt."
           ELSE
               DISPLAY "Kreditsag " FUNCTION TRIM(KREDIT-FELT1)
                   " er afvist."
           END-IF.

      * Bevillingsretten: en linje for Bruger-ID'et gaar forud for
      * rollens; findes ingen af delene, er bevillingsretten nul.
       FIND-BEVILLING.
           MOVE 0 TO BEVILLING-BRUGER
           MOVE 0 TO BEVILLING-ROLLE
           MOVE "N" TO BRUGER-LINJE-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS = "35"
               CLOSE GRAENSEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ GRAENSEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-GRAENSELINJE
                           IF GR-NOEGLE = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(SUP-ID))
                               SET BRUGER-HAR-LINJE TO TRUE
                               MOVE FUNCTION NUMVAL(GR-VAERDI)
                                   TO BEVILLING-BRUGER
                           END-IF
                           IF GR-NOEGLE = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(SUP-ROLLE))
                               MOVE FUNCTION NUMVAL(GR-VAERDI)
                                   TO BEVILLING-ROLLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRAENSEFIL
           END-IF
           IF BRUGER-HAR-LINJE
               MOVE BEVILLING-BRUGER TO BEVILLING-MAX
           ELSE
               MOVE BEVILLING-ROLLE TO BEVILLING-MAX
           END-IF.

      * Beregningsrenten til raadighedsberegningen. Mangler
      * kreditgraense.txt, oprettes den med standardvaerdierne.
       LAES-BEREGNINGSRENTE.
           MOVE 0.0700 TO BEREGN-RENTE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS = "35"
               CLOSE GRAENSEFIL
               OPEN OUTPUT GRAENSEFIL
               MOVE "SUPERVISOR;250000.00" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               MOVE "TELLER;0.00" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               MOVE "BEREGNINGSRENTE;0.0700" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               CLOSE GRAENSEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ GRAENSEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-GRAENSELINJE
                           IF GR-NOEGLE = "BEREGNINGSRENTE"
                               MOVE FUNCTION NUMVAL(GR-VAERDI)
                                   TO BEREGN-RENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRAENSEFIL
           END-IF.

       SKIL-GRAENSELINJE.
           MOVE SPACES TO GR-NOEGLE GR-VAERDI
           UNSTRING GRAENSE-LINJE
               DELIMITED BY ";"
               INTO GR-NOEGLE GR-VAERDI
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GR-NOEGLE))
               TO GR-NOEGLE.

      * Ny overtraeksgraense paa en eksisterende konto. En
      * forhoejelse kraever en godkendt, ubrugt OVERTRAEK-sag paa
      * kontohaveren, som daekker den nye graense.
       RET-OVERTRAEK.
           MOVE "S" TO LAAS-HANDLING
           MOVE OPERATOR-ID TO LAAS-OPERATOR
           CALL "BATCHLAAS" USING LAAS-HANDLING LAAS-OPERATOR
               LAAS-RETUR
           IF LAAS-RETUR = 1
               DISPLAY "Systemet er i batch - proev igen naar "
                   "natkoerslen er faerdig."
           ELSE
               DISPLAY "Konto-ID: " WITH NO ADVANCING
               ACCEPT SØGE-KONTO-ID
               PERFORM FIND-KONTO
               IF NOT KONTO-EXISTERER
                   DISPLAY "Afvist: konto "
                       FUNCTION TRIM(SØGE-KONTO-ID)
                       " findes ikke eller er lukket."
               ELSE
                   DISPLAY "Nuvaerende overtraeksgraense: "
                       FUNCTION TRIM(KONTO-FELT7)
                   DISPLAY "Ny overtraeksgraense: " WITH NO ADVANCING
                   ACCEPT NY-OVERTRAEK-TXT
                   MOVE FUNCTION NUMVAL(NY-OVERTRAEK-TXT)
                       TO NY-OVERTRAEK
                   MOVE 0 TO KT-RETUR
                   MOVE SPACES TO KT-SAGSNR
                   IF NY-OVERTRAEK > GL-OVERTRAEK
                       DISPLAY "Kreditsagsnr (godkendt): "
                           WITH NO ADVANCING
                       ACCEPT KT-SAGSNR
                       MOVE "T" TO KT-HANDLING
                       MOVE KONTO-EJER TO KT-KUNDE-ID
                       MOVE "OVERTRAEK" TO KT-FORMAAL
                       MOVE NY-OVERTRAEK TO KT-BELOEB
                       MOVE SØGE-KONTO-ID TO KT-KONTO
                       CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR
                           KT-KUNDE-ID KT-FORMAAL KT-BELOEB KT-KONTO
                           KT-RETUR
                   END-IF
                   EVALUATE TRUE
                       WHEN NY-OVERTRAEK < 0
                           DISPLAY "Afvist: graensen kan ikke vaere "
                               "negativ."
                       WHEN KT-RETUR NOT = 0
                           PERFORM VIS-KREDITAFVISNING
                       WHEN OTHER
                           MOVE "J" TO GRUPPE-GODKENDT
                           IF NY-OVERTRAEK > GL-OVERTRAEK
                               PERFORM TJEK-GRUPPEGRAENSE
                           END-IF
                           IF GRUPPE-OK
                               PERFORM SKRIV-OVERTRAEK
                               MOVE 0 TO RETUR
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * Kontoen taeller i gruppens engagement med graensen eller
      * den negative saldo, hvis den er stoerre (som GRUPPEENG);
      * tilvaeksten laegges til gruppens engagement og holdes op mod
      * gruppens graense. Ejerens gruppe gaelder, ellers medejerens.
       TJEK-GRUPPEGRAENSE.
           MOVE KONTO-EJER TO GE-KUNDE-ID
           MOVE SPACES TO GE-GRUPPE-ID
           PERFORM HENT-GRUPPE-ENGAGEMENT
           IF GE-RETUR NOT = 0
               AND FUNCTION TRIM(KONTO-MEDEJER) NOT = SPACES
               MOVE KONTO-MEDEJER TO GE-KUNDE-ID
               MOVE SPACES TO GE-GRUPPE-ID
               PERFORM HENT-GRUPPE-ENGAGEMENT
           END-IF
           IF GE-RETUR = 0
               MOVE GL-OVERTRAEK TO GL-KONTO-ENG
               MOVE NY-OVERTRAEK TO NY-KONTO-ENG
               IF KONTO-SALDO < 0
                   IF 0 - KONTO-SALDO > GL-KONTO-ENG
                       COMPUTE GL-KONTO-ENG = 0 - KONTO-SALDO
                   END-IF
                   IF 0 - KONTO-SALDO > NY-KONTO-ENG
                       COMPUTE NY-KONTO-ENG = 0 - KONTO-SALDO
                   END-IF
               END-IF
               COMPUTE VK-BELOEB-IND = NY-KONTO-ENG - GL-KONTO-ENG
               IF KONTO-VALUTA NOT = "DKK" AND VK-BELOEB-IND NOT = 0
                   MOVE KONTO-VALUTA TO VK-FRA
                   MOVE "DKK" TO VK-TIL
                   CALL "VALUTAKURS" USING VK-FRA VK-TIL
                       VK-BELOEB-IND VK-BELOEB-UD VK-RETUR
               ELSE
                   MOVE VK-BELOEB-IND TO VK-BELOEB-UD
               END-IF
               COMPUTE NYT-ENGAGEMENT = GE-ENGAGEMENT + VK-BELOEB-UD
               IF VK-BELOEB-UD > 0 AND NYT-ENGAGEMENT > GE-GRAENSE
                   MOVE "N" TO GRUPPE-GODKENDT
                   DISPLAY "ADVARSEL: kontohaveren er med i gruppe "
                       FUNCTION TRIM(GE-GRUPPE-ID) " "
                       FUNCTION TRIM(GE-GRUPPE-NAVN) "."
                   MOVE GE-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens engagement nu:   "
                       ENGAGEMENT-EDIT
                   MOVE NYT-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Engagement med graensen:  "
                       ENGAGEMENT-EDIT
                   MOVE GE-GRAENSE TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens graense:         "
                       ENGAGEMENT-EDIT
                   PERFORM TILBYD-OVERSTYRING
                   IF NOT GRUPPE-OK
                       DISPLAY "Afvist: graensen vil bringe gruppens "
                           "engagement over gruppens graense."
                   END-IF
               END-IF
           END-IF.

       HENT-GRUPPE-ENGAGEMENT.
           CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
               GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
               GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR.

      * Overstyringen kraever en anden operatoer med rollen
      * SUPERVISOR og logges som OVERSTYR med teller og beloeb.
       TILBYD-OVERSTYRING.
           DISPLAY "Supervisor-overstyring (J/N)? "
               WITH NO ADVANCING
           ACCEPT OVERSTYR-SVAR
           IF OVERSTYR-SVAR = "J" OR OVERSTYR-SVAR = "j"
               DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
               ACCEPT SUP-ID
               DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
               ACCEPT SUP-KODE
               IF FUNCTION TRIM(SUP-ID) = FUNCTION TRIM(OPERATOR-ID)
                   DISPLAY "Overstyring afvist: godkenderen maa ikke "
                       "vaere den samme operatoer."
               ELSE
                   CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
                       SUP-RETUR
                   IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
                       MOVE NY-OVERTRAEK TO BELOEB-EDIT
                       MOVE "OVERSTYR" TO LT-HAENDELSE
                       MOVE 0 TO LT-RC
                       MOVE ALL SPACES TO LT-DETALJE
                       STRING "T:" DELIMITED BY SIZE
                           FUNCTION TRIM(OPERATOR-ID)
                               DELIMITED BY SIZE
                           " B:" DELIMITED BY SIZE
                           FUNCTION TRIM(BELOEB-EDIT)
                               DELIMITED BY SIZE
                           INTO LT-DETALJE
                       END-STRING
                       CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                           LT-RC SUP-ID LT-DETALJE
                       MOVE "J" TO GRUPPE-GODKENDT
                   ELSE
                       DISPLAY "Overstyring afvist: supervisoren "
                           "kunne ikke godkendes."
                   END-IF
               END-IF
           END-IF.

       SKRIV-OVERTRAEK.
           MOVE GL-OVERTRAEK TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO GAMMEL-VAERDI
           MOVE NY-OVERTRAEK TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           OPEN I-O KONTOFIL
           MOVE FUNCTION NUMVAL(SØGE-KONTO-ID) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
                   MOVE BELOEB-TXT TO KONTO-FELT7
                   PERFORM SKRIV-KONTOLINJE
                   MOVE LINJE TO KONTO-DATA
                   CALL "KONTOEJER" USING KONTO-POST
                   REWRITE KONTO-POST
           END-READ
           CLOSE KONTOFIL

           IF FUNCTION TRIM(KT-SAGSNR) NOT = SPACES
               MOVE "B" TO KT-HANDLING
               CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR
                   KT-KUNDE-ID KT-FORMAAL KT-BELOEB KT-KONTO
                   KT-RETUR
           END-IF

           MOVE KT-SAGSNR TO LOG-SAG
           MOVE "OVERTRAEK" TO LOG-HANDLING
           MOVE ALL SPACES TO NY-VAERDI
           STRING
               FUNCTION TRIM(SØGE-KONTO-ID) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               INTO NY-VAERDI
           END-STRING
           PERFORM SKRIV-KREDITLOG

           MOVE "OVERTRAEK" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           MOVE ALL SPACES TO LT-DETALJE
           STRING "K:" DELIMITED BY SIZE
               FUNCTION TRIM(SØGE-KONTO-ID) DELIMITED BY SIZE
               " G:" DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               " S:" DELIMITED BY SIZE
               FUNCTION TRIM(KT-SAGSNR) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
               LT-RC OPERATOR-ID LT-DETALJE

           DISPLAY "Overtraeksgraensen paa konto "
               FUNCTION TRIM(SØGE-KONTO-ID) " er nu "
               FUNCTION TRIM(BELOEB-TXT) ".".

       VIS-KREDITAFVISNING.
           EVALUATE KT-RETUR
               WHEN 1
                   DISPLAY "Afvist: kreditsag "
                       FUNCTION TRIM(KT-SAGSNR) " findes ikke."
               WHEN 2
                   DISPLAY "Afvist: kreditsagen er ikke godkendt."
               WHEN 3
                   DISPLAY "Afvist: kreditsagen er allerede brugt."
               WHEN 4
                   DISPLAY "Afvist: kreditsagen tilhoerer en anden "
                       "kunde end kontohaveren."
               WHEN 5
                   DISPLAY "Afvist: kreditsagen gaelder ikke en "
                       "overtraeksgraense."
               WHEN 6
                   DISPLAY "Afvist: graensen overstiger det "
                       "bevilgede beloeb."
           END-EVALUATE.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-KONTO-ID) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       IF KONTO-FELT9 NOT = "J"
                           AND KONTO-FELT9 NOT = "j"
                           SET KONTO-EXISTERER TO TRUE
                           MOVE FUNCTION NUMVAL(KONTO-FELT7)
                               TO GL-OVERTRAEK
                           MOVE KONTO-FELT2 TO KONTO-EJER
                           MOVE KONTO-FELT8 TO KONTO-MEDEJER
                           MOVE FUNCTION NUMVAL(KONTO-FELT4)
                               TO KONTO-SALDO
                           IF FUNCTION TRIM(KONTO-FELT5) = SPACES
                               MOVE "DKK" TO KONTO-VALUTA
                           ELSE
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(KONTO-FELT5))
                                   TO KONTO-VALUTA
                           END-IF
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO KUNDE-FUNDET
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-KUNDE-ID) TO FELT-ID
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KUNDE-EXISTERER TO TRUE
               END-READ
               CLOSE KUNDEFIL
           END-IF.

       FIND-SAG.
           MOVE "N" TO SAG-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           IF KREDITFIL-STATUS = "35"
               CLOSE KREDITFIL
           ELSE
               PERFORM UNTIL EOF OR SAG-ER-FUNDET
                   READ KREDITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                               PERFORM SKIL-KREDITLINJE
                               IF FUNCTION NUMVAL(KREDIT-FELT1) =
                                   FUNCTION NUMVAL(SØGE-SAGSNR)
                                   SET SAG-ER-FUNDET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITFIL
           END-IF.

      * Den afgjorte sag (felterne i KREDIT-FELT1..17) erstatter
      * sin linje via temp-fil/FILSKIFT-moensteret.
       OMSKRIV-SAG.
           PERFORM SKRIV-KREDITLINJE
           MOVE LINJE TO TRIM-LINJE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KREDITFIL
           OPEN OUTPUT KREDITTEMP
           PERFORM UNTIL EOF
               READ KREDITFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(KREDIT-LINJE)) > 0
                           MOVE SPACES TO LINJE
                           UNSTRING KREDIT-LINJE DELIMITED BY ";"
                               INTO LINJE
                           IF FUNCTION NUMVAL(LINJE) =
                               FUNCTION NUMVAL(SØGE-SAGSNR)
                               WRITE KREDITTEMP-LINJE FROM TRIM-LINJE
                           ELSE
                               WRITE KREDITTEMP-LINJE
                                   FROM KREDIT-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KREDITFIL
           CLOSE KREDITTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "kreditsager_tmp.txt" TO FS-KILDE
           MOVE "kreditsager.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Foer/efter-linje til kreditlog.txt:
      *   tidsstempel;operatoer;sagsnr;handling;gammel;ny
       SKRIV-KREDITLOG.
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
               FUNCTION TRIM(LOG-SAG) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(LOG-HANDLING) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GAMMEL-VAERDI) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-VAERDI) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND KREDITLOGFIL
           IF KREDITLOGFIL-STATUS = "35"
               OPEN OUTPUT KREDITLOGFIL
           END-IF
           WRITE KREDITLOG-LINJE FROM LINJE
           CLOSE KREDITLOGFIL.

       SKIL-KREDITLINJE.
           MOVE SPACES TO KREDIT-FELT13 KREDIT-FELT14
               KREDIT-FELT15 KREDIT-FELT16 KREDIT-FELT17
           UNSTRING KREDIT-LINJE
               DELIMITED BY ";"
               INTO KREDIT-FELT1 KREDIT-FELT2 KREDIT-FELT3
                    KREDIT-FELT4 KREDIT-FELT5 KREDIT-FELT6
                    KREDIT-FELT7 KREDIT-FELT8 KREDIT-FELT9
                    KREDIT-FELT10 KREDIT-FELT11 KREDIT-FELT12
                    KREDIT-FELT13 KREDIT-FELT14 KREDIT-FELT15
                    KREDIT-FELT16 KREDIT-FELT17.

       SKRIV-KREDITLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KREDIT-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT9) DELIMITED BY SIZE
               ";"
               KREDIT-FELT10 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT13) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT14) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT15) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT16) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KREDIT-FELT17) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
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
           END-STRING.
