       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORTAFREG.

      *> Natbatch-trin der bogfoerer kortindloeserens afregningsfil
      *> kort_afregning.txt - de kortkoeb der er afregnet en til to
      *> dage efter autorisationen. Filformat som KORTAUT's
      *> kort_aut.txt:
      *>   AUTREF;KONTO;KORTNR;DATO;BELOEB;FORRETNING
      *> afsluttet af en trailer "TRAILER;<antal>;<sum>". Stemmer
      *> filen ikke med traileren, bogfoeres INTET og trinnet
      *> returnerer RC 1. Hver afregning debiteres kontoen som en
      *> KORT-linje gennem HISTADGANG (markoer KORT:<autref> i
      *> HIST-FELT8) og adviseres via ADVIS. Koebet er allerede
      *> godkendt ved autorisationen, saa der er ingen daekningskontrol
      *> - kun ukendte eller lukkede konti afvises. Den aabne
      *> reservation med samme autorisationsreference frigives
      *> (status F), saa beloebet ikke baade er reserveret og
      *> bogfoert. Undtagelsesrapporten kort_undtagelser.txt
      *> (arkiveret via RAPPORTARKIV) viser:
      *>   UDEN-AUT  afregning uden aaben autorisation (bogfoert)
      *>   AFVIST    afregning paa ukendt eller lukket konto (ikke
      *>             bogfoert - skal behandles manuelt)
      *>   UDLOEBET  kortreservation hvis udloebsdato er passeret
      *>             uden afregning (saettes til status U, saa den
      *>             kun meldes en gang)
      *> Udloebne kortreservationer meldes ogsaa paa dage uden
      *> afregningsfil. Den behandlede fil omdoebes til
      *> kort_afregning_behandlet.txt saa en dobbeltkoersel ikke
      *> debiterer igen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFREGFIL ASSIGN TO "kort_afregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGFIL-STATUS.
           SELECT RESERVFIL ASSIGN TO "reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVFIL-STATUS.
           SELECT RESERVTEMP ASSIGN TO "reservationer_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "kort_undtagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AFREGFIL.
       01 AFREG-LINJE      PIC X(150).

       FD RESERVFIL.
       01 RESERV-LINJE     PIC X(150).

       FD RESERVTEMP.
       01 RESERVTEMP-LINJE PIC X(150).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "RESERVREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 AFREGFIL-STATUS  PIC XX.
       01 RESERVFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 AF-REF           PIC X(20).
       01 AF-KONTO         PIC X(10).
       01 AF-KORTNR        PIC X(20).
       01 AF-DATO          PIC X(10).
       01 AF-BELOEB-TXT    PIC X(15).
       01 AF-FORRETNING    PIC X(40).
       01 AF-BELOEB        PIC S9(11)V99.

       01 TRAILER-FUNDET   PIC X VALUE "N".
          88 HAR-TRAILER   VALUE "Y".
       01 TRAILER-ANTAL    PIC 9(7).
       01 TRAILER-SUM      PIC S9(13)V99.
       01 OPTALT-ANTAL     PIC 9(7) VALUE 0.
       01 OPTALT-SUM       PIC S9(13)V99 VALUE 0.

       01 ANTAL-POSTERET   PIC 9(7) VALUE 0.
       01 SUM-POSTERET     PIC S9(13)V99 VALUE 0.
       01 ANTAL-UDEN-AUT   PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST     PIC 9(7) VALUE 0.
       01 SUM-AFVIST       PIC S9(13)V99 VALUE 0.
       01 ANTAL-UDLOEBET   PIC 9(7) VALUE 0.
       01 SUM-UDLOEBET     PIC S9(13)V99 VALUE 0.
       01 AARSAG           PIC X(40).
       01 UNDTAG-TYPE      PIC X(9).
       01 UNDTAG-TEKST     PIC X(60).

      * Autorisationsreferencer afregnet i denne koersel - deres
      * reservationer frigives i den afsluttende omskrivning. Har
      * filen flere detaillinjer end tabellen kan holde, afvises
      * den i pas 1, saa ingen afregning bogfoeres uden at dens
      * reservation frigives.
       01 ANTAL-AFREGNET   PIC 9(5) VALUE 0.
       01 AFREGNET-MAKS    PIC 9(5) VALUE 20000.
       01 AFREGNET-TABEL.
          05 AFREGNET-REF  OCCURS 20000 TIMES PIC X(20).
       01 AX               PIC 9(5).

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 AF-AFVIST        PIC X VALUE "N".
          88 ER-AFVIST     VALUE "Y".
       01 AUT-FLAG         PIC X VALUE "N".
          88 HAR-AUTORISATION VALUE "Y".
       01 MATCH-FLAG       PIC X VALUE "N".
          88 ER-AFREGNET   VALUE "Y".
       01 RESERV-EOF-FLAG  PIC X VALUE "N".
          88 RESERV-EOF    VALUE "Y".

       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).
       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KORTAFREG".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

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

           DISPLAY "=== KORTAFREG: Kortafregning ===".

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
           MOVE 0 TO ANTAL-AFREGNET
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KORTAFREG - undtagelser ved kortafregning "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           OPEN INPUT AFREGFIL
           IF AFREGFIL-STATUS = "35"
               CLOSE AFREGFIL
               DISPLAY "Ingen kort_afregning.txt fundet - intet at "
                   "bogfoere."
           ELSE
               CLOSE AFREGFIL
               PERFORM AFSTEM-MOD-TRAILER
               IF RETUR = 0
                   PERFORM POSTER-FILEN
               END-IF
           END-IF

           IF RETUR = 0
               PERFORM OPDATER-RESERVATIONER
           END-IF

           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE RAPPORTFIL
           MOVE "kort_undtagelser" TO RA-NAVN
           MOVE "kort_undtagelser.txt" TO RA-FIL
           MOVE "KORTAFREG" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Kortafregning: " ANTAL-POSTERET " bogfoert ("
               ANTAL-UDEN-AUT " uden autorisation), " ANTAL-AFVIST
               " afvist, " ANTAL-UDLOEBET " udloebne reservationer"
               " - se kort_undtagelser.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Pas 1: optael detaillinjer og sum og sammenhold med
      * traileren. Stemmer det ikke bogfoeres intet.
       AFSTEM-MOD-TRAILER.
           MOVE "N" TO TRAILER-FUNDET
           MOVE 0 TO OPTALT-ANTAL
           MOVE 0 TO OPTALT-SUM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AFREGFIL
           PERFORM UNTIL EOF
               READ AFREGFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(AFREG-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-AFREGLINJE
                           IF FUNCTION TRIM(AF-REF) = "TRAILER"
                               SET HAR-TRAILER TO TRUE
                               MOVE FUNCTION NUMVAL(AF-KONTO)
                                   TO TRAILER-ANTAL
                               MOVE FUNCTION NUMVAL(AF-KORTNR)
                                   TO TRAILER-SUM
                           ELSE
                               ADD 1 TO OPTALT-ANTAL
                               ADD FUNCTION NUMVAL(AF-BELOEB-TXT)
                                   TO OPTALT-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFREGFIL

           EVALUATE TRUE
               WHEN NOT HAR-TRAILER
                   DISPLAY "Afvist: afregningsfilen mangler "
                       "trailer - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN TRAILER-ANTAL NOT = OPTALT-ANTAL
                   DISPLAY "Afvist: trailerantal " TRAILER-ANTAL
                       " stemmer ikke med " OPTALT-ANTAL
                       " detaillinjer - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN TRAILER-SUM NOT = OPTALT-SUM
                   DISPLAY "Afvist: trailersum stemmer ikke med "
                       "detailsummen - intet bogfoert."
                   MOVE 1 TO RETUR
               WHEN OPTALT-ANTAL > AFREGNET-MAKS
                   DISPLAY "Afvist: " OPTALT-ANTAL " detaillinjer - "
                       "hoejst " AFREGNET-MAKS " pr. koersel - intet "
                       "bogfoert."
                   MOVE 1 TO RETUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Pas 2: bogfoer hver afregning.
       POSTER-FILEN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AFREGFIL
           PERFORM UNTIL EOF
               READ AFREGFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(AFREG-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-AFREGLINJE
                           IF FUNCTION TRIM(AF-REF) NOT = "TRAILER"
                               PERFORM POSTER-AFREGNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFREGFIL

           MOVE "S" TO FS-HANDLING
           MOVE "kort_afregning.txt" TO FS-KILDE
           MOVE "kort_afregning_behandlet.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKIL-AFREGLINJE.
           MOVE SPACES TO AF-REF
           MOVE SPACES TO AF-KONTO
           MOVE SPACES TO AF-KORTNR
           MOVE SPACES TO AF-DATO
           MOVE SPACES TO AF-BELOEB-TXT
           MOVE SPACES TO AF-FORRETNING
           UNSTRING AFREG-LINJE
               DELIMITED BY ";"
               INTO AF-REF AF-KONTO AF-KORTNR AF-DATO
                    AF-BELOEB-TXT AF-FORRETNING.

       POSTER-AFREGNING.
           MOVE FUNCTION NUMVAL(AF-BELOEB-TXT) TO AF-BELOEB
           MOVE "N" TO AF-AFVIST
           MOVE ALL SPACES TO AARSAG

           IF AF-BELOEB NOT > 0
               SET ER-AFVIST TO TRUE
               MOVE "beloebet skal vaere positivt" TO AARSAG
           ELSE
               PERFORM OPDATER-KONTO
               IF NOT KONTO-EXISTERER
                   SET ER-AFVIST TO TRUE
                   MOVE "kontoen findes ikke" TO AARSAG
               END-IF
           END-IF

           IF ER-AFVIST
               ADD 1 TO ANTAL-AFVIST
               ADD AF-BELOEB TO SUM-AFVIST
               MOVE "AFVIST" TO UNDTAG-TYPE
               MOVE AARSAG TO UNDTAG-TEKST
               PERFORM SKRIV-UNDTAGELSE
           ELSE
               ADD 1 TO ANTAL-POSTERET
               ADD AF-BELOEB TO SUM-POSTERET
               PERFORM SKRIV-HISTORIK
               PERFORM FIND-AUTORISATION
               IF HAR-AUTORISATION
                   IF ANTAL-AFREGNET < AFREGNET-MAKS
                       ADD 1 TO ANTAL-AFREGNET
                       MOVE AF-REF TO AFREGNET-REF(ANTAL-AFREGNET)
                   END-IF
               ELSE
                   ADD 1 TO ANTAL-UDEN-AUT
                   MOVE "UDEN-AUT" TO UNDTAG-TYPE
                   MOVE "ingen aaben autorisation - bogfoert"
                       TO UNDTAG-TEKST
                   PERFORM SKRIV-UNDTAGELSE
               END-IF
           END-IF.

       SKRIV-UNDTAGELSE.
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING UNDTAG-TYPE DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               FUNCTION TRIM(AF-REF) DELIMITED BY SIZE
               " konto " DELIMITED BY SIZE
               FUNCTION TRIM(AF-KONTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(AF-BELOEB-TXT) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(AF-DATO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(AF-FORRETNING) DELIMITED BY SIZE
               ") - " DELIMITED BY SIZE
               FUNCTION TRIM(UNDTAG-TEKST) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

      * Findes en aaben reservation med afregningens reference?
       FIND-AUTORISATION.
           MOVE "N" TO AUT-FLAG
           MOVE "N" TO RESERV-EOF-FLAG
           OPEN INPUT RESERVFIL
           IF RESERVFIL-STATUS = "35"
               CLOSE RESERVFIL
           ELSE
               PERFORM UNTIL RESERV-EOF OR HAR-AUTORISATION
                   READ RESERVFIL
                       AT END SET RESERV-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RESERV-LINJE)) > 0
                               PERFORM SKIL-RESERVLINJE
                               IF RES-FELT9 NOT = SPACES
                                   AND FUNCTION TRIM(RES-FELT9) =
                                       FUNCTION TRIM(AF-REF)
                                   AND (RES-FELT5 = "A"
                                       OR RES-FELT5 = "a")
                                   SET HAR-AUTORISATION TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVFIL
           END-IF.

      * Debiter kontoen ved direkte READ og REWRITE paa noeglen.
      * Koebet er godkendt ved autorisationen, saa kun en lukket
      * konto afvises.
       OPDATER-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(AF-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2
                                KONTO-FELT3 KONTO-FELT4
                                KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8
                                KONTO-FELT9 KONTO-FELT10
                                KONTO-FELT11
                       IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           SET ER-AFVIST TO TRUE
                           MOVE "kontoen er lukket" TO AARSAG
                       ELSE
                           COMPUTE NY-SALDO =
                               FUNCTION NUMVAL(KONTO-FELT4)
                               - AF-BELOEB
                           MOVE NY-SALDO TO SALDO-EDIT
                           MOVE FUNCTION TRIM(SALDO-EDIT)
                               TO NY-SALDO-TXT
                           PERFORM SKRIV-KONTOLINJE
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

       SKRIV-KONTOLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
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
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO HIST-FELT8
           STRING "KORT:" DELIMITED BY SIZE
               FUNCTION TRIM(AF-REF) DELIMITED BY SIZE
               INTO HIST-FELT8
           END-STRING
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AF-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";KORT;"
               FUNCTION TRIM(AF-BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           MOVE FUNCTION TRIM(AF-KONTO) TO AD-KONTO
           MOVE "KORT" TO AD-TYPE
           MOVE FUNCTION TRIM(AF-BELOEB-TXT) TO AD-BELOEB
           MOVE FUNCTION TRIM(AF-FORRETNING) TO AD-REF
           CALL "ADVIS" USING AD-KONTO AD-TYPE AD-BELOEB AD-REF
               AD-RETUR.

      * Afsluttende omskrivning af reservationer.txt via temp-fil
      * og FILSKIFT: afregnede kortreservationer frigives (F), og
      * aabne kortreservationer hvis udloebsdato er passeret meldes
      * som undtagelse og saettes til U. Alle andre linjer bevares
      * uaendret.
       OPDATER-RESERVATIONER.
           MOVE "N" TO RESERV-EOF-FLAG
           OPEN INPUT RESERVFIL
           IF RESERVFIL-STATUS = "35"
               CLOSE RESERVFIL
           ELSE
               OPEN OUTPUT RESERVTEMP
               PERFORM UNTIL RESERV-EOF
                   READ RESERVFIL
                       AT END SET RESERV-EOF TO TRUE
                       NOT AT END
                           PERFORM OPDATER-EN-RESERVATION
                   END-READ
               END-PERFORM
               CLOSE RESERVFIL
               CLOSE RESERVTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "reservationer_tmp.txt" TO FS-KILDE
               MOVE "reservationer.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF.

       OPDATER-EN-RESERVATION.
           MOVE FUNCTION TRIM(RESERV-LINJE) TO TRIM-LINJE
           IF TRIM-LINJE = SPACES
               CONTINUE
           ELSE
               PERFORM SKIL-RESERVLINJE
               IF RES-FELT9 = SPACES
                   OR (RES-FELT5 NOT = "A" AND RES-FELT5 NOT = "a")
                   WRITE RESERVTEMP-LINJE FROM RESERV-LINJE
               ELSE
                   MOVE "N" TO MATCH-FLAG
                   PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > ANTAL-AFREGNET OR ER-AFREGNET
                       IF AFREGNET-REF(AX) = RES-FELT9
                           SET ER-AFREGNET TO TRUE
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN ER-AFREGNET
                           MOVE "F" TO RES-FELT5
                           PERFORM SKRIV-RESERVLINJE
                       WHEN FUNCTION TRIM(RES-FELT4) < NU-DATO-TXT
                           MOVE "U" TO RES-FELT5
                           PERFORM SKRIV-RESERVLINJE
                           ADD 1 TO ANTAL-UDLOEBET
                           ADD FUNCTION NUMVAL(RES-FELT2)
                               TO SUM-UDLOEBET
                           MOVE ALL SPACES TO RAPPORT-LINJE
                           STRING "UDLOEBET  ref " DELIMITED BY SIZE
                               FUNCTION TRIM(RES-FELT9)
                                   DELIMITED BY SIZE
                               " konto " DELIMITED BY SIZE
                               FUNCTION TRIM(RES-FELT1)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(RES-FELT2)
                                   DELIMITED BY SIZE
                               " (autoriseret " DELIMITED BY SIZE
                               FUNCTION TRIM(RES-FELT3)
                                   DELIMITED BY SIZE
                               ", udloeb " DELIMITED BY SIZE
                               FUNCTION TRIM(RES-FELT4)
                                   DELIMITED BY SIZE
                               ") - ingen afregning modtaget"
                                   DELIMITED BY SIZE
                               INTO RAPPORT-LINJE
                           END-STRING
                           WRITE RAPPORT-LINJE
                       WHEN OTHER
                           WRITE RESERVTEMP-LINJE FROM RESERV-LINJE
                   END-EVALUATE
               END-IF
           END-IF.

       SKRIV-RESERVLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(RES-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT4) DELIMITED BY SIZE
               ";"
               RES-FELT5 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RES-FELT9) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE RESERVTEMP-LINJE FROM LINJE.

       SKIL-RESERVLINJE.
           MOVE SPACES TO RES-FELT8
           MOVE SPACES TO RES-FELT9
           UNSTRING RESERV-LINJE
               DELIMITED BY ";"
               INTO RES-FELT1 RES-FELT2 RES-FELT3 RES-FELT4
                    RES-FELT5 RES-FELT6 RES-FELT7 RES-FELT8
                    RES-FELT9.

       SKRIV-RAPPORT-TOTAL.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-POSTERET TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Bogfoert: " DELIMITED BY SIZE
               ANTAL-POSTERET DELIMITED BY SIZE
               " afregninger, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               " (heraf uden autorisation: " DELIMITED BY SIZE
               ANTAL-UDEN-AUT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-AFVIST TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Afvist: " DELIMITED BY SIZE
               ANTAL-AFVIST DELIMITED BY SIZE
               " afregninger, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-UDLOEBET TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Udloebne kortreservationer: " DELIMITED BY SIZE
               ANTAL-UDLOEBET DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
