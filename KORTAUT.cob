       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORTAUT.

      *> Indlaesning af kortindloeserens autorisationsfil
      *> kort_aut.txt - dagens godkendte kortkoeb, som hidtil blev
      *> tastet som reservationer i haanden. Filformat (samme
      *> detail-plus-trailer-stil som bs_ind.txt): en detaillinje pr.
      *> autorisation
      *>   AUTREF;KONTO;KORTNR;DATO;BELOEB;FORRETNING
      *> afsluttet af en trailer "TRAILER;<antal>;<sum>". Stemmer
      *> filen ikke med traileren, indlaeses INTET. Hver
      *> autorisation bliver en aaben reservation i
      *> reservationer.txt (RESERVREC.cpy) med autorisations-
      *> referencen i 9. felt og udloeb KORT-UDLOEB-DAGE efter
      *> autorisationsdatoen, saa disponibel saldo (RESERVSUM) i
      *> VISKONTO, INDSATHAEV og OVERFPOST straks er rigtig.
      *> KORTAFREG frigiver reservationen naar afregningen kommer.
      *> En reference der allerede har en reservation springes
      *> over (filen kan komme igen), og autorisationer paa en
      *> ukendt eller lukket konto afvises. Resultatet skrives til
      *> kort_aut_rapport.txt, og den indlaeste fil omdoebes til
      *> kort_aut_indlaest.txt, saa en dobbeltkoersel ikke laegger
      *> reservationerne to gange.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTFIL ASSIGN TO "kort_aut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTFIL-STATUS.
           SELECT RESERVFIL ASSIGN TO "reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "kort_aut_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUTFIL.
       01 AUT-LINJE        PIC X(150).

       FD RESERVFIL.
       01 RESERV-LINJE     PIC X(150).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "RESERVREC.cpy".
       COPY "KONTOREC.cpy".

       01 AUTFIL-STATUS    PIC XX.
       01 RESERVFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 AUT-REF          PIC X(20).
       01 AUT-KONTO        PIC X(10).
       01 AUT-KORTNR       PIC X(20).
       01 AUT-DATO         PIC X(10).
       01 AUT-BELOEB-TXT   PIC X(15).
       01 AUT-FORRETNING   PIC X(40).
       01 AUT-BELOEB       PIC S9(11)V99.

      * Kortreservationer udloeber efter en uge, hvis afregningen
      * ikke er kommet - de meldes da som undtagelse af KORTAFREG.
       01 KORT-UDLOEB-DAGE PIC 9(3) VALUE 7.
       01 UDLOEB-TXT       PIC X(10).
       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).

       01 TRAILER-FUNDET   PIC X VALUE "N".
          88 HAR-TRAILER   VALUE "Y".
       01 TRAILER-ANTAL    PIC 9(7).
       01 TRAILER-SUM      PIC S9(13)V99.
       01 OPTALT-ANTAL     PIC 9(7) VALUE 0.
       01 OPTALT-SUM       PIC S9(13)V99 VALUE 0.

       01 ANTAL-INDLAEST   PIC 9(7) VALUE 0.
       01 SUM-INDLAEST     PIC S9(13)V99 VALUE 0.
       01 ANTAL-DUBLET     PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST     PIC 9(7) VALUE 0.
       01 SUM-AFVIST       PIC S9(13)V99 VALUE 0.
       01 AARSAG           PIC X(40).

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 AUT-AFVIST       PIC X VALUE "N".
          88 ER-AFVIST     VALUE "Y".
       01 DUBLET-FLAG      PIC X VALUE "N".
          88 ER-DUBLET     VALUE "Y".
       01 RESERV-EOF-FLAG  PIC X VALUE "N".
          88 RESERV-EOF    VALUE "Y".

       01 RESERV-NR        PIC X(10).
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

       01 LT-PROGRAM       PIC X(20) VALUE "KORTAUT".
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

           DISPLAY "=== KORTAUT: Kortautorisationer ===".

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
           OPEN INPUT AUTFIL
           IF AUTFIL-STATUS = "35"
               CLOSE AUTFIL
               DISPLAY "Ingen kort_aut.txt fundet - intet at "
                   "indlaese."
           ELSE
               CLOSE AUTFIL
               PERFORM AFSTEM-MOD-TRAILER
               IF RETUR = 0
                   PERFORM INDLAES-FILEN
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Pas 1: optael detaillinjer og sum og sammenhold med
      * traileren. Stemmer det ikke indlaeses intet.
       AFSTEM-MOD-TRAILER.
           MOVE "N" TO TRAILER-FUNDET
           MOVE 0 TO OPTALT-ANTAL
           MOVE 0 TO OPTALT-SUM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AUTFIL
           PERFORM UNTIL EOF
               READ AUTFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(AUT-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-AUTLINJE
                           IF FUNCTION TRIM(AUT-REF) = "TRAILER"
                               SET HAR-TRAILER TO TRUE
                               MOVE FUNCTION NUMVAL(AUT-KONTO)
                                   TO TRAILER-ANTAL
                               MOVE FUNCTION NUMVAL(AUT-KORTNR)
                                   TO TRAILER-SUM
                           ELSE
                               ADD 1 TO OPTALT-ANTAL
                               ADD FUNCTION NUMVAL(AUT-BELOEB-TXT)
                                   TO OPTALT-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTFIL

           EVALUATE TRUE
               WHEN NOT HAR-TRAILER
                   DISPLAY "Afvist: autorisationsfilen mangler "
                       "trailer - intet indlaest."
                   MOVE 1 TO RETUR
               WHEN TRAILER-ANTAL NOT = OPTALT-ANTAL
                   DISPLAY "Afvist: trailerantal " TRAILER-ANTAL
                       " stemmer ikke med " OPTALT-ANTAL
                       " detaillinjer - intet indlaest."
                   MOVE 1 TO RETUR
               WHEN TRAILER-SUM NOT = OPTALT-SUM
                   DISPLAY "Afvist: trailersum stemmer ikke med "
                       "detailsummen - intet indlaest."
                   MOVE 1 TO RETUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Pas 2: laeg en reservation pr. autorisation.
       INDLAES-FILEN.
           MOVE 0 TO ANTAL-INDLAEST
           MOVE 0 TO SUM-INDLAEST
           MOVE 0 TO ANTAL-DUBLET
           MOVE 0 TO ANTAL-AFVIST
           MOVE 0 TO SUM-AFVIST

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KORTAUT - kortautorisationer " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT AUTFIL
           PERFORM UNTIL EOF
               READ AUTFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(AUT-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           PERFORM SKIL-AUTLINJE
                           IF FUNCTION TRIM(AUT-REF) NOT = "TRAILER"
                               PERFORM LAEG-RESERVATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTFIL

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE SUM-INDLAEST TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Reserveret: " DELIMITED BY SIZE
               ANTAL-INDLAEST DELIMITED BY SIZE
               " autorisationer, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Allerede reserveret: " DELIMITED BY SIZE
               ANTAL-DUBLET DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-AFVIST TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Afvist: " DELIMITED BY SIZE
               ANTAL-AFVIST DELIMITED BY SIZE
               " autorisationer, " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL

           MOVE "S" TO FS-HANDLING
           MOVE "kort_aut.txt" TO FS-KILDE
           MOVE "kort_aut_indlaest.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR

           DISPLAY "Kortautorisationer: " ANTAL-INDLAEST
               " reserveret, " ANTAL-DUBLET " allerede reserveret, "
               ANTAL-AFVIST " afvist - se kort_aut_rapport.txt.".

       SKIL-AUTLINJE.
           MOVE SPACES TO AUT-REF
           MOVE SPACES TO AUT-KONTO
           MOVE SPACES TO AUT-KORTNR
           MOVE SPACES TO AUT-DATO
           MOVE SPACES TO AUT-BELOEB-TXT
           MOVE SPACES TO AUT-FORRETNING
           UNSTRING AUT-LINJE
               DELIMITED BY ";"
               INTO AUT-REF AUT-KONTO AUT-KORTNR AUT-DATO
                    AUT-BELOEB-TXT AUT-FORRETNING.

       LAEG-RESERVATION.
           MOVE FUNCTION NUMVAL(AUT-BELOEB-TXT) TO AUT-BELOEB
           MOVE "N" TO AUT-AFVIST
           MOVE ALL SPACES TO AARSAG

           PERFORM TJEK-DUBLET
           IF ER-DUBLET
               ADD 1 TO ANTAL-DUBLET
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "DUBLET   ref " DELIMITED BY SIZE
                   FUNCTION TRIM(AUT-REF) DELIMITED BY SIZE
                   " - allerede reserveret" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           ELSE
               PERFORM FIND-KONTO
               EVALUATE TRUE
                   WHEN AUT-BELOEB NOT > 0
                       SET ER-AFVIST TO TRUE
                       MOVE "beloebet skal vaere positivt" TO AARSAG
                   WHEN NOT KONTO-EXISTERER
                       SET ER-AFVIST TO TRUE
                       MOVE "kontoen findes ikke" TO AARSAG
                   WHEN KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                       SET ER-AFVIST TO TRUE
                       MOVE "kontoen er lukket" TO AARSAG
                   WHEN AUT-DATO(5:1) NOT = "-"
                       OR AUT-DATO(8:1) NOT = "-"
                       OR AUT-DATO(1:4) IS NOT NUMERIC
                       OR AUT-DATO(6:2) IS NOT NUMERIC
                       OR AUT-DATO(9:2) IS NOT NUMERIC
                       SET ER-AFVIST TO TRUE
                       MOVE "ugyldig autorisationsdato" TO AARSAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ER-AFVIST
                   ADD 1 TO ANTAL-AFVIST
                   ADD AUT-BELOEB TO SUM-AFVIST
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "AFVIST   ref " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-REF) DELIMITED BY SIZE
                       " konto " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-KONTO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-BELOEB-TXT)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(AARSAG) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               ELSE
                   PERFORM SKRIV-RESERVATION
                   ADD 1 TO ANTAL-INDLAEST
                   ADD AUT-BELOEB TO SUM-INDLAEST
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "RESERVERET ref " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-REF) DELIMITED BY SIZE
                       " konto " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-KONTO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(AUT-BELOEB-TXT)
                           DELIMITED BY SIZE
                       " nr " DELIMITED BY SIZE
                       FUNCTION TRIM(RESERV-NR) DELIMITED BY SIZE
                       " udloeber " DELIMITED BY SIZE
                       UDLOEB-TXT DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
               END-IF
           END-IF.

      * Har referencen allerede en reservation (uanset status)?
       TJEK-DUBLET.
           MOVE "N" TO DUBLET-FLAG
           MOVE "N" TO RESERV-EOF-FLAG
           OPEN INPUT RESERVFIL
           IF RESERVFIL-STATUS = "35"
               CLOSE RESERVFIL
           ELSE
               PERFORM UNTIL RESERV-EOF OR ER-DUBLET
                   READ RESERVFIL
                       AT END SET RESERV-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RESERV-LINJE)) > 0
                               MOVE SPACES TO RES-FELT9
                               UNSTRING RESERV-LINJE
                                   DELIMITED BY ";"
                                   INTO RES-FELT1 RES-FELT2
                                        RES-FELT3 RES-FELT4
                                        RES-FELT5 RES-FELT6
                                        RES-FELT7 RES-FELT8
                                        RES-FELT9
                               IF RES-FELT9 NOT = SPACES
                                   AND FUNCTION TRIM(RES-FELT9) =
                                       FUNCTION TRIM(AUT-REF)
                                   SET ER-DUBLET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVFIL
           END-IF.

      * Reservationen udloeber KORT-UDLOEB-DAGE efter
      * autorisationsdatoen.
       SKRIV-RESERVATION.
           MOVE AUT-DATO(1:4) TO DT-AAR
           MOVE AUT-DATO(6:2) TO DT-MAANED
           MOVE AUT-DATO(9:2) TO DT-DAG
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               + KORT-UDLOEB-DAGE
           COMPUTE DATO-TAL-RED =
               FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
           MOVE ALL SPACES TO UDLOEB-TXT
           STRING
               DT-AAR DELIMITED BY SIZE
               "-"
               DT-MAANED DELIMITED BY SIZE
               "-"
               DT-DAG DELIMITED BY SIZE
               INTO UDLOEB-TXT
           END-STRING

           CALL "NYTLOEBENR" USING RESERV-NR
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AUT-KONTO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AUT-BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AUT-DATO) DELIMITED BY SIZE
               ";"
               UDLOEB-TXT DELIMITED BY SIZE
               ";A;"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";KORT "
               FUNCTION TRIM(AUT-FORRETNING) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RESERV-NR) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AUT-REF) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND RESERVFIL
           IF RESERVFIL-STATUS = "35"
               OPEN OUTPUT RESERVFIL
           END-IF
           WRITE RESERV-LINJE FROM LINJE
           CLOSE RESERVFIL.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(AUT-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                                KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                                KONTO-FELT10
                                KONTO-FELT11
               END-READ
               CLOSE KONTOFIL
           END-IF.
