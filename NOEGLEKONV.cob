       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOEGLEKONV.

      *> Engangskonvertering af kunder.txt og konti.txt til filerne
      *> med alternative noegler: CPR og efternavn paa kunder.txt,
      *> primaer ejer og medejer (Kunde-ID) paa konti.txt (se
      *> KUNDEREC.cpy/KONTOPOST.cpy). En indekseret fil kan ikke faa
      *> nye noegler paa stedet, saa begge filer laegges til side som
      *> kunder_uden_noegler.txt og konti_uden_noegler.txt, laeses
      *> med den gamle definition (kun primaernoeglen) og skrives
      *> post for post i midlertidige filer med den nye. Kontoposten
      *> faar samtidig sine ejerfelter sat af KONTOEJER. Foerst naar
      *> begge filer er indlaest uden fejl byttes de ind; ellers
      *> rulles der tilbage til de tilsidelagte filer. Koerslen
      *> afvises hvis kunder_uden_noegler.txt allerede findes - saa
      *> er konverteringen udfoert, og en gentagelse ville laese de
      *> nye filer med den gamle definition. Samme moenster som
      *> KONTOKONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMMELKUNDE ASSIGN TO "kunder_uden_noegler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GK-ID
               FILE STATUS IS GAMMELKUNDE-STATUS.
           SELECT GAMMELKONTO ASSIGN TO "konti_uden_noegler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GKO-NOEGLE
               FILE STATUS IS GAMMELKONTO-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder_noegle_tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti_noegle_tmp"
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
      * De gamle poster har samme indhold, blot uden de afledte
      * ejerfelter paa kontoposten.
       FD GAMMELKUNDE.
       01 GAMMEL-KUNDE.
          05 GK-ID            PIC 9(5).
          05 GK-DATA          PIC X(291).

       FD GAMMELKONTO.
       01 GAMMEL-KONTO.
          05 GKO-NOEGLE       PIC 9(5).
          05 GKO-DATA         PIC X(195).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       01 GAMMELKUNDE-STATUS PIC XX.
       01 GAMMELKONTO-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       01 ANTAL-KUNDER     PIC 9(7) VALUE 0.
       01 ANTAL-KONTI      PIC 9(7) VALUE 0.
       01 ANTAL-FEJL       PIC 9(7) VALUE 0.

       01 KONTI-FLYTTET    PIC X VALUE "N".
          88 KONTI-ER-FLYTTET VALUE "J".

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "NOEGLEKONV".
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

           DISPLAY "=== NOEGLEKONV: Alternative noegler paa "
               "kunder.txt og konti.txt ===".

           MOVE 0 TO RETUR

      * Genkoersel-vaern: findes den tilsidelagte kundefil allerede,
      * er konverteringen udfoert.
           OPEN INPUT GAMMELKUNDE
           IF GAMMELKUNDE-STATUS NOT = "35"
               CLOSE GAMMELKUNDE
               DISPLAY "Afvist: kunder_uden_noegler.txt findes "
                   "allerede - konverteringen er tilsyneladende "
                   "udfoert og maa ikke gentages."
               MOVE 1 TO RETUR
           ELSE
               PERFORM UDFOER-KONVERTERING
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       UDFOER-KONVERTERING.
      * Laeg begge filer til side. Uden kunder.txt er der intet at
      * konvertere; en manglende konti.txt er en bank uden konti
      * endnu og giver blot en tom kontofil.
           MOVE "S" TO FS-HANDLING
           MOVE "kunder.txt" TO FS-KILDE
           MOVE "kunder_uden_noegler.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           IF FS-RETUR NOT = 0
               DISPLAY "Ingen kunder.txt at konvertere - ingen "
                   "aendring foretaget."
               MOVE 1 TO RETUR
           ELSE
               MOVE "S" TO FS-HANDLING
               MOVE "konti.txt" TO FS-KILDE
               MOVE "konti_uden_noegler.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
               IF FS-RETUR = 0
                   SET KONTI-ER-FLYTTET TO TRUE
               END-IF

               PERFORM INDLAES-KUNDER
               PERFORM INDLAES-KONTI

               IF ANTAL-FEJL = 0
                   PERFORM BYT-FILER-IND
               ELSE
                   PERFORM RUL-TILBAGE
               END-IF
           END-IF.

       INDLAES-KUNDER.
           OPEN OUTPUT KUNDEFIL
           CLOSE KUNDEFIL
           OPEN I-O KUNDEFIL

           OPEN INPUT GAMMELKUNDE
           IF GAMMELKUNDE-STATUS NOT = "00"
               DISPLAY "Fejl: den gamle kundefil kan ikke aabnes "
                   "(status " GAMMELKUNDE-STATUS ")."
               ADD 1 TO ANTAL-FEJL
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ GAMMELKUNDE NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE GAMMEL-KUNDE TO KUNDE-LINJE
                           WRITE KUNDE-LINJE
                               INVALID KEY
                                   ADD 1 TO ANTAL-FEJL
                                   DISPLAY "Fejl: Kunde-ID " FELT-ID
                                       " kunne ikke skrives."
                               NOT INVALID KEY
                                   ADD 1 TO ANTAL-KUNDER
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GAMMELKUNDE
           END-IF
           CLOSE KUNDEFIL.

       INDLAES-KONTI.
           OPEN OUTPUT KONTOFIL
           CLOSE KONTOFIL
           OPEN I-O KONTOFIL

           IF KONTI-ER-FLYTTET
               OPEN INPUT GAMMELKONTO
               IF GAMMELKONTO-STATUS NOT = "00"
                   DISPLAY "Fejl: den gamle kontofil kan ikke "
                       "aabnes (status " GAMMELKONTO-STATUS ")."
                   ADD 1 TO ANTAL-FEJL
               ELSE
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ GAMMELKONTO NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END
                               MOVE GKO-NOEGLE TO KONTO-NOEGLE
                               MOVE GKO-DATA TO KONTO-DATA
                               CALL "KONTOEJER" USING KONTO-POST
                               WRITE KONTO-POST
                                   INVALID KEY
                                       ADD 1 TO ANTAL-FEJL
                                       DISPLAY "Fejl: Konto-ID "
                                           KONTO-NOEGLE
                                           " kunne ikke skrives."
                                   NOT INVALID KEY
                                       ADD 1 TO ANTAL-KONTI
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE GAMMELKONTO
               END-IF
           END-IF
           CLOSE KONTOFIL.

      * Begge filer er indlaest: byt de nye filer ind. De gamle
      * bliver liggende som backup og som genkoersel-vaern.
       BYT-FILER-IND.
           MOVE "S" TO FS-HANDLING
           MOVE "kunder_noegle_tmp" TO FS-KILDE
           MOVE "kunder.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           MOVE "S" TO FS-HANDLING
           MOVE "konti_noegle_tmp" TO FS-KILDE
           MOVE "konti.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           DISPLAY "Konvertering gennemfoert: " ANTAL-KUNDER
               " kunder og " ANTAL-KONTI " konti indlaest. De "
               "gamle filer ligger som kunder_uden_noegler.txt og "
               "konti_uden_noegler.txt.".

      * Noget kunne ikke indlaeses: laeg de oprindelige filer paa
      * plads igen og fjern arbejdsfilerne.
       RUL-TILBAGE.
           MOVE "S" TO FS-HANDLING
           MOVE "kunder_uden_noegler.txt" TO FS-KILDE
           MOVE "kunder.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           IF KONTI-ER-FLYTTET
               MOVE "S" TO FS-HANDLING
               MOVE "konti_uden_noegler.txt" TO FS-KILDE
               MOVE "konti.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF
           MOVE "D" TO FS-HANDLING
           MOVE "kunder_noegle_tmp" TO FS-KILDE
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           MOVE "D" TO FS-HANDLING
           MOVE "konti_noegle_tmp" TO FS-KILDE
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR
           DISPLAY "Afvist: " ANTAL-FEJL " fejl under indlaesningen "
               "- kunder.txt og konti.txt er lagt tilbage uaendret."
           MOVE 1 TO RETUR.
