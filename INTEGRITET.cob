      *>   - at hver historiklinje har det fulde feltantal, numerisk
      *>     Konto-ID, beloeb og ny-saldo,
      *>   - at hver historiklinjes Konto-ID findes i konti.txt
      *>     (direkte READ paa noeglen),
      *>   - at hash-kaeden i transaktion.log og kundelog.txt er
      *>     intakt (via LOGKAEDE), saa en rettet, fjernet eller
      *>     indskudt loglinje stopper kaeden,
      *>   - at de alternative noegler er i orden: hver kontopost
      *>     skal have ejerfelter der svarer til felt 2 og 8 (som
      *>     KONTOEJER saetter dem), og et gennemloeb ad hver
      *>     alternativ noegle (ejer/medejer paa konti.txt, CPR og
      *>     efternavn paa kunder.txt) skal give samme antal poster
      *>     som primaernoeglen. En fil der ikke kan aabnes med
      *>     noeglerne (ikke konverteret af NOEGLEKONV) er et fund.
      *> Alle talfelter efterproeves tegn for tegn FOER der roeres
      *> NUMVAL, saa kontrollen selv ikke kan abende paa daarlige
      *> data. Fund rapporteres med linjenummer i
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "integritet_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       COPY "KONTOHISTREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.

       01 TRIM-LINJE       PIC X(200).

      * Kontrol af de alternative noegler: ejerfelterne genberegnes
      * i en kopi af kontoposten, og antallet af poster ad hver
      * noeglevej sammenlignes med antallet ad primaernoeglen.
       01 KONTROL-POST.
          05 KP-NOEGLE        PIC 9(5).
          05 KP-DATA          PIC X(195).
          05 KP-EJER-ID       PIC 9(5).
          05 KP-MEDEJER-ID    PIC 9(5).
       01 ANTAL-PRIMAER    PIC 9(7).
       01 ANTAL-NOEGLEVEJ  PIC 9(7).
       01 NOEGLE-FIL       PIC X(12).
       01 NOEGLE-NAVN      PIC X(16).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

      * Kaedekontrol af revisionslogfilerne gennem LOGKAEDE.
       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== INTEGRITET: Kontrol af konti, kunder og "
               "historik ===".

           MOVE FUNCTION CURRENT-DATE TO NU
           WRITE RAPPORT-LINJE

           PERFORM KONTROLLER-KONTI
           PERFORM KONTROLLER-KONTONOEGLER
           PERFORM KONTROLLER-KUNDENOEGLER
           PERFORM KONTROLLER-HISTORIK
           MOVE "transaktion.log" TO KD-LOGFIL
           PERFORM KONTROLLER-LOGKAEDE
           MOVE "kundelog.txt" TO KD-LOGFIL
           PERFORM KONTROLLER-LOGKAEDE

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
       KONTROLLER-KONTI.
           MOVE 0 TO LINJE-NR
           MOVE "N" TO EOF-FLAG
      * Kan filen ikke aabnes (mangler, eller mangler noeglerne)
      * springes postkontrollen over; KONTROLLER-KONTONOEGLER
      * rapporterer det sidste.
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS NOT = "00"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM KONTROLLER-KONTOPOST
                           END-IF
                           PERFORM KONTROLLER-EJERFELTER
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

      * Ejerfelterne skal svare til det KONTOEJER ville saette ud fra
      * linjen - ellers peger ejernoeglerne paa en forkert kunde.
       KONTROLLER-EJERFELTER.
           MOVE KONTO-POST TO KONTROL-POST
           CALL "KONTOEJER" USING KONTROL-POST
           IF KP-EJER-ID NOT = KONTO-EJER-ID
               OR KP-MEDEJER-ID NOT = KONTO-MEDEJER-ID
               MOVE "ejerfelterne passer ikke med felt 2/8"
                   TO FUND-TEKST
               PERFORM SKRIV-KONTOFUND
           END-IF.

      * Antal poster ad primaernoeglen og ad hver ejernoegle.
       KONTROLLER-KONTONOEGLER.
           MOVE "konti.txt" TO NOEGLE-FIL
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               IF KONTOFIL-STATUS NOT = "00"
                   MOVE "alle" TO NOEGLE-NAVN
                   MOVE ALL SPACES TO FUND-TEKST
                   STRING "kan ikke aabnes med noeglerne (status "
                       DELIMITED BY SIZE
                       KONTOFIL-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO FUND-TEKST
                   END-STRING
                   PERFORM SKRIV-NOEGLEFUND
               ELSE
                   MOVE 0 TO ANTAL-PRIMAER
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-PRIMAER
                       END-READ
                   END-PERFORM

                   MOVE 0 TO ANTAL-NOEGLEVEJ
                   MOVE "N" TO EOF-FLAG
                   MOVE 0 TO KONTO-EJER-ID
                   START KONTOFIL KEY IS NOT LESS THAN KONTO-EJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-NOEGLEVEJ
                       END-READ
                   END-PERFORM
                   MOVE "ejer" TO NOEGLE-NAVN
                   PERFORM SAMMENLIGN-NOEGLEVEJ

                   MOVE 0 TO ANTAL-NOEGLEVEJ
                   MOVE "N" TO EOF-FLAG
                   MOVE 0 TO KONTO-MEDEJER-ID
                   START KONTOFIL
                       KEY IS NOT LESS THAN KONTO-MEDEJER-ID
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KONTOFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-NOEGLEVEJ
                       END-READ
                   END-PERFORM
                   MOVE "medejer" TO NOEGLE-NAVN
                   PERFORM SAMMENLIGN-NOEGLEVEJ
               END-IF
               CLOSE KONTOFIL
           END-IF.

      * Samme kontrol for kunder.txt ad CPR- og efternavnsnoeglen.
       KONTROLLER-KUNDENOEGLER.
           MOVE "kunder.txt" TO NOEGLE-FIL
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               IF KUNDEFIL-STATUS NOT = "00"
                   MOVE "alle" TO NOEGLE-NAVN
                   MOVE ALL SPACES TO FUND-TEKST
                   STRING "kan ikke aabnes med noeglerne (status "
                       DELIMITED BY SIZE
                       KUNDEFIL-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO FUND-TEKST
                   END-STRING
                   PERFORM SKRIV-NOEGLEFUND
               ELSE
                   MOVE 0 TO ANTAL-PRIMAER
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ KUNDEFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-PRIMAER
                       END-READ
                   END-PERFORM

                   MOVE 0 TO ANTAL-NOEGLEVEJ
                   MOVE "N" TO EOF-FLAG
                   MOVE LOW-VALUES TO FELT-CPR
                   START KUNDEFIL KEY IS NOT LESS THAN FELT-CPR
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KUNDEFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-NOEGLEVEJ
                       END-READ
                   END-PERFORM
                   MOVE "CPR" TO NOEGLE-NAVN
                   PERFORM SAMMENLIGN-NOEGLEVEJ

                   MOVE 0 TO ANTAL-NOEGLEVEJ
                   MOVE "N" TO EOF-FLAG
                   MOVE LOW-VALUES TO FELT-EFTERNAVN
                   START KUNDEFIL
                       KEY IS NOT LESS THAN FELT-EFTERNAVN
                       INVALID KEY SET EOF TO TRUE
                   END-START
                   PERFORM UNTIL EOF
                       READ KUNDEFIL NEXT RECORD
                           AT END SET EOF TO TRUE
                           NOT AT END ADD 1 TO ANTAL-NOEGLEVEJ
                       END-READ
                   END-PERFORM
                   MOVE "efternavn" TO NOEGLE-NAVN
                   PERFORM SAMMENLIGN-NOEGLEVEJ
               END-IF
               CLOSE KUNDEFIL
           END-IF.

       SAMMENLIGN-NOEGLEVEJ.
           IF ANTAL-NOEGLEVEJ NOT = ANTAL-PRIMAER
               MOVE ALL SPACES TO FUND-TEKST
               STRING ANTAL-NOEGLEVEJ DELIMITED BY SIZE
                   " poster mod " DELIMITED BY SIZE
                   ANTAL-PRIMAER DELIMITED BY SIZE
                   " ad primaernoeglen" DELIMITED BY SIZE
                   INTO FUND-TEKST
               END-STRING
               PERFORM SKRIV-NOEGLEFUND
           END-IF.

       KONTROLLER-KONTOPOST.
           MOVE 0 TO ANTAL-SEMIKOLON
           INSPECT KONTO-DATA TALLYING ANTAL-SEMIKOLON FOR ALL ";"
               END-IF
           END-IF.

      * Hele loggen gennemgaas (ingen datograense). Et brud taeller
      * som fund; en log der endnu ikke er kaedet noteres blot.
       KONTROLLER-LOGKAEDE.
           MOVE "V" TO KD-HANDLING
           MOVE SPACES TO KD-LINJE
           MOVE SPACES TO KD-FRA-DATO
           MOVE SPACES TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR
           IF KD-RETUR = 1
               ADD 1 TO ANTAL-FUND
           END-IF
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "LOGKAEDE " DELIMITED BY SIZE
               FUNCTION TRIM(KD-LOGFIL) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(KD-LINJE) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

      * Et talfelt maa besta af cifre, hoejst et punktum og et
      * foranstillet minus, og maa ikke vaere blankt.
       TJEK-TALFELT.
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       SKRIV-NOEGLEFUND.
           ADD 1 TO ANTAL-FUND
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "NOEGLER  " DELIMITED BY SIZE
               FUNCTION TRIM(NOEGLE-FIL) DELIMITED BY SIZE
               " noegle " DELIMITED BY SIZE
               FUNCTION TRIM(NOEGLE-NAVN) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(FUND-TEKST) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
