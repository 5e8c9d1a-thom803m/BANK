      *> Stop sletter ikke linjen men saetter status til "S" via samme
      *> temp-fil/FILSKIFT-rewrite moenster som FASTHOLD, saa gamle
      *> ordrer stadig kan ses.
      *> Efterlades til-kontoen blank, er det en betaling til et
      *> andet pengeinstitut: modtagerens reg.nr. og kontonr.
      *> kontrolleres mod pengeinstitutregisteret (REGNRTJEK) og
      *> bankens navn bekraeftes, og ordren gemmes med til-konto
      *> EKSTERN og reg.nr./kontonr. i felt 9-10 (se ORDREREC.cpy).
      *> En ny ekstern ordre over KONTAKTVAGT's graense kort efter
      *> en aendring af kundens kontaktdata oprettes med status T
      *> (tilbageringning), som FASTKOER springer over, indtil en
      *> anden operatoer har ringet kunden op og bekraeftet ordren
      *> i TILBAGERING.

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

       DATA DIVISION.
          88 VALG-STOP     VALUE "S" "s".
          88 VALG-AFSLUT   VALUE "A" "a".

      * Vagt mod kontoovertagelse (KONTAKTVAGT).
       01 KV-HANDLING      PIC X.
       01 KV-KILDE         PIC X(10) VALUE "FASTORDRE".
       01 KV-REF           PIC X(10).
       01 KV-KUNDE         PIC X(10).
       01 KV-DATO          PIC X(10).
       01 KV-HOLD-ID       PIC X(10).
       01 KV-RETUR         PIC 9 VALUE 0.
       01 ORDRE-STATUS     PIC X VALUE "A".

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).

       01 NY-DAG           PIC 99.
       01 NY-STARTDATO     PIC X(10).
       01 NY-SLUTDATO      PIC X(10).
       01 NY-REGNR         PIC X(4).
       01 NY-KONTONR       PIC X(10).

      * Kontrol af en ekstern modtager mod pengeinstitutregisteret.
       01 RT-DATO          PIC X(10).
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.
       01 BANK-SVAR        PIC X.
       01 MODTAGER-STATUS  PIC X VALUE "N".
          88 MODTAGER-OK   VALUE "J".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 STOP-ORDRE-ID    PIC X(10).

       OPRET-ORDRE.
           DISPLAY "Fra Konto-ID: " WITH NO ADVANCING
           ACCEPT NY-FRA-KONTO
           DISPLAY "Til Konto-ID (blank = konto i andet "
               "pengeinstitut): " WITH NO ADVANCING
           ACCEPT NY-TIL-KONTO
           MOVE SPACES TO NY-REGNR
           MOVE SPACES TO NY-KONTONR
           IF FUNCTION TRIM(NY-TIL-KONTO) = SPACES
               DISPLAY "Modtagers registreringsnr: "
                   WITH NO ADVANCING
               ACCEPT NY-REGNR
               DISPLAY "Modtagers kontonr: " WITH NO ADVANCING
               ACCEPT NY-KONTONR
           END-IF
           DISPLAY "Beloeb: " WITH NO ADVANCING
           ACCEPT NY-BELOEB-TXT
           MOVE FUNCTION NUMVAL(NY-BELOEB-TXT) TO NY-BELOEB
               IF KONTO-IKKE-FUNDET
                   DISPLAY "Afvist: fra-konto "
                       FUNCTION TRIM(NY-FRA-KONTO) " findes ikke."
               ELSE
               IF FUNCTION TRIM(NY-TIL-KONTO) = SPACES
                   PERFORM KONTROLLER-MODTAGER
                   IF MODTAGER-OK
                       MOVE "EKSTERN" TO NY-TIL-KONTO
                       PERFORM SKRIV-NY-ORDRE
                   END-IF
               ELSE
                   MOVE NY-TIL-KONTO TO SOEGE-KONTO-ID
                   PERFORM FIND-KONTO
                       PERFORM SKRIV-NY-ORDRE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * Ekstern modtager: reg.nr. og kontonr. kontrolleres mod
      * pengeinstitutregisteret paa startdatoen (eller i dag hvis
      * ordren allerede er startet), og telleren bekraefter
      * modtagerbankens navn. Mangler registeret, advares der kun.
       KONTROLLER-MODTAGER.
           MOVE "N" TO MODTAGER-STATUS
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
           MOVE SPACES TO RT-DATO
           IF FUNCTION TRIM(NY-STARTDATO) > NU-DATO-TXT
               MOVE FUNCTION TRIM(NY-STARTDATO) TO RT-DATO
           END-IF
           CALL "REGNRTJEK" USING NY-REGNR NY-KONTONR RT-DATO
               RT-BANKNAVN RT-RETUR
           EVALUATE RT-RETUR
               WHEN 0
                   DISPLAY "Modtagerbank: "
                       FUNCTION TRIM(RT-BANKNAVN)
                   DISPLAY "Er modtagerbanken korrekt (J/N)? "
                       WITH NO ADVANCING
                   ACCEPT BANK-SVAR
                   IF BANK-SVAR = "J" OR BANK-SVAR = "j"
                       SET MODTAGER-OK TO TRUE
                   ELSE
                       DISPLAY "Afbrudt: modtagerbanken er ikke "
                           "bekraeftet - ordren er ikke oprettet."
                   END-IF
               WHEN 1
                   DISPLAY "Afvist: reg.nr. "
                       FUNCTION TRIM(NY-REGNR)
                       " findes ikke i pengeinstitutregisteret."
               WHEN 2
                   DISPLAY "Afvist: reg.nr. "
                       FUNCTION TRIM(NY-REGNR) " ("
                       FUNCTION TRIM(RT-BANKNAVN)
                       ") er ikke aktivt."
               WHEN 3
                   DISPLAY "Afvist: kontonummeret passer ikke med "
                       FUNCTION TRIM(RT-BANKNAVN)
                       "s kontrolciffer - tjek for tastefejl."
               WHEN 4
                   DISPLAY "Afvist: reg.nr. skal vaere 4 cifre og "
                       "kontonr. udfyldt med hoejst 10 cifre."
               WHEN OTHER
                   DISPLAY "Advarsel: intet pengeinstitutregister "
                       "indlaest - reg.nr. er ikke kontrolleret."
                   SET MODTAGER-OK TO TRUE
           END-EVALUATE
           IF MODTAGER-OK AND FUNCTION TRIM(NY-KONTONR) = SPACES
               DISPLAY "Afvist: modtagers kontonr. skal udfyldes."
               MOVE "N" TO MODTAGER-STATUS
           END-IF.

       SKRIV-NY-ORDRE.
           PERFORM FIND-SENESTE-ORDRE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID

           MOVE "A" TO ORDRE-STATUS
           MOVE 0 TO KV-RETUR
           IF NY-TIL-KONTO = "EKSTERN"
               MOVE "T" TO KV-HANDLING
               CALL "KONTAKTVAGT" USING KV-HANDLING NY-FRA-KONTO
                   NY-BELOEB KV-KILDE KV-REF KV-KUNDE KV-DATO
                   KV-HOLD-ID OPERATOR-ID KV-RETUR
               IF KV-RETUR = 1
                   MOVE "T" TO ORDRE-STATUS
               END-IF
           END-IF

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               FUNCTION TRIM(NY-STARTDATO) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SLUTDATO) DELIMITED BY SIZE
               ";"
               ORDRE-STATUS DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF NY-TIL-KONTO = "EKSTERN"
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-REGNR) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-KONTONR) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF

           OPEN EXTEND ORDREFIL
           IF ORDREFIL-STATUS = "35"
           CLOSE ORDREFIL

           DISPLAY "Fast betaling oprettet! Ordre-ID: "
               FUNCTION TRIM(NEW-ID)

           IF ORDRE-STATUS = "T"
               MOVE "H" TO KV-HANDLING
               MOVE NEW-ID TO KV-REF
               CALL "KONTAKTVAGT" USING KV-HANDLING NY-FRA-KONTO
                   NY-BELOEB KV-KILDE KV-REF KV-KUNDE KV-DATO
                   KV-HOLD-ID OPERATOR-ID KV-RETUR
               DISPLAY "Kunde " FUNCTION TRIM(KV-KUNDE)
                   "s kontaktdata er aendret "
                   FUNCTION TRIM(KV-DATO) "."
               DISPLAY "Ordren er IKKE aktiv: den holdes til "
                   "tilbageringning (hold-ID "
                   FUNCTION TRIM(KV-HOLD-ID) ") - en anden "
                   "operatoer skal ringe kunden op og bekraefte i "
                   "TILBAGERING."
           END-IF.

       FIND-SENESTE-ORDRE-ID.
           MOVE 0 TO LAST-ID
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ORDRE-LINJE)) > 0
                               MOVE SPACES TO ORDRE-FELT9
                               MOVE SPACES TO ORDRE-FELT10
                               UNSTRING ORDRE-LINJE
                                   DELIMITED BY ";"
                                   INTO ORDRE-FELT1 ORDRE-FELT2
                                        ORDRE-FELT3 ORDRE-FELT4
                                        ORDRE-FELT5 ORDRE-FELT6
                                        ORDRE-FELT7 ORDRE-FELT8
                                        ORDRE-FELT9 ORDRE-FELT10
                               IF ORDRE-FELT3 = "EKSTERN"
                                   MOVE ALL SPACES TO LINJE
                                   STRING
                                       "reg.nr. " DELIMITED BY SIZE
                                       ORDRE-FELT9 DELIMITED BY SIZE
                                       " konto " DELIMITED BY SIZE
                                       FUNCTION TRIM(ORDRE-FELT10)
                                           DELIMITED BY SIZE
                                       INTO LINJE
                                   END-STRING
                               ELSE
                                   MOVE ORDRE-FELT3 TO LINJE
                               END-IF
                               DISPLAY "Ordre "
                                   FUNCTION TRIM(ORDRE-FELT1) ": "
                                   FUNCTION TRIM(ORDRE-FELT4)
                                   " fra " FUNCTION TRIM(ORDRE-FELT2)
                                   " til " FUNCTION TRIM(LINJE)
                                   " d. " FUNCTION TRIM(ORDRE-FELT5)
                                   ". ("
                                   FUNCTION TRIM(ORDRE-FELT6) " - "
                           MOVE FUNCTION TRIM(ORDRE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               MOVE SPACES TO ORDRE-FELT9
                               MOVE SPACES TO ORDRE-FELT10
                               UNSTRING ORDRE-LINJE
                                   DELIMITED BY ";"
                                   INTO ORDRE-FELT1 ORDRE-FELT2
                                        ORDRE-FELT3 ORDRE-FELT4
                                        ORDRE-FELT5 ORDRE-FELT6
                                        ORDRE-FELT7 ORDRE-FELT8
                                        ORDRE-FELT9 ORDRE-FELT10
                               IF FUNCTION NUMVAL(ORDRE-FELT1) =
                                   FUNCTION NUMVAL(STOP-ORDRE-ID)
                                   SET ORDRE-EXISTERER TO TRUE
               FUNCTION TRIM(ORDRE-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           IF ORDRE-FELT3 = "EKSTERN"
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ORDRE-FELT9) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(ORDRE-FELT10) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           WRITE TEMP-LINJE FROM LINJE.

       FIND-KONTO.
