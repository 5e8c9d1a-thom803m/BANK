      *>   9 = ugyldig ordre (samme konto eller beloeb <= 0)
      *>  10 = kontotypens dagsgraense overskredet
      *>  11 = aftaleindlaan foer forfald (se AFTALEREC.cpy)
      *>  13 = fra-konto er bunden opsparing foer frigivelsesdatoen
      *>  14 = til-kontoens indskudsloft overskredet (BINDTJEK)
      *>
      *> Dagsgraensen staar i graenser.txt (samme stil som
      *> rentesatser.txt): en raekke "KONTO:<id>;beloeb" for den
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT GRAENSEFIL ASSIGN TO "graenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 OPDATER-SALDO-TXT PIC X(15).

       01 TRIM-LINJE       PIC X(200).

      * Bunden opsparing (BINDTJEK): udbetalingsspaerre paa fra-
      * kontoen og indskudslofter paa til-kontoen.
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
               END-IF
           END-IF

           IF OP-RETUR = 0
               PERFORM TJEK-BINDING
           END-IF

           IF OP-RETUR = 0
               MOVE OP-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
               ADD OP-BELOEB-KONV TO TIL-SALDO GIVING TIL-SALDO-NY
               PERFORM REWRITE-KONTI
               PERFORM SKRIV-HISTORIK
               MOVE "B" TO BN-HANDLING
               CALL "BINDTJEK" USING BN-HANDLING OP-TIL-KONTO
                   BN-KUNDE BN-TYPE OP-BELOEB-KONV BN-DATO BN-RETUR
               IF TRANSGEBYR NOT = 0
                   PERFORM SKRIV-GEBYRLINJE
               END-IF
               CLOSE KONTOFIL
           END-IF.

      * Indskuddet maales i til-kontoens valuta (efter
      * kursomregning).
       TJEK-BINDING.
           MOVE "U" TO BN-HANDLING
           CALL "BINDTJEK" USING BN-HANDLING OP-FRA-KONTO BN-KUNDE
               BN-TYPE OP-BELOEB BN-DATO BN-RETUR
           IF BN-RETUR NOT = 0
               MOVE 13 TO OP-RETUR
           ELSE
               MOVE "I" TO BN-HANDLING
               CALL "BINDTJEK" USING BN-HANDLING OP-TIL-KONTO
                   BN-KUNDE BN-TYPE OP-BELOEB-KONV BN-DATO BN-RETUR
               IF BN-RETUR NOT = 0
                   MOVE 14 TO OP-RETUR
               END-IF
           END-IF.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
