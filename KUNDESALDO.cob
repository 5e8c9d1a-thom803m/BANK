       PROGRAM-ID. KUNDESALDO.

      *> Interaktiv saldoforespoergsel paa tvaers af alle en kundes
      *> konti. Slaar kunden op i kunder.txt som VISKUNDE, finder
      *> derefter kundens konti (ejer og medejer) via konti.txt's
      *> ejernoegler og udskriver en linje pr. konto med en loebende
      *> saldo-total til sidst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           END-STRING
           MOVE 0 TO TOTAL-SALDO
           MOVE 0 TO ANTAL-KONTI
           OPEN INPUT KONTOFIL
      * Kundens konti findes direkte via ejernoeglerne: foerst dem
      * kunden ejer, saa dem kunden er medejer af (en konto kunden
      * baade ejer og staar som medejer paa tages kun een gang).
           MOVE "N" TO EOF-FLAG
           MOVE SØGE-ID TO KONTO-EJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-EJER-ID = SØGE-ID
                           PERFORM VIS-EN-KONTO
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           MOVE SØGE-ID TO KONTO-MEDEJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-MEDEJER-ID = SØGE-ID
                           IF KONTO-EJER-ID NOT = SØGE-ID
                               PERFORM VIS-EN-KONTO
                           END-IF
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOFIL.

       VIS-EN-KONTO.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10 KONTO-FELT11
           MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO-TAL
           ADD 1 TO ANTAL-KONTI
           CALL "VALUTAKURS" USING KONTO-FELT5 REFERENCE-VALUTA
               KONTO-SALDO-TAL KONTO-SALDO-KONVERTERET
               VALUTAKURS-RETUR
      * Bogfoert og disponibel saldo vises side om side -
      * disponibel er bogfoert minus aabne reservationer
      * (RESERVSUM), samme beregning som haevningsvejene.
           MOVE 0 TO RESERV-SUM
           CALL "RESERVSUM" USING KONTO-FELT1 NU-DATO-TXT RESERV-SUM
           SUBTRACT RESERV-SUM FROM KONTO-SALDO-TAL
               GIVING DISPONIBEL
           MOVE DISPONIBEL TO DISPONIBEL-EDIT
           DISPLAY "Konto " FUNCTION TRIM(KONTO-FELT1)
               " (" FUNCTION TRIM(KONTO-FELT3) ") "
               FUNCTION TRIM(KONTO-FELT4) " "
               FUNCTION TRIM(KONTO-FELT5)
               " / disponibel " FUNCTION TRIM(DISPONIBEL-EDIT)
           IF VALUTAKURS-RETUR NOT = 0
               ADD 1 TO ANTAL-UKENDT-VALUTA
               DISPLAY "  Advarsel: ukendt valutakode - konto ikke "
                   "medregnet i samlet saldo."
           ELSE
               ADD KONTO-SALDO-KONVERTERET TO TOTAL-SALDO
           END-IF.
