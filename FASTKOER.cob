      *> "DAGE;5" som standard) - den posteres fuldt ud den
      *> foerste dag pengene er der. Foerste fejl udloeser et
      *> kundevarsel og en udtoemt trappe et endeligt varsel, begge
      *> sendt gennem FORSEND til fra-kontoens ejer i kundens valgte
      *> brevkanal. Rapporten faar et afsnit med ordrer aktuelt i
      *> retry, saa telleren kan naa at advare kunden.
      *>
      *> En ordre med til-konto EKSTERN er en betaling til et andet
      *> pengeinstitut og posteres gennem EKSTUDPOST i stedet for
      *> OVERFPOST: modtagerens reg.nr./kontonr. kontrolleres igen
      *> mod pengeinstitutregisteret, fra-kontoen debiteres
      *> (EKSTERN-UD) og betalingen laegges i udbetal_koe.txt til
      *> CLEARUD. Et afvist reg.nr. behandles som enhver anden fejl
      *> (rapport, retry-trappe og kundevarsel); retry-linjen
      *> baerer da reg.nr. og kontonr. som 7. og 8. felt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RETRYFIL-STATUS.
           SELECT RETRYTEMP ASSIGN TO "fastordre_retry_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRYKONF ASSIGN TO "fastordre_retry_dage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRYKONF-STATUS.
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
       FD RETRYTEMP.
       01 RETRYTEMP-LINJE  PIC X(100).

       FD RETRYKONF.
       01 RETRYKONF-LINJE  PIC X(20).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       COPY "ORDREREC.cpy".
       COPY "KONTOREC.cpy".

      * Retry-trappen (se programhovedet).
       01 RETRYFIL-STATUS  PIC XX.
       01 RETRYKONF-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 RETRY-MAKS-DAGE  PIC 9(3) VALUE 5.
       01 RK-NOEGLE        PIC X(10).
       01 RK-VAERDI        PIC X(10).
       01 RT-FELT4         PIC X(15).
       01 RT-FELT5         PIC X(10).
       01 RT-FELT6         PIC X(5).
       01 RT-FELT7         PIC X(4).
       01 RT-FELT8         PIC X(10).
       01 RETRY-KENDT      PIC X.
       01 RETRY-FORSOEG    PIC 9(4).
       01 RETRY-EOF-FLAG   PIC X VALUE "N".
       01 RETRY-DAGE       PIC S9(5).
       01 ANTAL-RETRY-OK   PIC 9(5) VALUE 0.
       01 ANTAL-I-RETRY    PIC 9(5) VALUE 0.
       01 BREV-TEKST       PIC X(20).

       01 LINJE            PIC X(200).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "FASTORDRE".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "FASTKOER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
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
                               PERFORM BEHANDL-ORDRE
                           END-IF
                   END-READ
                   OR FUNCTION TRIM(ORDRE-FELT7) NOT < NU-DATO-TXT)
               MOVE "J" TO ORDRE-UDFOERT
               MOVE FUNCTION NUMVAL(ORDRE-FELT4) TO ORDRE-BELOEB
               IF ORDRE-FELT3 = "EKSTERN"
                   CALL "EKSTUDPOST" USING ORDRE-FELT2 ORDRE-FELT9
                       ORDRE-FELT10 ORDRE-BELOEB ORDRE-FELT1
                       OPERATOR-ID OP-RETUR
               ELSE
                   CALL "OVERFPOST" USING ORDRE-FELT2 ORDRE-FELT3
                       ORDRE-BELOEB OP-TYPE-UD OP-TYPE-IND
                       OPERATOR-ID OP-BELOEB-KONV OP-FRA-VALUTA
                       OP-TIL-VALUTA OP-GRAENSEFRI OP-RETUR
               END-IF
               IF OP-RETUR = 0
                   ADD 1 TO ANTAL-UDFOERT
                   PERFORM SKRIV-RAPPORT-OK
                   MOVE "dagsgraense overskredet" TO AARSAG
               WHEN 11
                   MOVE "aftaleindlaan foer forfald" TO AARSAG
               WHEN 13
                   MOVE "bunden opsparing foer frigivelse" TO AARSAG
               WHEN 14
                   MOVE "indskudsloft overskredet" TO AARSAG
               WHEN 12
                   MOVE "modtagers reg.nr./kontonr. afvist"
                       TO AARSAG
               WHEN OTHER
                   MOVE "ugyldig ordre" TO AARSAG
           END-EVALUATE.
               ";1"
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
           OPEN EXTEND RETRYFIL
           IF RETRYFIL-STATUS = "35"
               OPEN OUTPUT RETRYFIL
           END-IF.

       PROEV-RETRY-POST.
           MOVE SPACES TO RT-FELT7
           MOVE SPACES TO RT-FELT8
           UNSTRING RETRY-LINJE
               DELIMITED BY ";"
               INTO RT-FELT1 RT-FELT2 RT-FELT3 RT-FELT4
                    RT-FELT5 RT-FELT6 RT-FELT7 RT-FELT8
      * Samme dag som fejlen: vent til naeste bankdag.
           IF FUNCTION TRIM(RT-FELT5) = NU-DATO-TXT
               ADD 1 TO ANTAL-I-RETRY
               WRITE RETRYTEMP-LINJE FROM RETRY-LINJE
           ELSE
               MOVE FUNCTION NUMVAL(RT-FELT4) TO ORDRE-BELOEB
               IF FUNCTION TRIM(RT-FELT3) = "EKSTERN"
                   CALL "EKSTUDPOST" USING RT-FELT2 RT-FELT7
                       RT-FELT8 ORDRE-BELOEB RT-FELT1
                       OPERATOR-ID OP-RETUR
               ELSE
                   CALL "OVERFPOST" USING RT-FELT2 RT-FELT3
                       ORDRE-BELOEB OP-TYPE-UD OP-TYPE-IND
                       OPERATOR-ID OP-BELOEB-KONV OP-FRA-VALUTA
                       OP-TIL-VALUTA OP-GRAENSEFRI OP-RETUR
               END-IF
               IF OP-RETUR = 0
                   ADD 1 TO ANTAL-RETRY-OK
                   MOVE FUNCTION TRIM(RT-FELT2) TO AD-KONTO
                   RETRY-FORSOEG DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               IF FUNCTION TRIM(RT-FELT3) = "EKSTERN"
                   STRING
                       FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(RT-FELT7) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(RT-FELT8) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
               END-IF
               WRITE RETRYTEMP-LINJE FROM LINJE
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "I RETRY  ordre " DELIMITED BY SIZE
               WRITE RAPPORT-LINJE
           END-IF.

      * Kundevarsel til fra-kontoens ejer gennem FORSEND -
      * BREV-TEKST er sat af kalderen (foerste/endeligt varsel).
       SKRIV-KUNDEVARSEL.
           PERFORM HENT-KUNDE-FOR-KONTO
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(BREV-TEKST) DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE KONTO-FELT2 TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE ALL SPACES TO LINJE
           STRING
               "Deres faste betaling (ordre "
               " kunne ikke" DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE
           IF BREV-TEKST = "ENDELIGT VARSEL"
               MOVE "gennemfoeres, og genforsoegene er nu "
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
               MOVE "udtoemt. Kontakt venligst Deres filial."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           ELSE
               MOVE "gennemfoeres pga. manglende daekning. Vi "
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
               MOVE "forsoeger igen de kommende bankdage."
                   TO LINJE
               PERFORM SKRIV-BREVLINJE
           END-IF.

      * Fra-kontoens ejer (Kunde-ID i KONTO-FELT2).
       HENT-KUNDE-FOR-KONTO.
           MOVE SPACES TO KONTO-FELT2
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
                                KONTO-FELT11
               END-READ
               CLOSE KONTOFIL
           END-IF.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.
