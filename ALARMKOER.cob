       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALARMKOER.

      *> Natbatch-trin der vurderer kundernes saldoalarmer
      *> (saldoalarm.txt, oprettet i SALDOALARM) mod dagens
      *> bevaegelser. STOR-IND/STOR-UD sammenholdes med dagens
      *> posteringer fra HISTADGANG - hver enkelt postering paa
      *> mindst graensen giver en alarm, og retningen bestemmes af
      *> posteringstypen med samme fortegnslister som SALDOTJEK
      *> (STORNO efter beloebets fortegn). SALDO-UNDER/OVERTRAEK
      *> sammenholdes med kontoens slutsaldo (KONTO-FELT4): alarmen
      *> udloeses naar graensen krydses (tilstand N -> J) og
      *> nulstilles stille naar saldoen er tilbage over graensen,
      *> saa kunden faar een alarm pr. krydsning og ikke en hver nat.
      *> Dagens alarmer samles i et brev pr. kunde gennem FORSEND
      *> (kundens brevkanal) og noteres i saldoalarm_sendt.txt
      *> (DATO;ALARM;KONTO;KUNDE;TYPE;BELOEB). Alarmens "senest
      *> vurderet"-dato forhindrer at dagens posteringer giver alarm
      *> to gange ved en genkoersel. Alarmer paa en lukket konto
      *> ophoerer (status O). Trinnet koeres efter alle dagens
      *> posteringstrin og foer FORSENDKOER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALARMFIL ASSIGN TO "saldoalarm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALARMFIL-STATUS.
           SELECT ALARMTEMP ASSIGN TO "saldoalarm_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENDTFIL ASSIGN TO "saldoalarm_sendt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENDTFIL-STATUS.
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
       FD ALARMFIL.
       01 ALARM-LINJE      PIC X(150).

       FD ALARMTEMP.
       01 ALARMTEMP-LINJE  PIC X(150).

       FD SENDTFIL.
       01 SENDT-LINJE      PIC X(100).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       WORKING-STORAGE SECTION.
       01 ALARMFIL-STATUS  PIC XX.
       01 SENDTFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.

       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "ALARMREC.cpy".

      * Alle alarmer holdes i tabellen under koerslen og skrives
      * tilbage samlet til sidst. Raekker ud over tabellen
      * bevares uaendrede i filen, men vurderes ikke i nat.
       01 AT-TABEL.
          05 AT-RAEKKE OCCURS 500 TIMES.
             10 AT-ID      PIC X(10).
             10 AT-KONTO   PIC X(10).
             10 AT-KUNDE   PIC X(10).
             10 AT-TYPE    PIC X(12).
             10 AT-GRAENSE-TXT PIC X(15).
             10 AT-GRAENSE PIC S9(13)V99.
             10 AT-TILSTAND PIC X.
             10 AT-OPRETTET PIC X(10).
             10 AT-AF      PIC X(10).
             10 AT-STATUS  PIC X.
             10 AT-VURDERET PIC X(10).
             10 AT-UDLOEST PIC X(10).
       01 AT-ANTAL         PIC 9(4) VALUE 0.
       01 AT-OVERLOEB      PIC 9(5) VALUE 0.
       01 AT-IX            PIC 9(4).

      * Dagens udloeste alarmer (kunde og brevlinje).
       01 UD-TABEL.
          05 UD-RAEKKE OCCURS 500 TIMES.
             10 UD-KUNDE   PIC X(10).
             10 UD-ALARM   PIC 9(4).
             10 UD-BELOEB  PIC X(15).
             10 UD-TEKST   PIC X(100).
       01 UD-ANTAL         PIC 9(4) VALUE 0.
       01 UD-OVERLOEB      PIC 9(5) VALUE 0.
       01 UD-IX            PIC 9(4).
       01 UD-IX2           PIC 9(4).
       01 UD-SENDT         PIC X.

       01 HA-HANDLING      PIC X.
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X.
       01 HIST-LINJE       PIC X(200).

       01 LINJE-BELOEB     PIC S9(13)V99.
       01 RETNING          PIC X.
          88 RETNING-IND   VALUE "I".
          88 RETNING-UD    VALUE "U".
          88 RETNING-INGEN VALUE " ".

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 KONTO-LUKKET     PIC X VALUE "N".
          88 KONTO-ER-LUKKET VALUE "J".
       01 KONTO-SALDO      PIC S9(13)V99.
       01 KONTO-VALUTA     PIC X(5).
       01 KRYDSET          PIC X.

       01 BELOEB-EDIT      PIC -(12)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 ANTAL-UDLOEST    PIC 9(5) VALUE 0.
       01 ANTAL-BREVE      PIC 9(5) VALUE 0.
       01 ANTAL-OPHOERT    PIC 9(5) VALUE 0.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 LINJE            PIC X(150).
       01 BREV-LINJE       PIC X(120).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "SALDOALARM".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ALARMKOER".
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

           DISPLAY "=== ALARMKOER: Kundernes saldoalarmer ===".

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
           PERFORM LAES-ALARMER
           IF AT-ANTAL = 0
               DISPLAY "Ingen aktive saldoalarmer - intet at vurdere."
           ELSE
               PERFORM VURDER-POSTERINGER
               PERFORM VURDER-SALDI
               PERFORM SEND-BREVE
               PERFORM NOTER-ALARMER
               PERFORM SKRIV-ALARMER
               DISPLAY "Saldoalarmer: " ANTAL-UDLOEST
                   " alarm(er) i " ANTAL-BREVE " brev(e), "
                   ANTAL-OPHOERT " ophoert (konto lukket)."
               IF AT-OVERLOEB > 0 OR UD-OVERLOEB > 0
                   DISPLAY "ADVARSEL: alarmtabellen loeb fuld - "
                       AT-OVERLOEB " alarm(er) og " UD-OVERLOEB
                       " udloesning(er) er IKKE behandlet i nat."
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Aktive alarmer til tabellen; ophoerte linjer laeses ikke ind
      * men bevares af SKRIV-ALARMER.
       LAES-ALARMER.
           MOVE 0 TO AT-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALARMFIL
           IF ALARMFIL-STATUS = "35"
               CLOSE ALARMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ALARMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ALARM-LINJE)) > 0
                               PERFORM SKIL-ALARMLINJE
                               IF ALM-FELT9 = "A"
                                   PERFORM GEM-ALARM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARMFIL
           END-IF.

       GEM-ALARM.
           IF AT-ANTAL < 500
               ADD 1 TO AT-ANTAL
               MOVE ALM-FELT1 TO AT-ID (AT-ANTAL)
               MOVE ALM-FELT2 TO AT-KONTO (AT-ANTAL)
               MOVE ALM-FELT3 TO AT-KUNDE (AT-ANTAL)
               MOVE ALM-FELT4 TO AT-TYPE (AT-ANTAL)
               MOVE ALM-FELT5 TO AT-GRAENSE-TXT (AT-ANTAL)
               MOVE FUNCTION NUMVAL(ALM-FELT5)
                   TO AT-GRAENSE (AT-ANTAL)
               MOVE ALM-FELT6 TO AT-TILSTAND (AT-ANTAL)
               MOVE ALM-FELT7 TO AT-OPRETTET (AT-ANTAL)
               MOVE ALM-FELT8 TO AT-AF (AT-ANTAL)
               MOVE ALM-FELT9 TO AT-STATUS (AT-ANTAL)
               MOVE ALM-FELT10 TO AT-VURDERET (AT-ANTAL)
               MOVE ALM-FELT11 TO AT-UDLOEST (AT-ANTAL)
           ELSE
               ADD 1 TO AT-OVERLOEB
           END-IF.

      * Dagens posteringer mod STOR-IND/STOR-UD. Kun dagens
      * partition laeses; alarmer der allerede er vurderet for i dag
      * springes over.
       VURDER-POSTERINGER.
           MOVE "N" TO EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE NU-DATO-TXT TO HA-FRA-DATO
           MOVE NU-DATO-TXT TO HA-TIL-DATO
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           PERFORM UNTIL EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET EOF TO TRUE
               ELSE
                   MOVE HA-LINJE TO HIST-LINJE
                   IF FUNCTION
                   LENGTH(FUNCTION TRIM(HIST-LINJE)) > 0
                       MOVE SPACES TO HIST-FELT6
                       MOVE SPACES TO HIST-FELT7
                       MOVE SPACES TO HIST-FELT8
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2
                                HIST-FELT3 HIST-FELT4
                                HIST-FELT5 HIST-FELT6
                                HIST-FELT7 HIST-FELT8
                       IF FUNCTION TRIM(HIST-FELT2) = NU-DATO-TXT
                           PERFORM VURDER-EN-POSTERING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       VURDER-EN-POSTERING.
           PERFORM BESTEM-RETNING
           IF NOT RETNING-INGEN
               PERFORM VARYING AT-IX FROM 1 BY 1
                   UNTIL AT-IX > AT-ANTAL
                   IF FUNCTION NUMVAL(AT-KONTO (AT-IX)) =
                       FUNCTION NUMVAL(HIST-FELT1)
                       AND AT-VURDERET (AT-IX) NOT = NU-DATO-TXT
                       AND LINJE-BELOEB NOT < AT-GRAENSE (AT-IX)
                       AND ((AT-TYPE (AT-IX) = "STOR-IND"
                       AND RETNING-IND)
                       OR (AT-TYPE (AT-IX) = "STOR-UD"
                       AND RETNING-UD))
                       PERFORM UDLOES-POSTERINGSALARM
                   END-IF
               END-PERFORM
           END-IF.

      * Retning og absolut beloeb efter SALDOTJEK's fortegnslister.
      * OPRET og SALDO-FREM er ikke bevaegelser.
       BESTEM-RETNING.
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO LINJE-BELOEB
           MOVE SPACE TO RETNING
           EVALUATE FUNCTION TRIM(HIST-FELT3)
               WHEN "INDSAT"
               WHEN "OVERF-IND"
               WHEN "FAST-IND"
               WHEN "RENTE"
               WHEN "CLEARING-IND"
               WHEN "LAAN-UDBET"
               WHEN "LAAN-AFDRAG"
               WHEN "AFTALE-RETUR"
               WHEN "LOEN"
               WHEN "INDSIG-KREDIT"
               WHEN "RETUR"
               WHEN "BO-INDBETALING"
               WHEN "KOMPENSATION"
                   SET RETNING-IND TO TRUE
               WHEN "HAEV"
               WHEN "OVERF-UD"
               WHEN "FAST-UD"
               WHEN "GEBYR"
               WHEN "EKSTERN-UD"
               WHEN "LAAN-YDELSE"
               WHEN "AFTALE-UD"
               WHEN "AFTALE-UDLOEB"
               WHEN "LOEN-TRAEK"
               WHEN "BS-TRAEK"
               WHEN "KILDESKAT"
               WHEN "OVERTRAEKSRENTE"
               WHEN "RYKKERGEBYR"
               WHEN "INDSIG-DEBET"
               WHEN "BO-UDLODNING"
               WHEN "KORT"
               WHEN "ATM-HAEV"
               WHEN "BOKSLEJE"
                   SET RETNING-UD TO TRUE
      * STORNO og RENTEKORREKTION skrives med fortegn.
               WHEN "STORNO"
               WHEN "RENTEKORREKTION"
                   IF LINJE-BELOEB < 0
                       SET RETNING-UD TO TRUE
                   ELSE
                       SET RETNING-IND TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LINJE-BELOEB < 0
               COMPUTE LINJE-BELOEB = 0 - LINJE-BELOEB
           END-IF.

       UDLOES-POSTERINGSALARM.
           MOVE LINJE-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE ALL SPACES TO BREV-LINJE
           IF RETNING-IND
               STRING "  Konto " DELIMITED BY SIZE
                   FUNCTION TRIM(AT-KONTO (AT-IX)) DELIMITED BY SIZE
                   ": indgaaende " DELIMITED BY SIZE
                   FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
                   " paa " DELIMITED BY SIZE
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   " (din graense " DELIMITED BY SIZE
                   FUNCTION TRIM(AT-GRAENSE-TXT (AT-IX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO BREV-LINJE
               END-STRING
           ELSE
               STRING "  Konto " DELIMITED BY SIZE
                   FUNCTION TRIM(AT-KONTO (AT-IX)) DELIMITED BY SIZE
                   ": udgaaende " DELIMITED BY SIZE
                   FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
                   " paa " DELIMITED BY SIZE
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   " (din graense " DELIMITED BY SIZE
                   FUNCTION TRIM(AT-GRAENSE-TXT (AT-IX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO BREV-LINJE
               END-STRING
           END-IF
           PERFORM GEM-UDLOESNING.

      * Saldoalarmerne mod kontoens slutsaldo. Krydsning N -> J
      * udloeser; J -> N nulstiller uden brev.
       VURDER-SALDI.
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM VARYING AT-IX FROM 1 BY 1
                   UNTIL AT-IX > AT-ANTAL
                   PERFORM LAES-ALARMKONTO
                   IF NOT KONTO-EXISTERER OR KONTO-ER-LUKKET
                       MOVE "O" TO AT-STATUS (AT-IX)
                       ADD 1 TO ANTAL-OPHOERT
                   ELSE
                       IF AT-TYPE (AT-IX) = "SALDO-UNDER"
                           OR AT-TYPE (AT-IX) = "OVERTRAEK"
                           PERFORM VURDER-EN-SALDO
                       END-IF
                   END-IF
                   MOVE NU-DATO-TXT TO AT-VURDERET (AT-IX)
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       LAES-ALARMKONTO.
           MOVE "N" TO KONTO-FUNDET
           MOVE "N" TO KONTO-LUKKET
           MOVE FUNCTION NUMVAL(AT-KONTO (AT-IX)) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KONTO-EXISTERER TO TRUE
                   MOVE SPACES TO KONTO-FELT8 KONTO-FELT9
                       KONTO-FELT10 KONTO-FELT11
                   UNSTRING KONTO-DATA
                       DELIMITED BY ";"
                       INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                            KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                            KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                            KONTO-FELT10 KONTO-FELT11
                   IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                       SET KONTO-ER-LUKKET TO TRUE
                   END-IF
                   MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
                   IF FUNCTION TRIM(KONTO-FELT5) = SPACES
                       MOVE "DKK" TO KONTO-VALUTA
                   ELSE
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(KONTO-FELT5))
                           TO KONTO-VALUTA
                   END-IF
           END-READ.

       VURDER-EN-SALDO.
           MOVE "N" TO KRYDSET
           IF AT-TYPE (AT-IX) = "SALDO-UNDER"
               IF KONTO-SALDO < AT-GRAENSE (AT-IX)
                   MOVE "J" TO KRYDSET
               END-IF
           ELSE
               IF KONTO-SALDO < 0
                   MOVE "J" TO KRYDSET
               END-IF
           END-IF

           IF KRYDSET = "J" AND AT-TILSTAND (AT-IX) NOT = "J"
               MOVE KONTO-SALDO TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
               MOVE ALL SPACES TO BREV-LINJE
               IF AT-TYPE (AT-IX) = "SALDO-UNDER"
                   STRING "  Konto " DELIMITED BY SIZE
                       FUNCTION TRIM(AT-KONTO (AT-IX))
                           DELIMITED BY SIZE
                       ": saldoen " DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(KONTO-VALUTA) DELIMITED BY SIZE
                       " er under din graense " DELIMITED BY SIZE
                       FUNCTION TRIM(AT-GRAENSE-TXT (AT-IX))
                           DELIMITED BY SIZE
                       INTO BREV-LINJE
                   END-STRING
               ELSE
                   STRING "  Konto " DELIMITED BY SIZE
                       FUNCTION TRIM(AT-KONTO (AT-IX))
                           DELIMITED BY SIZE
                       ": kontoen er i overtraek, saldo "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(KONTO-VALUTA) DELIMITED BY SIZE
                       INTO BREV-LINJE
                   END-STRING
               END-IF
               PERFORM GEM-UDLOESNING
           END-IF
           MOVE KRYDSET TO AT-TILSTAND (AT-IX).

       GEM-UDLOESNING.
           IF UD-ANTAL < 500
               ADD 1 TO UD-ANTAL
               ADD 1 TO ANTAL-UDLOEST
               MOVE AT-KUNDE (AT-IX) TO UD-KUNDE (UD-ANTAL)
               MOVE AT-IX TO UD-ALARM (UD-ANTAL)
               MOVE BELOEB-TXT TO UD-BELOEB (UD-ANTAL)
               MOVE BREV-LINJE TO UD-TEKST (UD-ANTAL)
               MOVE NU-DATO-TXT TO AT-UDLOEST (AT-IX)
           ELSE
               ADD 1 TO UD-OVERLOEB
           END-IF.

      * Et brev pr. kunde: foerste udloesning for kunden aabner
      * brevet, og alle kundens udloesninger skrives i det.
       SEND-BREVE.
           MOVE 0 TO ANTAL-BREVE
           PERFORM VARYING UD-IX FROM 1 BY 1
               UNTIL UD-IX > UD-ANTAL
               MOVE "N" TO UD-SENDT
               PERFORM VARYING UD-IX2 FROM 1 BY 1
                   UNTIL UD-IX2 NOT < UD-IX
                   IF FUNCTION NUMVAL(UD-KUNDE (UD-IX2)) =
                       FUNCTION NUMVAL(UD-KUNDE (UD-IX))
                       MOVE "J" TO UD-SENDT
                   END-IF
               END-PERFORM
               IF UD-SENDT NOT = "J"
                   PERFORM SKRIV-KUNDEBREV
               END-IF
           END-PERFORM.

       SKRIV-KUNDEBREV.
           ADD 1 TO ANTAL-BREVE
           MOVE ALL SPACES TO FO-LINJE
           STRING "SALDOALARM " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO FO-LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE UD-KUNDE (UD-IX) TO FO-KUNDE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE "Du har bedt om besked naar foelgende sker:"
               TO FO-LINJE
           MOVE "L" TO FO-HANDLING
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           PERFORM VARYING UD-IX2 FROM UD-IX BY 1
               UNTIL UD-IX2 > UD-ANTAL
               IF FUNCTION NUMVAL(UD-KUNDE (UD-IX2)) =
                   FUNCTION NUMVAL(UD-KUNDE (UD-IX))
                   MOVE UD-TEKST (UD-IX2) TO FO-LINJE
                   MOVE "L" TO FO-HANDLING
                   CALL "FORSEND" USING FO-HANDLING FO-KUNDE
                       FO-BREVTYPE FO-LINJE FO-RETUR
               END-IF
           END-PERFORM.

       NOTER-ALARMER.
           IF UD-ANTAL > 0
               OPEN EXTEND SENDTFIL
               IF SENDTFIL-STATUS = "35"
                   OPEN OUTPUT SENDTFIL
               END-IF
               PERFORM VARYING UD-IX FROM 1 BY 1
                   UNTIL UD-IX > UD-ANTAL
                   MOVE UD-ALARM (UD-IX) TO AT-IX
                   MOVE ALL SPACES TO LINJE
                   STRING
                       NU-DATO-TXT DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(AT-ID (AT-IX)) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(AT-KONTO (AT-IX))
                           DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(AT-KUNDE (AT-IX))
                           DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(AT-TYPE (AT-IX))
                           DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(UD-BELOEB (UD-IX))
                           DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE SENDT-LINJE FROM LINJE
               END-PERFORM
               CLOSE SENDTFIL
           END-IF.

      * Filen skrives om: tabellens alarmer med ny tilstand og
      * datoer, alle andre linjer (ophoerte og overloeb) uaendret.
       SKRIV-ALARMER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALARMFIL
           OPEN OUTPUT ALARMTEMP
           PERFORM UNTIL EOF
               READ ALARMFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(ALARM-LINJE)) > 0
                           PERFORM SKIL-ALARMLINJE
                           PERFORM FIND-I-TABEL
                           IF AT-IX > AT-ANTAL
                               WRITE ALARMTEMP-LINJE FROM ALARM-LINJE
                           ELSE
                               PERFORM DAN-ALARMLINJE
                               WRITE ALARMTEMP-LINJE FROM LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALARMFIL
           CLOSE ALARMTEMP
           MOVE "S" TO FS-HANDLING
           MOVE "saldoalarm_tmp.txt" TO FS-KILDE
           MOVE "saldoalarm.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       FIND-I-TABEL.
           PERFORM VARYING AT-IX FROM 1 BY 1
               UNTIL AT-IX > AT-ANTAL
               OR (FUNCTION TRIM(AT-ID (AT-IX)) =
               FUNCTION TRIM(ALM-FELT1) AND ALM-FELT9 = "A")
               CONTINUE
           END-PERFORM.

       SKIL-ALARMLINJE.
           MOVE SPACES TO ALM-FELT5 ALM-FELT6 ALM-FELT7 ALM-FELT8
               ALM-FELT9 ALM-FELT10 ALM-FELT11
           UNSTRING ALARM-LINJE
               DELIMITED BY ";"
               INTO ALM-FELT1 ALM-FELT2 ALM-FELT3 ALM-FELT4
                    ALM-FELT5 ALM-FELT6 ALM-FELT7 ALM-FELT8
                    ALM-FELT9 ALM-FELT10 ALM-FELT11.

       DAN-ALARMLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(AT-ID (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KONTO (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-KUNDE (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-TYPE (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-GRAENSE-TXT (AT-IX)) DELIMITED BY SIZE
               ";"
               AT-TILSTAND (AT-IX) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-OPRETTET (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-AF (AT-IX)) DELIMITED BY SIZE
               ";"
               AT-STATUS (AT-IX) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-VURDERET (AT-IX)) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AT-UDLOEST (AT-IX)) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.
