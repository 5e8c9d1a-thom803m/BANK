       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATSVARSEL.

      *> Natbatch-trin der varsler kunderne om kommende aendringer af
      *> rentesatser og gebyrer, foer de traeder i kraft. Trinnet
      *> finder raekker i rentesatser.txt og gebyrer.txt med en
      *> gyldig-fra-dato efter dags dato (tastet paa forhaand i
      *> SATSADMIN) og sammenligner hver med den raekke der gaelder
      *> dagen foer (samme noegle og baand, ellers STANDARD-raekken
      *> som i opslagene). Uaendrede satser springes over.
      *> Alle aabne konti gennemgaas; kontoens rente- og gebyrnoegle
      *> slaas op i produktkataloget (PRODKAT, fallback typeteksten)
      *> og en debetsats er raekken "DEBET:<rentenoegle>" som i
      *> RENTEDAGLIG. Rentesatser gaelder ikke LAAN- og AFTALE-konti
      *> (deres rente ejes af LAANBATCH og AFTALEKOER).
      *> For hver kunde (ejer og medejer paa en faelleskonto) skrives
      *> eet varselsbrev gennem FORSEND (kundens valgte brevkanal)
      *> med de beroerte konti med gamle og nye vilkaar. Hvert varsel
      *> noteres pr. konto i satsvarsler.txt
      *> (konto;tabel;noegle;gyldig fra;baand fra;gammel;ny;varslet
      *> dato), saa en genkoersel ikke printer dubletter, og en konto
      *> oprettet senere paa produktet stadig faar sit varsel. Et
      *> varsel der sendes senere end varslingsfristen i
      *> varselfrist.txt foer ikrafttraeden, taelles og vises som
      *> for sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTEFIL ASSIGN TO "rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEFIL-STATUS.
           SELECT GEBYRFIL ASSIGN TO "gebyrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEBYRFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT VARSELFIL ASSIGN TO "satsvarsler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARSELFIL-STATUS.
           SELECT FRISTFIL ASSIGN TO "varselfrist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRISTFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RENTEFIL.
       01 RENTE-LINJE      PIC X(100).

       FD GEBYRFIL.
       01 GEBYR-LINJE      PIC X(40).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD VARSELFIL.
       01 VARSEL-LINJE     PIC X(120).

       FD FRISTFIL.
       01 FRIST-LINJE      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "RENTEREC.cpy".

       01 RENTEFIL-STATUS  PIC XX.
       01 GEBYRFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 VARSELFIL-STATUS PIC XX.
       01 FRISTFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 NU-DAGNR         PIC 9(7).
       01 VIRK-DAGNR       PIC 9(7).

       01 VARSEL-DAGE      PIC 9(3) VALUE 60.
       01 FRIST-NOEGLE     PIC X(10).
       01 FRIST-VAERDI     PIC X(10).

       01 GEBYR-TYPE       PIC X(20).
       01 GEBYR-SATS       PIC X(15).
       01 GEBYR-DATO       PIC X(10).

      * Alle raekker fra begge tabeller; tabelkode R = rentesatser,
      * G = gebyrer. En raekke uden dato har datoen "0000-00-00".
       01 ST-TABEL.
          05 ST-RAEKKE OCCURS 1000 TIMES.
             10 ST-KODE    PIC X(1).
             10 ST-NOEGLE  PIC X(20).
             10 ST-SATS    PIC S9(7)V9999.
             10 ST-DATO    PIC X(10).
             10 ST-FRA     PIC X(15).
             10 ST-TIL     PIC X(15).
       01 ST-ANTAL         PIC 9(4) VALUE 0.
       01 ST-IX            PIC 9(4).
       01 ST-IY            PIC 9(4).
       01 ST-OVERLOEB      PIC 9(5) VALUE 0.

      * Kommende aendringer: en fremtidig raekke med den sats der
      * gaelder dagen foer.
       01 AE-TABEL.
          05 AE-RAEKKE OCCURS 200 TIMES.
             10 AE-KODE    PIC X(1).
             10 AE-NOEGLE  PIC X(20).
             10 AE-DATO    PIC X(10).
             10 AE-FRA     PIC X(15).
             10 AE-TIL     PIC X(15).
             10 AE-NY      PIC S9(7)V9999.
             10 AE-GAMMEL  PIC S9(7)V9999.
             10 AE-GAMMEL-FUNDET PIC X(1).
             10 AE-FOR-SENT PIC X(1).
       01 AE-ANTAL         PIC 9(3) VALUE 0.
       01 AE-IX            PIC 9(3).

       01 SOEG-KODE        PIC X(1).
       01 SOEG-NOEGLE      PIC X(20).
       01 SOEG-FRA         PIC X(15).
       01 SOEG-DATO        PIC X(10).
       01 BEDSTE-DATO      PIC X(10).
       01 BEDSTE-SATS      PIC S9(7)V9999.
       01 BEDSTE-FLAG      PIC X VALUE "N".
          88 BEDSTE-FUNDET VALUE "J".
       01 EGNE-FLAG        PIC X VALUE "N".
          88 HAR-EGNE-RAEKKER VALUE "J".

      * Varsler der venter paa at blive skrevet, een pr. kunde og
      * konto og aendring. VT-LOG markerer den ene post pr. konto
      * og aendring der noteres i satsvarsler.txt.
       01 VT-TABEL.
          05 VT-RAEKKE OCCURS 2000 TIMES.
             10 VT-KUNDE   PIC 9(5).
             10 VT-KONTO   PIC X(10).
             10 VT-TYPE    PIC X(20).
             10 VT-AE-IX   PIC 9(3).
             10 VT-LOG     PIC X(1).
             10 VT-SKREVET PIC X(1).
       01 VT-ANTAL         PIC 9(4) VALUE 0.
       01 VT-IX            PIC 9(4).
       01 VT-IY            PIC 9(4).
       01 VT-OVERLOEB      PIC 9(5) VALUE 0.

       01 KONTO-RENTENOEGLE PIC X(20).
       01 KONTO-DEBETNOEGLE PIC X(20).
       01 KONTO-GEBYRNOEGLE PIC X(20).
       01 KONTO-MATCH      PIC X VALUE "N".
          88 KONTO-BEROERT VALUE "J".
       01 KONTO-EJER       PIC 9(5).
       01 KONTO-MEDEJER    PIC 9(5).

       01 PK-SEGMENT-BLANK PIC X(10) VALUE SPACES.
       01 PK-OVERTRAEK     PIC X(15).
       01 PK-RENTENOEGLE   PIC X(20).
       01 PK-GEBYRNOEGLE   PIC X(20).
       01 PK-GRAENSENOEGLE PIC X(20).
       01 PK-RETUR         PIC 9.

       01 VARSLET-FUNDET   PIC X.
       01 VS-KONTO         PIC X(10).
       01 VS-KODE          PIC X(1).
       01 VS-NOEGLE        PIC X(20).
       01 VS-DATO          PIC X(10).
       01 VS-FRA           PIC X(15).

       01 SATS-EDIT        PIC -(6)9.9999.
       01 GEBYR-EDIT       PIC -(6)9.99.
       01 GAMMEL-TXT       PIC X(15).
       01 NY-TXT           PIC X(15).
       01 VILKAAR-TXT      PIC X(20).

       01 ANTAL-BREVE      PIC 9(5) VALUE 0.
       01 ANTAL-VARSLET    PIC 9(5) VALUE 0.
       01 ANTAL-FOR-SENT   PIC 9(5) VALUE 0.

       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 SATS-EOF-FLAG    PIC X VALUE "N".
          88 SATS-EOF      VALUE "Y".
       01 VARSEL-EOF-FLAG  PIC X VALUE "N".
          88 VARSEL-EOF    VALUE "Y".

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "SATSVARSEL".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "SATSVARSEL".
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

           DISPLAY "=== SATSVARSEL: Varsel om nye satser og "
               "gebyrer ===".

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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           MOVE 0 TO RETUR
           PERFORM LAES-VARSELFRIST
           PERFORM INDLAES-RENTESATSER
           PERFORM INDLAES-GEBYRER

           IF ST-OVERLOEB > 0
               DISPLAY "Afbrudt: " ST-OVERLOEB " satsraekker ud over "
                   "tabellens 1000 - der varsles ikke."
               MOVE 1 TO RETUR
           ELSE
               PERFORM FIND-AENDRINGER
               IF AE-ANTAL = 0
                   DISPLAY "Ingen kommende sats- eller "
                       "gebyraendringer."
               ELSE
                   PERFORM GENNEMGAA-KONTI
                   PERFORM SKRIV-BREVE
               END-IF
           END-IF

           DISPLAY "Satsvarsler: " ANTAL-VARSLET " konti varslet i "
               ANTAL-BREVE " breve."
           IF ANTAL-FOR-SENT > 0
               DISPLAY "ADVARSEL: " ANTAL-FOR-SENT " varsler er "
                   "sendt mindre end " VARSEL-DAGE " dage foer "
                   "ikrafttraeden."
           END-IF
           IF VT-OVERLOEB > 0
               DISPLAY "Bemaerk: " VT-OVERLOEB " varsler ud over "
                   "tabellen venter til naeste koersel."
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       INDLAES-RENTESATSER.
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
           IF RENTEFIL-STATUS = "35"
               CLOSE RENTEFIL
           ELSE
               PERFORM UNTIL SATS-EOF
                   READ RENTEFIL
                       AT END SET SATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RENTE-LINJE)) > 0
                               MOVE SPACES TO RENTE-FELT3
                               MOVE SPACES TO RENTE-FELT4
                               MOVE SPACES TO RENTE-FELT5
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3 RENTE-FELT4
                                        RENTE-FELT5
                               IF ST-ANTAL < 1000
                                   ADD 1 TO ST-ANTAL
                                   MOVE "R" TO ST-KODE(ST-ANTAL)
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(RENTE-FELT1))
                                       TO ST-NOEGLE(ST-ANTAL)
                                   MOVE FUNCTION NUMVAL(RENTE-FELT2)
                                       TO ST-SATS(ST-ANTAL)
                                   MOVE RENTE-FELT3 TO SOEG-DATO
                                   PERFORM GEM-RAEKKEDATO
                                   MOVE FUNCTION TRIM(RENTE-FELT4)
                                       TO ST-FRA(ST-ANTAL)
                                   MOVE FUNCTION TRIM(RENTE-FELT5)
                                       TO ST-TIL(ST-ANTAL)
                               ELSE
                                   ADD 1 TO ST-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF.

       INDLAES-GEBYRER.
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT GEBYRFIL
           IF GEBYRFIL-STATUS = "35"
               CLOSE GEBYRFIL
           ELSE
               PERFORM UNTIL SATS-EOF
                   READ GEBYRFIL
                       AT END SET SATS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GEBYR-LINJE)) > 0
                               MOVE SPACES TO GEBYR-DATO
                               UNSTRING GEBYR-LINJE
                                   DELIMITED BY ";"
                                   INTO GEBYR-TYPE GEBYR-SATS
                                        GEBYR-DATO
                               IF ST-ANTAL < 1000
                                   ADD 1 TO ST-ANTAL
                                   MOVE "G" TO ST-KODE(ST-ANTAL)
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(GEBYR-TYPE))
                                       TO ST-NOEGLE(ST-ANTAL)
                                   MOVE FUNCTION NUMVAL(GEBYR-SATS)
                                       TO ST-SATS(ST-ANTAL)
                                   MOVE GEBYR-DATO TO SOEG-DATO
                                   PERFORM GEM-RAEKKEDATO
                                   MOVE SPACES TO ST-FRA(ST-ANTAL)
                                   MOVE SPACES TO ST-TIL(ST-ANTAL)
                               ELSE
                                   ADD 1 TO ST-OVERLOEB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEBYRFIL
           END-IF.

       GEM-RAEKKEDATO.
           IF FUNCTION TRIM(SOEG-DATO) = SPACES
               MOVE "0000-00-00" TO ST-DATO(ST-ANTAL)
           ELSE
               MOVE FUNCTION TRIM(SOEG-DATO) TO ST-DATO(ST-ANTAL)
           END-IF.

      * Hver raekke med gyldig-fra efter i dag sammenlignes med den
      * sats der gaelder dagen foer. Har noeglen ingen tidligere
      * raekke, gaelder STANDARD (DEBET:STANDARD for debetsatser).
       FIND-AENDRINGER.
           PERFORM VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > ST-ANTAL
               IF ST-DATO(ST-IX) > NU-DATO-TXT
                   MOVE ST-KODE(ST-IX) TO SOEG-KODE
                   MOVE ST-NOEGLE(ST-IX) TO SOEG-NOEGLE
                   MOVE ST-FRA(ST-IX) TO SOEG-FRA
                   MOVE ST-DATO(ST-IX) TO SOEG-DATO
                   PERFORM FIND-FORRIGE-SATS
                   IF NOT BEDSTE-FUNDET
                       AND SOEG-NOEGLE NOT = "STANDARD"
                       AND SOEG-NOEGLE NOT = "DEBET:STANDARD"
                       IF SOEG-NOEGLE(1:6) = "DEBET:"
                           MOVE "DEBET:STANDARD" TO SOEG-NOEGLE
                       ELSE
                           MOVE "STANDARD" TO SOEG-NOEGLE
                       END-IF
                       MOVE SPACES TO SOEG-FRA
                       PERFORM FIND-FORRIGE-SATS
                   END-IF
                   IF BEDSTE-FUNDET
                       AND BEDSTE-SATS = ST-SATS(ST-IX)
                       CONTINUE
                   ELSE
                       PERFORM GEM-AENDRING
                   END-IF
               END-IF
           END-PERFORM.

       GEM-AENDRING.
           IF AE-ANTAL < 200
               ADD 1 TO AE-ANTAL
               MOVE ST-KODE(ST-IX) TO AE-KODE(AE-ANTAL)
               MOVE ST-NOEGLE(ST-IX) TO AE-NOEGLE(AE-ANTAL)
               MOVE ST-DATO(ST-IX) TO AE-DATO(AE-ANTAL)
               MOVE ST-FRA(ST-IX) TO AE-FRA(AE-ANTAL)
               MOVE ST-TIL(ST-IX) TO AE-TIL(AE-ANTAL)
               MOVE ST-SATS(ST-IX) TO AE-NY(AE-ANTAL)
               IF BEDSTE-FUNDET
                   MOVE BEDSTE-SATS TO AE-GAMMEL(AE-ANTAL)
                   MOVE "J" TO AE-GAMMEL-FUNDET(AE-ANTAL)
               ELSE
                   MOVE 0 TO AE-GAMMEL(AE-ANTAL)
                   MOVE "N" TO AE-GAMMEL-FUNDET(AE-ANTAL)
               END-IF
               MOVE ST-DATO(ST-IX)(1:4) TO DT-AAR
               MOVE ST-DATO(ST-IX)(6:2) TO DT-MAANED
               MOVE ST-DATO(ST-IX)(9:2) TO DT-DAG
               COMPUTE VIRK-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
      * Kun en forringelse (hoejere gebyr eller debetrente, lavere
      * kreditrente) kraever fuldt varsel.
               MOVE "N" TO AE-FOR-SENT(AE-ANTAL)
               IF VIRK-DAGNR - NU-DAGNR < VARSEL-DAGE
                   AND BEDSTE-FUNDET
                   IF AE-KODE(AE-ANTAL) = "G"
                       OR AE-NOEGLE(AE-ANTAL)(1:6) = "DEBET:"
                       IF AE-NY(AE-ANTAL) > AE-GAMMEL(AE-ANTAL)
                           MOVE "J" TO AE-FOR-SENT(AE-ANTAL)
                       END-IF
                   ELSE
                       IF AE-NY(AE-ANTAL) < AE-GAMMEL(AE-ANTAL)
                           MOVE "J" TO AE-FOR-SENT(AE-ANTAL)
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "Bemaerk: flere end 200 kommende aendringer - "
                   "resten varsles ved naeste koersel."
           END-IF.

      * Nyeste raekke for SOEG-KODE/-NOEGLE/-FRA med dato foer
      * SOEG-DATO; ved lige datoer vinder den foerste (som i
      * RENTEBATCH's baandtabel).
       FIND-FORRIGE-SATS.
           MOVE "N" TO BEDSTE-FLAG
           MOVE SPACES TO BEDSTE-DATO
           MOVE 0 TO BEDSTE-SATS
           PERFORM VARYING ST-IY FROM 1 BY 1
               UNTIL ST-IY > ST-ANTAL
               IF ST-KODE(ST-IY) = SOEG-KODE
                   AND ST-NOEGLE(ST-IY) = SOEG-NOEGLE
                   AND ST-FRA(ST-IY) = SOEG-FRA
                   AND ST-DATO(ST-IY) < SOEG-DATO
                   IF NOT BEDSTE-FUNDET
                       OR ST-DATO(ST-IY) > BEDSTE-DATO
                       MOVE "J" TO BEDSTE-FLAG
                       MOVE ST-DATO(ST-IY) TO BEDSTE-DATO
                       MOVE ST-SATS(ST-IY) TO BEDSTE-SATS
                   END-IF
               END-IF
           END-PERFORM.

      * Har noeglen selv raekker der gaelder senest paa SOEG-DATO?
      * Ellers falder kontoen tilbage til STANDARD-raekken.
       TJEK-EGNE-RAEKKER.
           MOVE "N" TO EGNE-FLAG
           PERFORM VARYING ST-IY FROM 1 BY 1
               UNTIL ST-IY > ST-ANTAL
               IF ST-KODE(ST-IY) = SOEG-KODE
                   AND ST-NOEGLE(ST-IY) = SOEG-NOEGLE
                   AND ST-DATO(ST-IY) NOT > SOEG-DATO
                   MOVE "J" TO EGNE-FLAG
               END-IF
           END-PERFORM.

       GENNEMGAA-KONTI.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9
                               KONTO-FELT11
                           UNSTRING KONTO-DATA
                               DELIMITED BY ";"
                               INTO KONTO-FELT1 KONTO-FELT2
                                    KONTO-FELT3 KONTO-FELT4
                                    KONTO-FELT5 KONTO-FELT6
                                    KONTO-FELT7 KONTO-FELT8
                                    KONTO-FELT9 KONTO-FELT10
                                    KONTO-FELT11
                           IF KONTO-FELT9 NOT = "J"
                               AND KONTO-FELT9 NOT = "j"
                               PERFORM VURDER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       VURDER-KONTO.
           CALL "PRODKAT" USING KONTO-FELT3 PK-SEGMENT-BLANK
               PK-OVERTRAEK PK-RENTENOEGLE PK-GEBYRNOEGLE
               PK-GRAENSENOEGLE PK-RETUR
           IF PK-RETUR = 0
               AND FUNCTION TRIM(PK-RENTENOEGLE) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-RENTENOEGLE))
                   TO KONTO-RENTENOEGLE
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                   TO KONTO-RENTENOEGLE
           END-IF
           IF PK-RETUR = 0
               AND FUNCTION TRIM(PK-GEBYRNOEGLE) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-GEBYRNOEGLE))
                   TO KONTO-GEBYRNOEGLE
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                   TO KONTO-GEBYRNOEGLE
           END-IF
           MOVE ALL SPACES TO KONTO-DEBETNOEGLE
           STRING "DEBET:" DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-RENTENOEGLE) DELIMITED BY SIZE
               INTO KONTO-DEBETNOEGLE
           END-STRING
           MOVE FUNCTION NUMVAL(KONTO-FELT2) TO KONTO-EJER
           IF FUNCTION TRIM(KONTO-FELT8) = SPACES
               MOVE 0 TO KONTO-MEDEJER
           ELSE
               MOVE FUNCTION NUMVAL(KONTO-FELT8) TO KONTO-MEDEJER
           END-IF

           PERFORM VARYING AE-IX FROM 1 BY 1
               UNTIL AE-IX > AE-ANTAL
               PERFORM MATCH-AENDRING
               IF KONTO-BEROERT
                   PERFORM TJEK-ALLEREDE-VARSLET
                   IF VARSLET-FUNDET NOT = "J"
                       PERFORM GEM-VARSEL
                   END-IF
               END-IF
           END-PERFORM.

      * Rammer aendringen kontoens rente-, debet- eller gebyrnoegle
      * - direkte, eller via STANDARD naar noeglen ingen egne
      * raekker har paa datoen?
       MATCH-AENDRING.
           MOVE "N" TO KONTO-MATCH
           MOVE AE-KODE(AE-IX) TO SOEG-KODE
           MOVE AE-DATO(AE-IX) TO SOEG-DATO
           IF AE-KODE(AE-IX) = "G"
               MOVE KONTO-GEBYRNOEGLE TO SOEG-NOEGLE
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                   = "LAAN" OR "AFTALE"
                   MOVE SPACES TO SOEG-NOEGLE
               ELSE
                   IF AE-NOEGLE(AE-IX)(1:6) = "DEBET:"
                       MOVE KONTO-DEBETNOEGLE TO SOEG-NOEGLE
                   ELSE
                       MOVE KONTO-RENTENOEGLE TO SOEG-NOEGLE
                   END-IF
               END-IF
           END-IF
           IF SOEG-NOEGLE NOT = SPACES
               IF AE-NOEGLE(AE-IX) = SOEG-NOEGLE
                   MOVE "J" TO KONTO-MATCH
               ELSE
                   IF AE-NOEGLE(AE-IX) = "STANDARD"
                       OR AE-NOEGLE(AE-IX) = "DEBET:STANDARD"
                       PERFORM TJEK-EGNE-RAEKKER
                       IF NOT HAR-EGNE-RAEKKER
                           MOVE "J" TO KONTO-MATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Allerede varslet for netop denne konto og raekke?
       TJEK-ALLEREDE-VARSLET.
           MOVE "N" TO VARSLET-FUNDET
           MOVE "N" TO VARSEL-EOF-FLAG
           OPEN INPUT VARSELFIL
           IF VARSELFIL-STATUS = "35"
               CLOSE VARSELFIL
           ELSE
               PERFORM UNTIL VARSEL-EOF
                   READ VARSELFIL
                       AT END SET VARSEL-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(VARSEL-LINJE)) > 0
                               MOVE SPACES TO VS-FRA
                               UNSTRING VARSEL-LINJE
                                   DELIMITED BY ";"
                                   INTO VS-KONTO VS-KODE VS-NOEGLE
                                        VS-DATO VS-FRA
                               IF FUNCTION NUMVAL(VS-KONTO) =
                                   KONTO-NOEGLE
                                   AND VS-KODE = AE-KODE(AE-IX)
                                   AND VS-NOEGLE = AE-NOEGLE(AE-IX)
                                   AND VS-DATO = AE-DATO(AE-IX)
                                   AND VS-FRA = AE-FRA(AE-IX)
                                   MOVE "J" TO VARSLET-FUNDET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VARSELFIL
           END-IF.

      * Varslet gemmes til ejeren og evt. medejeren; kun ejerens
      * post noteres i satsvarsler.txt.
       GEM-VARSEL.
           IF VT-ANTAL < 2000
               ADD 1 TO VT-ANTAL
               MOVE KONTO-EJER TO VT-KUNDE(VT-ANTAL)
               MOVE KONTO-FELT1 TO VT-KONTO(VT-ANTAL)
               MOVE KONTO-FELT3 TO VT-TYPE(VT-ANTAL)
               MOVE AE-IX TO VT-AE-IX(VT-ANTAL)
               MOVE "J" TO VT-LOG(VT-ANTAL)
               MOVE "N" TO VT-SKREVET(VT-ANTAL)
               IF KONTO-MEDEJER NOT = 0
                   AND KONTO-MEDEJER NOT = KONTO-EJER
                   IF VT-ANTAL < 2000
                       ADD 1 TO VT-ANTAL
                       MOVE KONTO-MEDEJER TO VT-KUNDE(VT-ANTAL)
                       MOVE KONTO-FELT1 TO VT-KONTO(VT-ANTAL)
                       MOVE KONTO-FELT3 TO VT-TYPE(VT-ANTAL)
                       MOVE AE-IX TO VT-AE-IX(VT-ANTAL)
                       MOVE "N" TO VT-LOG(VT-ANTAL)
                       MOVE "N" TO VT-SKREVET(VT-ANTAL)
                   ELSE
      * Ejerens post tages ud igen, saa begge varsles sammen
      * ved naeste koersel.
                       SUBTRACT 1 FROM VT-ANTAL
                       ADD 1 TO VT-OVERLOEB
                   END-IF
               END-IF
           ELSE
               ADD 1 TO VT-OVERLOEB
           END-IF.

      * Eet brev pr. kunde med alle kundens beroerte konti.
       SKRIV-BREVE.
           IF VT-ANTAL > 0
               OPEN EXTEND VARSELFIL
               IF VARSELFIL-STATUS = "35"
                   OPEN OUTPUT VARSELFIL
               END-IF
               PERFORM VARYING VT-IX FROM 1 BY 1
                   UNTIL VT-IX > VT-ANTAL
                   IF VT-SKREVET(VT-IX) NOT = "J"
                       PERFORM SKRIV-BREV
                   END-IF
               END-PERFORM
               CLOSE VARSELFIL
           END-IF.

       SKRIV-BREV.
           MOVE ALL SPACES TO LINJE
           STRING "VARSEL OM AENDREDE VILKAAR - " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE VT-KUNDE(VT-IX) TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE "Vi aendrer foelgende vilkaar paa Deres konti:"
               TO LINJE
           PERFORM SEND-BREVLINJE
           PERFORM VARYING VT-IY FROM VT-IX BY 1
               UNTIL VT-IY > VT-ANTAL
               IF VT-SKREVET(VT-IY) NOT = "J"
                   AND VT-KUNDE(VT-IY) = VT-KUNDE(VT-IX)
                   PERFORM SKRIV-BREVLINJE
                   MOVE "J" TO VT-SKREVET(VT-IY)
               END-IF
           END-PERFORM
           MOVE "Aendringerne gaelder fra de anfoerte datoer. Har De"
               TO LINJE
           PERFORM SEND-BREVLINJE
           MOVE "spoergsmaal, er De velkommen til at kontakte"
               TO LINJE
           PERFORM SEND-BREVLINJE
           MOVE "filialen." TO LINJE
           PERFORM SEND-BREVLINJE
           ADD 1 TO ANTAL-BREVE.

       SKRIV-BREVLINJE.
           MOVE VT-AE-IX(VT-IY) TO AE-IX
           EVALUATE TRUE
               WHEN AE-KODE(AE-IX) = "G"
                   MOVE "maanedligt gebyr" TO VILKAAR-TXT
               WHEN AE-NOEGLE(AE-IX)(1:6) = "DEBET:"
                   MOVE "debetrente" TO VILKAAR-TXT
               WHEN OTHER
                   MOVE "kreditrente" TO VILKAAR-TXT
           END-EVALUATE
           IF AE-KODE(AE-IX) = "G"
               MOVE AE-NY(AE-IX) TO GEBYR-EDIT
               MOVE FUNCTION TRIM(GEBYR-EDIT) TO NY-TXT
               MOVE AE-GAMMEL(AE-IX) TO GEBYR-EDIT
               MOVE FUNCTION TRIM(GEBYR-EDIT) TO GAMMEL-TXT
           ELSE
               MOVE AE-NY(AE-IX) TO SATS-EDIT
               MOVE FUNCTION TRIM(SATS-EDIT) TO NY-TXT
               MOVE AE-GAMMEL(AE-IX) TO SATS-EDIT
               MOVE FUNCTION TRIM(SATS-EDIT) TO GAMMEL-TXT
           END-IF
           IF AE-GAMMEL-FUNDET(AE-IX) NOT = "J"
               MOVE "(ingen)" TO GAMMEL-TXT
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING "Konto " DELIMITED BY SIZE
               FUNCTION TRIM(VT-KONTO(VT-IY)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(VT-TYPE(VT-IY)) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(VILKAAR-TXT) DELIMITED BY SIZE
               " aendres fra " DELIMITED BY SIZE
               FUNCTION TRIM(GAMMEL-TXT) DELIMITED BY SIZE
               " til " DELIMITED BY SIZE
               FUNCTION TRIM(NY-TXT) DELIMITED BY SIZE
               " pr. " DELIMITED BY SIZE
               AE-DATO(AE-IX) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SEND-BREVLINJE
           IF FUNCTION TRIM(AE-FRA(AE-IX)) NOT = SPACES
               MOVE ALL SPACES TO LINJE
               IF FUNCTION TRIM(AE-TIL(AE-IX)) = SPACES
                   STRING "    for den del af saldoen over "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AE-FRA(AE-IX)) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
               ELSE
                   STRING "    for den del af saldoen mellem "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AE-FRA(AE-IX)) DELIMITED BY SIZE
                       " og " DELIMITED BY SIZE
                       FUNCTION TRIM(AE-TIL(AE-IX)) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
               END-IF
               PERFORM SEND-BREVLINJE
           END-IF

      * Noter varslet pr. konto, saa en genkoersel ikke printer
      * dubletter.
           IF VT-LOG(VT-IY) = "J"
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(VT-KONTO(VT-IY)) DELIMITED BY SIZE
                   ";"
                   AE-KODE(AE-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(AE-NOEGLE(AE-IX)) DELIMITED BY SIZE
                   ";"
                   AE-DATO(AE-IX) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(AE-FRA(AE-IX)) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(GAMMEL-TXT) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-TXT) DELIMITED BY SIZE
                   ";"
                   NU-DATO-TXT DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE VARSEL-LINJE FROM LINJE
               ADD 1 TO ANTAL-VARSLET
               IF AE-FOR-SENT(AE-IX) = "J"
                   ADD 1 TO ANTAL-FOR-SENT
               END-IF
           END-IF.

       SEND-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.

      * Varslingsfristen i dage (samme fil som SATSADMIN's
      * afvisning af forringelser); oprettes med 60 dage.
       LAES-VARSELFRIST.
           OPEN INPUT FRISTFIL
           IF FRISTFIL-STATUS = "35"
               CLOSE FRISTFIL
               OPEN OUTPUT FRISTFIL
               MOVE "DAGE;60" TO FRIST-LINJE
               WRITE FRIST-LINJE
               CLOSE FRISTFIL
               OPEN INPUT FRISTFIL
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF
               READ FRISTFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(FRIST-LINJE)) > 0
                           UNSTRING FRIST-LINJE
                               DELIMITED BY ";"
                               INTO FRIST-NOEGLE FRIST-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(FRIST-NOEGLE)) = "DAGE"
                               MOVE FUNCTION NUMVAL(FRIST-VAERDI)
                                   TO VARSEL-DAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRISTFIL.
