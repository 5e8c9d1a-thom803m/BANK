       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAANINDFRI.

      *> Indfrielse og ekstraordinaert afdrag paa laan. Skaermen
      *> viser det praecise indfrielsesbeloeb paa en valgt dato:
      *> restgaelden (laanekontoens negative saldo) plus rente
      *> paaloebet siden sidste betalte termin i laaneplan.txt
      *> (faktiske dage/365, samme regnemaade som AFTALE's
      *> brudrente). Findes ingen betalt termin, regnes renten fra
      *> en maaned foer foerste termin, dvs. udbetalingen.
      *> Paa dags dato kan der posteres fra betalingskontoen i
      *> laan.txt med de samme kontroller som LAANBATCH:
      *>   I = fuld indfrielse: betalingskontoen debiteres
      *>       indfrielsesbeloebet (LAAN-YDELSE), laanekontoen
      *>       krediteres restgaelden (LAAN-AFDRAG) og lukkes som i
      *>       LUKKEKONTO; resterende terminer markeres I
      *>       (indfriet), og laanets pant i pant.txt frigives og
      *>       logges i pantlog.txt.
      *>   E = ekstraordinaert afdrag: hele beloebet gaar til
      *>       afdrag paa restgaelden, og de afventende A-terminer
      *>       genberegnes - enten med uaendret ydelse og kortere
      *>       loebetid (Y) eller uaendret loebetid og lavere ydelse
      *>       (L). Afvises hvis laanet har misligholdte terminer.
      *> Begge posteringer faar en B-linje i planen (termin-nr
      *> "EKS" hhv. "INDF") med den nye restgaeld, saa PANTRAP og
      *> MFISTAT's restgaeldsopslag (sidste betalte termin) stemmer.
      *> Betalingskontoens historiklinje krydsrefererer laanet i
      *> HIST-FELT8 ("EKSTRA:<laan>" / "INDFRI:<laan>").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT PLANTEMP ASSIGN TO "laaneplan_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PANTFIL ASSIGN TO "pant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTFIL-STATUS.
           SELECT PANTTEMP ASSIGN TO "pant_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PANTLOGFIL ASSIGN TO "pantlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTLOGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD PLANTEMP.
       01 PLANTEMP-LINJE   PIC X(100).

       FD PANTFIL.
       01 PANT-LINJE       PIC X(150).

       FD PANTTEMP.
       01 PANTTEMP-LINJE   PIC X(150).

       FD PANTLOGFIL.
       01 PANTLOG-LINJE    PIC X(150).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "LAANREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 PANTFIL-STATUS   PIC XX.
       01 PANTLOGFIL-STATUS PIC XX.

       01 PANT-FELT1       PIC X(10).
       01 PANT-FELT2       PIC X(10).
       01 PANT-FELT3       PIC X(20).
       01 PANT-FELT4       PIC X(40).
       01 PANT-FELT5       PIC X(15).
       01 PANT-FELT6       PIC X(10).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 NU-TID.
             10 NU-TIME    PIC 9(2).
             10 NU-MIN     PIC 9(2).
             10 NU-SEK     PIC 9(2).
             10 FILLER     PIC X(2).
          05 FILLER        PIC X(5).
       01 NU-DATO-TXT      PIC X(10).

       01 SØGE-LAAN        PIC X(10).
       01 BETAL-KONTO      PIC X(10).
       01 AARLIG-RENTE     PIC S9V9999.
       01 MAANEDS-RENTE    PIC S9V99999999.
       01 FAKTOR           PIC S9(3)V9(9).

       01 INDFRI-DATO      PIC X(10).
       01 DATO-GYLDIG      PIC X VALUE "N".
          88 ER-GYLDIG-DATO VALUE "J".
       01 RENTE-FRA-DATO   PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 START-DAGNR      PIC 9(7).
       01 SLUT-DAGNR       PIC 9(7).
       01 ANTAL-DAGE       PIC S9(5).

       01 RESTGAELD        PIC S9(11)V99.
       01 PAALOEBET-RENTE  PIC S9(11)V99.
       01 INDFRI-BELOEB    PIC S9(11)V99.
       01 EKSTRA-BELOEB    PIC S9(11)V99.
       01 EKSTRA-TXT       PIC X(15).
       01 POSTERINGS-BELOEB PIC S9(11)V99.
       01 NY-RESTGAELD     PIC S9(11)V99.

      * Laanets tilstand fra foerste gennemloeb af planen.
       01 ANTAL-AFVENTER   PIC 9(3).
       01 ANTAL-MISLIGH    PIC 9(3).
       01 SIDST-BETALT-DATO PIC X(10).
       01 FOERSTE-DATO     PIC X(10).
       01 GAELDENDE-YDELSE PIC S9(11)V99.

      * Genberegning af de afventende terminer.
       01 REST             PIC S9(11)V99.
       01 NY-YDELSE        PIC S9(11)V99.
       01 YDELSE           PIC S9(11)V99.
       01 RENTE-DEL        PIC S9(11)V99.
       01 AFDRAG-DEL       PIC S9(11)V99.
       01 TERMINER-TILBAGE PIC 9(3).
       01 ANTAL-NYE-TERMINER PIC 9(3).

       01 HANDLING         PIC X.
          88 ER-INDFRI     VALUE "I" "i".
          88 ER-EKSTRA     VALUE "E" "e".
       01 AFKORT-VALG      PIC X.
          88 BEHOLD-YDELSE VALUE "Y" "y".
          88 BEHOLD-LOEBETID VALUE "L" "l".

       01 PLAN-HANDLING    PIC X.
          88 PLAN-INDFRI   VALUE "I".
          88 PLAN-EKSTRA   VALUE "E".
       01 NY-PLANLINJE     PIC X(100).
       01 NY-LINJE-SKREVET PIC X VALUE "N".
          88 ER-NY-LINJE-SKREVET VALUE "J".

       01 STAM-FUNDET      PIC X VALUE "N".
          88 STAM-EXISTERER VALUE "Y".
       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 LAAN-LUKKET      PIC X VALUE "N".
          88 ER-LAAN-LUKKET VALUE "J".
       01 BETALING-OK      PIC X VALUE "N".
          88 ER-BETALT     VALUE "J".
       01 AARSAG           PIC X(40).
       01 MARKERING        PIC X(20).

       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 YDELSE-TXT       PIC X(15).
       01 RENTE-DEL-TXT    PIC X(15).
       01 AFDRAG-DEL-TXT   PIC X(15).
       01 RESTGAELD-TXT    PIC X(15).

       01 ANTAL-FRIGIVET   PIC 9(3) VALUE 0.

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LAAS-HANDLING    PIC X.
       01 LAAS-OPERATOR    PIC X(10).
       01 LAAS-RETUR       PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "LAANINDFRI".
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

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

      * Batchvinduet har laasen: ingen interaktiv postering mens
      * natkoerslen genskriver konti.txt og laaneplan.txt.
           MOVE "S" TO LAAS-HANDLING
           MOVE OPERATOR-ID TO LAAS-OPERATOR
           CALL "BATCHLAAS" USING LAAS-HANDLING LAAS-OPERATOR
               LAAS-RETUR
           IF LAAS-RETUR = 1
               DISPLAY "Systemet er i batch - proev igen naar "
                   "natkoerslen er faerdig."
               MOVE 1 TO RETUR
               MOVE "SLUT" TO LT-HAENDELSE
               MOVE RETUR TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID
               EXIT PROGRAM
           END-IF

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

           DISPLAY "=== LAANINDFRI: Indfrielse/ekstraordinaert "
               "afdrag ===".
           DISPLAY "Laanekonto: " WITH NO ADVANCING.
           ACCEPT SØGE-LAAN.
           DISPLAY "Indfrielsesdato (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT INDFRI-DATO.
           PERFORM VALIDER-INDFRIDATO
           IF FUNCTION TRIM(INDFRI-DATO) = SPACES
               MOVE NU-DATO-TXT TO INDFRI-DATO
           END-IF

           MOVE 1 TO RETUR
           PERFORM FIND-STAMDATA
           PERFORM LAES-LAANEKONTO
           EVALUATE TRUE
               WHEN NOT ER-GYLDIG-DATO
                   DISPLAY "Afvist: datoen skal vaere blank eller "
                       "paa formen AAAA-MM-DD."
               WHEN INDFRI-DATO < NU-DATO-TXT
                   DISPLAY "Afvist: indfrielsesdatoen kan ikke "
                       "ligge foer dags dato."
               WHEN NOT STAM-EXISTERER
                   DISPLAY "Afvist: laan " FUNCTION TRIM(SØGE-LAAN)
                       " findes ikke i laan.txt."
               WHEN NOT KONTO-EXISTERER
                   DISPLAY "Afvist: laanekontoen findes ikke i "
                       "konti.txt."
               WHEN ER-LAAN-LUKKET OR RESTGAELD NOT > 0
                   DISPLAY "Laan " FUNCTION TRIM(SØGE-LAAN)
                       " er allerede indfriet."
               WHEN OTHER
                   PERFORM LAES-PLAN
                   PERFORM BEREGN-INDFRIELSE
                   PERFORM VIS-INDFRIELSE
                   IF INDFRI-DATO NOT = NU-DATO-TXT
                       DISPLAY "Tilbud pr. " INDFRI-DATO
                           " - postering kan kun ske paa dagen."
                       MOVE 0 TO RETUR
                   ELSE
                       PERFORM VAELG-HANDLING
                   END-IF
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Samme datokontrol som OVERFOER's udfoerselsdato.
       VALIDER-INDFRIDATO.
           MOVE "N" TO DATO-GYLDIG
           IF FUNCTION TRIM(INDFRI-DATO) = SPACES
               MOVE "J" TO DATO-GYLDIG
           ELSE
               IF INDFRI-DATO(1:4) IS NUMERIC
                   AND INDFRI-DATO(5:1) = "-"
                   AND INDFRI-DATO(6:2) IS NUMERIC
                   AND INDFRI-DATO(8:1) = "-"
                   AND INDFRI-DATO(9:2) IS NUMERIC
                   IF FUNCTION NUMVAL(INDFRI-DATO(6:2)) >= 1
                       AND FUNCTION NUMVAL(INDFRI-DATO(6:2)) <= 12
                       AND FUNCTION NUMVAL(INDFRI-DATO(9:2)) >= 1
                       AND FUNCTION NUMVAL(INDFRI-DATO(9:2)) <= 31
                       MOVE "J" TO DATO-GYLDIG
                   END-IF
               END-IF
           END-IF.

       FIND-STAMDATA.
           MOVE "N" TO STAM-FUNDET
           MOVE SPACES TO BETAL-KONTO
           MOVE 0 TO AARLIG-RENTE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LAANFIL
           IF LAANFIL-STATUS = "35"
               CLOSE LAANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LAANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LAAN-LINJE)) > 0
                               UNSTRING LAAN-LINJE
                                   DELIMITED BY ";"
                                   INTO LAAN-FELT1 LAAN-FELT2
                                        LAAN-FELT3 LAAN-FELT4
                               IF FUNCTION NUMVAL(LAAN-FELT1) =
                                   FUNCTION NUMVAL(SØGE-LAAN)
                                   SET STAM-EXISTERER TO TRUE
                                   MOVE FUNCTION TRIM(LAAN-FELT2)
                                       TO BETAL-KONTO
                                   MOVE FUNCTION NUMVAL(LAAN-FELT3)
                                       TO AARLIG-RENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANFIL
           END-IF.

      * Restgaelden er laanekontoens saldo med modsat fortegn.
       LAES-LAANEKONTO.
           MOVE "N" TO KONTO-FUNDET
           MOVE "N" TO LAAN-LUKKET
           MOVE 0 TO RESTGAELD
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(SØGE-LAAN) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       PERFORM SKIL-KONTOLINJE
                       COMPUTE RESTGAELD =
                           0 - FUNCTION NUMVAL(KONTO-FELT4)
                       IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           MOVE "J" TO LAAN-LUKKET
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF.

      * Foerste gennemloeb af planen: antal afventende og
      * misligholdte terminer, sidste betalte termins dato, foerste
      * termins dato og den gaeldende ydelse (foerste A-termin).
       LAES-PLAN.
           MOVE 0 TO ANTAL-AFVENTER
           MOVE 0 TO ANTAL-MISLIGH
           MOVE SPACES TO SIDST-BETALT-DATO
           MOVE SPACES TO FOERSTE-DATO
           MOVE 0 TO GAELDENDE-YDELSE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PLANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(PLAN-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM SKIL-PLANLINJE
                               IF FUNCTION NUMVAL(PLAN-FELT1) =
                                   FUNCTION NUMVAL(SØGE-LAAN)
                                   PERFORM TAEL-TERMIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF.

       TAEL-TERMIN.
           IF FOERSTE-DATO = SPACES
               MOVE FUNCTION TRIM(PLAN-FELT3) TO FOERSTE-DATO
           END-IF
           EVALUATE PLAN-FELT8
               WHEN "A"
               WHEN "a"
                   IF ANTAL-AFVENTER = 0
                       MOVE FUNCTION NUMVAL(PLAN-FELT4)
                           TO GAELDENDE-YDELSE
                   END-IF
                   ADD 1 TO ANTAL-AFVENTER
               WHEN "M"
               WHEN "m"
                   ADD 1 TO ANTAL-MISLIGH
               WHEN "B"
               WHEN "b"
                   IF FUNCTION TRIM(PLAN-FELT3) > SIDST-BETALT-DATO
                       MOVE FUNCTION TRIM(PLAN-FELT3)
                           TO SIDST-BETALT-DATO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Paaloebet rente fra sidste betalte termin (ellers en maaned
      * foer foerste termin) til indfrielsesdatoen, faktiske
      * dage/365 af restgaelden.
       BEREGN-INDFRIELSE.
           IF SIDST-BETALT-DATO NOT = SPACES
               MOVE SIDST-BETALT-DATO TO RENTE-FRA-DATO
               MOVE RENTE-FRA-DATO(1:4) TO DT-AAR
               MOVE RENTE-FRA-DATO(6:2) TO DT-MAANED
               MOVE RENTE-FRA-DATO(9:2) TO DT-DAG
           ELSE
               IF FOERSTE-DATO NOT = SPACES
                   MOVE FOERSTE-DATO(1:4) TO DT-AAR
                   MOVE FOERSTE-DATO(6:2) TO DT-MAANED
                   MOVE FOERSTE-DATO(9:2) TO DT-DAG
                   IF DT-MAANED = 1
                       SUBTRACT 1 FROM DT-AAR
                       MOVE 12 TO DT-MAANED
                   ELSE
                       SUBTRACT 1 FROM DT-MAANED
                   END-IF
               ELSE
                   MOVE INDFRI-DATO(1:4) TO DT-AAR
                   MOVE INDFRI-DATO(6:2) TO DT-MAANED
                   MOVE INDFRI-DATO(9:2) TO DT-DAG
               END-IF
               MOVE ALL SPACES TO RENTE-FRA-DATO
               STRING
                   DT-AAR DELIMITED BY SIZE
                   "-"
                   DT-MAANED DELIMITED BY SIZE
                   "-"
                   DT-DAG DELIMITED BY SIZE
                   INTO RENTE-FRA-DATO
               END-STRING
           END-IF
           COMPUTE START-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           MOVE INDFRI-DATO(1:4) TO DT-AAR
           MOVE INDFRI-DATO(6:2) TO DT-MAANED
           MOVE INDFRI-DATO(9:2) TO DT-DAG
           COMPUTE SLUT-DAGNR =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           COMPUTE ANTAL-DAGE = SLUT-DAGNR - START-DAGNR
           IF ANTAL-DAGE < 0
               MOVE 0 TO ANTAL-DAGE
           END-IF

           COMPUTE PAALOEBET-RENTE ROUNDED =
               RESTGAELD * AARLIG-RENTE * ANTAL-DAGE / 365
           COMPUTE INDFRI-BELOEB = RESTGAELD + PAALOEBET-RENTE.

       VIS-INDFRIELSE.
           MOVE RESTGAELD TO BELOEB-EDIT
           DISPLAY "Restgaeld:             " BELOEB-EDIT
           MOVE PAALOEBET-RENTE TO BELOEB-EDIT
           DISPLAY "Paaloebet rente:       " BELOEB-EDIT
               "  (" ANTAL-DAGE " dage fra "
               FUNCTION TRIM(RENTE-FRA-DATO) ")"
           MOVE INDFRI-BELOEB TO BELOEB-EDIT
           DISPLAY "Indfrielsesbeloeb pr. " INDFRI-DATO ": "
               BELOEB-EDIT
           DISPLAY "Afventende terminer: " ANTAL-AFVENTER
               "  misligholdte: " ANTAL-MISLIGH
               "  betalingskonto: " FUNCTION TRIM(BETAL-KONTO).

       VAELG-HANDLING.
           DISPLAY "I = indfri helt, E = ekstraordinaert afdrag, "
               "blank = kun visning: " WITH NO ADVANCING
           ACCEPT HANDLING
           EVALUATE TRUE
               WHEN ER-INDFRI
                   PERFORM INDFRI-LAAN
               WHEN ER-EKSTRA
                   PERFORM EKSTRA-AFDRAG
               WHEN OTHER
                   DISPLAY "Intet posteret."
                   MOVE 0 TO RETUR
           END-EVALUATE.

      * Fuld indfrielse: debiter betalingskontoen, nulstil og luk
      * laanekontoen, marker resterende terminer indfriet og frigiv
      * pantet.
       INDFRI-LAAN.
           MOVE INDFRI-BELOEB TO POSTERINGS-BELOEB
           MOVE ALL SPACES TO MARKERING
           STRING "INDFRI:" DELIMITED BY SIZE
               FUNCTION TRIM(SØGE-LAAN) DELIMITED BY SIZE
               INTO MARKERING
           END-STRING
           PERFORM DEBITER-BETALKONTO
           IF NOT ER-BETALT
               DISPLAY "Afvist: " FUNCTION TRIM(AARSAG) "."
           ELSE
               MOVE RESTGAELD TO POSTERINGS-BELOEB
               MOVE 0 TO NY-RESTGAELD
               MOVE "J" TO LAAN-LUKKET
               PERFORM KREDITER-LAANEKONTO

               MOVE INDFRI-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO YDELSE-TXT
               MOVE PAALOEBET-RENTE TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO RENTE-DEL-TXT
               MOVE RESTGAELD TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO AFDRAG-DEL-TXT
               MOVE "0.00" TO RESTGAELD-TXT
               MOVE "INDF" TO PLAN-FELT2
               PERFORM DAN-NY-PLANLINJE
               SET PLAN-INDFRI TO TRUE
               PERFORM OMSKRIV-PLAN

               PERFORM FRIGIV-PANT
               DISPLAY "Laan " FUNCTION TRIM(SØGE-LAAN)
                   " er indfriet og laanekontoen lukket. "
                   ANTAL-FRIGIVET " pant frigivet."
               MOVE 0 TO RETUR
           END-IF.

      * Ekstraordinaert afdrag: hele beloebet nedbringer
      * restgaelden, og de afventende terminer genberegnes.
       EKSTRA-AFDRAG.
           DISPLAY "Beloeb til ekstraordinaert afdrag: "
               WITH NO ADVANCING
           ACCEPT EKSTRA-TXT
           MOVE FUNCTION NUMVAL(EKSTRA-TXT) TO EKSTRA-BELOEB
           EVALUATE TRUE
               WHEN EKSTRA-BELOEB NOT > 0
                   DISPLAY "Afvist: beloebet skal vaere positivt."
               WHEN EKSTRA-BELOEB NOT < RESTGAELD
                   DISPLAY "Afvist: beloebet daekker hele "
                       "restgaelden - vaelg indfrielse (I)."
               WHEN ANTAL-MISLIGH > 0
                   DISPLAY "Afvist: laanet har misligholdte "
                       "terminer, som skal betales foerst."
               WHEN ANTAL-AFVENTER = 0
                   DISPLAY "Afvist: laanet har ingen afventende "
                       "terminer at genberegne."
               WHEN OTHER
                   DISPLAY "Y = behold ydelsen og afkort loebetiden, "
                       "L = behold loebetiden og nedsaet ydelsen: "
                       WITH NO ADVANCING
                   ACCEPT AFKORT-VALG
                   IF NOT BEHOLD-YDELSE AND NOT BEHOLD-LOEBETID
                       DISPLAY "Afvist: vaelg Y eller L."
                   ELSE
                       PERFORM BOGFOER-EKSTRA
                   END-IF
           END-EVALUATE.

       BOGFOER-EKSTRA.
           MOVE EKSTRA-BELOEB TO POSTERINGS-BELOEB
           MOVE ALL SPACES TO MARKERING
           STRING "EKSTRA:" DELIMITED BY SIZE
               FUNCTION TRIM(SØGE-LAAN) DELIMITED BY SIZE
               INTO MARKERING
           END-STRING
           PERFORM DEBITER-BETALKONTO
           IF NOT ER-BETALT
               DISPLAY "Afvist: " FUNCTION TRIM(AARSAG) "."
           ELSE
               COMPUTE NY-RESTGAELD = RESTGAELD - EKSTRA-BELOEB
               PERFORM KREDITER-LAANEKONTO

               MOVE EKSTRA-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO YDELSE-TXT
               MOVE "0.00" TO RENTE-DEL-TXT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO AFDRAG-DEL-TXT
               MOVE NY-RESTGAELD TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO RESTGAELD-TXT
               MOVE "EKS" TO PLAN-FELT2
               PERFORM DAN-NY-PLANLINJE

               COMPUTE MAANEDS-RENTE ROUNDED = AARLIG-RENTE / 12
               MOVE NY-RESTGAELD TO REST
               MOVE ANTAL-AFVENTER TO TERMINER-TILBAGE
               MOVE 0 TO ANTAL-NYE-TERMINER
               IF BEHOLD-YDELSE
                   MOVE GAELDENDE-YDELSE TO NY-YDELSE
               ELSE
                   COMPUTE FAKTOR ROUNDED =
                       1 - (1 + MAANEDS-RENTE)
                           ** (0 - ANTAL-AFVENTER)
                   COMPUTE NY-YDELSE ROUNDED =
                       REST * MAANEDS-RENTE / FAKTOR
               END-IF
               SET PLAN-EKSTRA TO TRUE
               PERFORM OMSKRIV-PLAN

               MOVE NY-RESTGAELD TO BELOEB-EDIT
               DISPLAY "Ekstraordinaert afdrag bogfoert. Ny "
                   "restgaeld: " FUNCTION TRIM(BELOEB-EDIT)
               MOVE NY-YDELSE TO BELOEB-EDIT
               DISPLAY "Resterende terminer: " ANTAL-NYE-TERMINER
                   " a " FUNCTION TRIM(BELOEB-EDIT)
                   " (sidste termin reguleret)."
               MOVE 0 TO RETUR
           END-IF.

      * Debiter betalingskontoen med LAANBATCH's kontroller
      * (spaerret, lukket, overtraeksgraense).
       DEBITER-BETALKONTO.
           MOVE "N" TO BETALING-OK
           MOVE SPACES TO AARSAG
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
               MOVE "konti.txt mangler" TO AARSAG
           ELSE
               MOVE FUNCTION NUMVAL(BETAL-KONTO) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       MOVE "betalingskontoen findes ikke"
                           TO AARSAG
                   NOT INVALID KEY
                       PERFORM SKIL-KONTOLINJE
                       EVALUATE TRUE
                           WHEN KONTO-FELT6 = "J"
                               OR KONTO-FELT6 = "j"
                               MOVE "betalingskontoen er spaerret"
                                   TO AARSAG
                           WHEN KONTO-FELT9 = "J"
                               OR KONTO-FELT9 = "j"
                               MOVE "betalingskontoen er lukket"
                                   TO AARSAG
                           WHEN (FUNCTION NUMVAL(KONTO-FELT4)
                               - POSTERINGS-BELOEB) <
                               (0 - FUNCTION NUMVAL(KONTO-FELT7))
                               MOVE "ikke daekning paa kontoen"
                                   TO AARSAG
                           WHEN OTHER
                               COMPUTE NY-SALDO =
                                   FUNCTION NUMVAL(KONTO-FELT4)
                                   - POSTERINGS-BELOEB
                               PERFORM SKRIV-KONTOLINJE
                               MOVE "J" TO BETALING-OK
                               MOVE POSTERINGS-BELOEB TO BELOEB-EDIT
                               MOVE FUNCTION TRIM(BELOEB-EDIT)
                                   TO BELOEB-TXT
                               MOVE FUNCTION TRIM(BETAL-KONTO)
                                   TO HIST-FELT1
                               MOVE "LAAN-YDELSE" TO HIST-FELT3
                               MOVE MARKERING TO HIST-FELT8
                               PERFORM SKRIV-HISTORIKLINJE
                       END-EVALUATE
               END-READ
               CLOSE KONTOFIL
           END-IF.

      * Krediter laanekontoen; ved fuld indfrielse lukkes kontoen
      * samtidig som i LUKKEKONTO (Lukket = J, lukkedato).
       KREDITER-LAANEKONTO.
           OPEN I-O KONTOFIL
           MOVE FUNCTION NUMVAL(SØGE-LAAN) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
                   COMPUTE NY-SALDO =
                       FUNCTION NUMVAL(KONTO-FELT4)
                       + POSTERINGS-BELOEB
                   IF ER-LAAN-LUKKET AND NY-SALDO = 0
                       MOVE "J" TO KONTO-FELT9
                       MOVE NU-DATO-TXT TO KONTO-FELT10
                   END-IF
                   PERFORM SKRIV-KONTOLINJE
                   MOVE POSTERINGS-BELOEB TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
                   MOVE FUNCTION TRIM(SØGE-LAAN) TO HIST-FELT1
                   MOVE "LAAN-AFDRAG" TO HIST-FELT3
                   MOVE SPACES TO HIST-FELT8
                   PERFORM SKRIV-HISTORIKLINJE
           END-READ
           CLOSE KONTOFIL.

      * B-linjen for indfrielsen/afdraget; den skrives i planen
      * lige foer laanets foerste ikke-betalte termin.
       DAN-NY-PLANLINJE.
           MOVE ALL SPACES TO NY-PLANLINJE
           STRING
               FUNCTION TRIM(SØGE-LAAN) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT2) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(YDELSE-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RENTE-DEL-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(AFDRAG-DEL-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(RESTGAELD-TXT) DELIMITED BY SIZE
               ";B"
               INTO NY-PLANLINJE
           END-STRING.

      * Planen genskrives via temp-fil/FILSKIFT som i LAANBATCH.
      * Andre laans linjer og laanets betalte terminer kopieres
      * uaendret.
       OMSKRIV-PLAN.
           MOVE "N" TO NY-LINJE-SKREVET
           MOVE "N" TO EOF-FLAG
           OPEN OUTPUT PLANTEMP
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PLANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(PLAN-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM OMSKRIV-TERMIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF
           IF NOT ER-NY-LINJE-SKREVET
               WRITE PLANTEMP-LINJE FROM NY-PLANLINJE
           END-IF
           CLOSE PLANTEMP

           MOVE "S" TO FS-HANDLING
           MOVE "laaneplan_tmp.txt" TO FS-KILDE
           MOVE "laaneplan.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       OMSKRIV-TERMIN.
           PERFORM SKIL-PLANLINJE
           IF FUNCTION NUMVAL(PLAN-FELT1) NOT =
               FUNCTION NUMVAL(SØGE-LAAN)
               OR PLAN-FELT8 = "B" OR PLAN-FELT8 = "b"
               OR PLAN-FELT8 = "I" OR PLAN-FELT8 = "i"
               WRITE PLANTEMP-LINJE FROM PLAN-LINJE
           ELSE
               IF NOT ER-NY-LINJE-SKREVET
                   WRITE PLANTEMP-LINJE FROM NY-PLANLINJE
                   SET ER-NY-LINJE-SKREVET TO TRUE
               END-IF
               IF PLAN-INDFRI
                   MOVE "I" TO PLAN-FELT8
                   PERFORM SKRIV-PLANLINJE
               ELSE
                   PERFORM GENBEREGN-TERMIN
               END-IF
           END-IF.

      * En afventende termin efter ekstraordinaert afdrag. Med
      * uaendret ydelse (Y) bliver terminen den sidste, naar
      * restgaelden plus renten kan daekkes af ydelsen; resten af
      * planen udgaar. Med uaendret loebetid (L) reguleres den
      * oprindelige sidste termin, saa restgaelden rammer nul.
       GENBEREGN-TERMIN.
           IF REST NOT > 0
               CONTINUE
           ELSE
               COMPUTE RENTE-DEL ROUNDED = REST * MAANEDS-RENTE
               IF TERMINER-TILBAGE NOT > 1
                   OR (BEHOLD-YDELSE
                       AND REST + RENTE-DEL NOT > NY-YDELSE)
                   MOVE REST TO AFDRAG-DEL
                   COMPUTE YDELSE = AFDRAG-DEL + RENTE-DEL
               ELSE
                   MOVE NY-YDELSE TO YDELSE
                   COMPUTE AFDRAG-DEL = YDELSE - RENTE-DEL
               END-IF
               SUBTRACT AFDRAG-DEL FROM REST
               SUBTRACT 1 FROM TERMINER-TILBAGE
               ADD 1 TO ANTAL-NYE-TERMINER

               MOVE YDELSE TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT4
               MOVE RENTE-DEL TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT5
               MOVE AFDRAG-DEL TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT6
               MOVE REST TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO PLAN-FELT7
               MOVE "A" TO PLAN-FELT8
               PERFORM SKRIV-PLANLINJE
           END-IF.

      * Laanets pant frigives: linjerne fjernes fra pant.txt, og
      * hver frigivelse logges i pantlog.txt med den sidste
      * vurdering (samme linjeformat som PANTADMIN's revurdering).
       FRIGIV-PANT.
           MOVE 0 TO ANTAL-FRIGIVET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PANTFIL
           IF PANTFIL-STATUS = "35"
               CLOSE PANTFIL
           ELSE
               OPEN OUTPUT PANTTEMP
               OPEN EXTEND PANTLOGFIL
               IF PANTLOGFIL-STATUS = "35"
                   OPEN OUTPUT PANTLOGFIL
               END-IF
               PERFORM UNTIL EOF
                   READ PANTFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM FRIGIV-EN-PANTLINJE
                   END-READ
               END-PERFORM
               CLOSE PANTFIL
               CLOSE PANTTEMP
               CLOSE PANTLOGFIL
               IF ANTAL-FRIGIVET > 0
                   MOVE "S" TO FS-HANDLING
                   MOVE "pant_tmp.txt" TO FS-KILDE
                   MOVE "pant.txt" TO FS-MAAL
                   CALL "FILSKIFT" USING FS-HANDLING FS-KILDE
                       FS-MAAL FS-RETUR
               END-IF
           END-IF.

       FRIGIV-EN-PANTLINJE.
           MOVE FUNCTION TRIM(PANT-LINJE) TO TRIM-LINJE
           IF TRIM-LINJE = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO PANT-FELT6
               UNSTRING PANT-LINJE
                   DELIMITED BY ";"
                   INTO PANT-FELT1 PANT-FELT2 PANT-FELT3 PANT-FELT4
                        PANT-FELT5 PANT-FELT6
               IF FUNCTION NUMVAL(PANT-FELT2) =
                   FUNCTION NUMVAL(SØGE-LAAN)
                   ADD 1 TO ANTAL-FRIGIVET
                   PERFORM SKRIV-PANTLOG
               ELSE
                   WRITE PANTTEMP-LINJE FROM PANT-LINJE
               END-IF
           END-IF.

       SKRIV-PANTLOG.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO LINJE
           STRING
               NU-AAR DELIMITED BY SIZE
               "-"
               NU-MAANED DELIMITED BY SIZE
               "-"
               NU-DAG DELIMITED BY SIZE
               " "
               NU-TIME DELIMITED BY SIZE
               ":"
               NU-MIN DELIMITED BY SIZE
               ":"
               NU-SEK DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PANT-FELT1) DELIMITED BY SIZE
               ";FRIGIVET;"
               FUNCTION TRIM(PANT-FELT5) DELIMITED BY SIZE
               ";INDFRIET LAAN "
               FUNCTION TRIM(SØGE-LAAN) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE PANTLOG-LINJE FROM LINJE.

       SKIL-PLANLINJE.
           MOVE SPACES TO PLAN-FELT8
           UNSTRING PLAN-LINJE
               DELIMITED BY ";"
               INTO PLAN-FELT1 PLAN-FELT2 PLAN-FELT3 PLAN-FELT4
                    PLAN-FELT5 PLAN-FELT6 PLAN-FELT7 PLAN-FELT8.

       SKRIV-PLANLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(PLAN-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(PLAN-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE PLANTEMP-LINJE FROM LINJE.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10
                    KONTO-FELT11.

       SKRIV-KONTOLINJE.
           MOVE NY-SALDO TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO NY-SALDO-TXT
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

      * Historiklinje med krydsreference i ottende felt, naar
      * HIST-FELT8 er sat.
       SKRIV-HISTORIKLINJE.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           IF HIST-FELT8 = SPACES
               STRING
                   FUNCTION TRIM(HIST-FELT1) DELIMITED BY SIZE
                   ";"
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(HIST-FELT1) DELIMITED BY SIZE
                   ";"
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(HIST-FELT3) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
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
           END-IF
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.
