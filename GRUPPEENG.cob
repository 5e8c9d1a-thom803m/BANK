       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPPEENG.

      *> Delt opgoerelse af en kundegruppes samlede engagement (se
      *> GRUPPEREC.cpy). Kaldes af GRUPPEADMIN og GRUPPERAP og af
      *> OPRETLAAN og KREDITSAG foer et nyt laan eller en hoejere
      *> overtraeksgraense bevilges, saa graensen holdes for hele
      *> husstanden eller koncernen og ikke kun for den enkelte kunde.
      *>
      *> Kald: CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
      *>       GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
      *>       GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR
      *> Er GE-KUNDE-ID udfyldt, findes kundens aktive gruppe; ellers
      *> bruges GE-GRUPPE-ID direkte. Med i gruppens engagement er
      *> hver ikke-lukket konto hvor ejer eller medejer er aktivt
      *> medlem (kontoen taeller een gang):
      *>   laanekonti:  restgaelden fra laaneplan.txt (sidste betalte
      *>                termin, ellers hovedstolen - som PANTRAP);
      *>   andre konti: den bevilgede overtraeksgraense
      *>                (KONTO-FELT7), eller den negative saldo hvis
      *>                kontoen er trukket ud over graensen.
      *> GE-BEVILGET og GE-NEGATIV er summen af graenserne og af de
      *> negative saldi (til orientering), GE-PANT summen af
      *> pantvurderingerne i pant.txt paa gruppens laan. Beloeb i
      *> fremmed valuta omregnes til DKK via VALUTAKURS.
      *> GE-GRAENSE er gruppens egen graense eller, hvis den er blank,
      *> storengagementsgraensen GE-STORGRAENSE fra gruppekonfig.txt
      *> ("STORENGAGEMENT;10000000.00" - oprettes hvis filen mangler).
      *> Retur: 0 = gruppe fundet, 1 = kunden er ikke i nogen aktiv
      *> gruppe / gruppen findes ikke (beloebene er da 0).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPPEFIL ASSIGN TO "grupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUPPEFIL-STATUS.
           SELECT MEDLEMFIL ASSIGN TO "gruppemedlem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEDLEMFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT PANTFIL ASSIGN TO "pant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTFIL-STATUS.
           SELECT KONFIGFIL ASSIGN TO "gruppekonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPPEFIL.
       01 GRUPPE-LINJE     PIC X(200).

       FD MEDLEMFIL.
       01 MEDLEM-LINJE     PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(200).

       FD PANTFIL.
       01 PANT-LINJE       PIC X(200).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "GRUPPEREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "LAANREC.cpy".

       01 GRUPPEFIL-STATUS PIC XX.
       01 MEDLEMFIL-STATUS PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 PANTFIL-STATUS   PIC XX.
       01 KONFIGFIL-STATUS PIC XX.

       01 PANT-FELT1       PIC X(10).
       01 PANT-FELT2       PIC X(10).
       01 PANT-FELT3       PIC X(20).
       01 PANT-FELT4       PIC X(40).
       01 PANT-FELT5       PIC X(15).
       01 PANT-FELT6       PIC X(10).

       01 KONFIG-NOEGLE    PIC X(20).
       01 KONFIG-VAERDI    PIC X(20).
       01 STORGRAENSE      PIC S9(13)V99 VALUE 10000000.

       01 SOEG-GRUPPE      PIC X(10).
       01 GRUPPE-FUNDET    PIC X VALUE "N".
          88 GRUPPE-ER-FUNDET VALUE "J".

      * Gruppens aktive medlemmer.
       01 MED-ANTAL        PIC 9(4) VALUE 0.
       01 MED-TABEL.
          05 MED-KUNDE     PIC 9(7) OCCURS 500 TIMES.
       01 MED-IX           PIC 9(4).
       01 MED-IX2          PIC 9(4).
       01 ER-MEDLEM        PIC X.

      * Gruppens laanekonti med restgaeld fra laaneplanen.
       01 LN-ANTAL         PIC 9(4) VALUE 0.
       01 LN-TABEL.
          05 LN-POST OCCURS 500 TIMES.
             10 LN-KONTO     PIC 9(7).
             10 LN-VALUTA    PIC X(5).
             10 LN-HOVEDSTOL PIC S9(11)V99.
             10 LN-REST      PIC S9(11)V99.
             10 LN-FOERSTE   PIC X.
             10 LN-BETALT    PIC X.
             10 LN-DATO      PIC X(10).
       01 LN-IX            PIC 9(4).
       01 LN-FUNDET        PIC 9(4).

       01 KONTO-VALUTA     PIC X(5).
       01 KONTO-SALDO      PIC S9(11)V99.
       01 KONTO-GRAENSE    PIC S9(11)V99.
       01 KONTO-ENG        PIC S9(11)V99.
       01 DKK-BELOEB       PIC S9(11)V99.

       01 VK-FRA           PIC X(5).
       01 VK-TIL           PIC X(5).
       01 VK-BELOEB-IND    PIC S9(11)V99.
       01 VK-BELOEB-UD     PIC S9(11)V99.
       01 VK-RETUR         PIC 9.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       LINKAGE SECTION.
       01 GE-KUNDE-ID      PIC X(10).
       01 GE-GRUPPE-ID     PIC X(10).
       01 GE-GRUPPE-NAVN   PIC X(40).
       01 GE-GRAENSE       PIC S9(13)V99.
       01 GE-STORGRAENSE   PIC S9(13)V99.
       01 GE-RESTGAELD     PIC S9(13)V99.
       01 GE-BEVILGET      PIC S9(13)V99.
       01 GE-NEGATIV       PIC S9(13)V99.
       01 GE-PANT          PIC S9(13)V99.
       01 GE-ENGAGEMENT    PIC S9(13)V99.
       01 GE-RETUR         PIC 9.

       PROCEDURE DIVISION USING GE-KUNDE-ID GE-GRUPPE-ID
           GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
           GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR.

           MOVE 1 TO GE-RETUR
           MOVE "N" TO GRUPPE-FUNDET
           MOVE SPACES TO GE-GRUPPE-NAVN
           MOVE 0 TO GE-GRAENSE GE-RESTGAELD GE-BEVILGET GE-NEGATIV
               GE-PANT GE-ENGAGEMENT

           PERFORM SIKR-KONFIGFIL
           PERFORM LAES-KONFIG
           MOVE STORGRAENSE TO GE-STORGRAENSE

           IF FUNCTION TRIM(GE-KUNDE-ID) NOT = SPACES
               PERFORM FIND-KUNDENS-GRUPPE
               MOVE SOEG-GRUPPE TO GE-GRUPPE-ID
           ELSE
               MOVE GE-GRUPPE-ID TO SOEG-GRUPPE
           END-IF

           IF FUNCTION TRIM(SOEG-GRUPPE) NOT = SPACES
               PERFORM FIND-GRUPPE
           END-IF

           IF GRUPPE-ER-FUNDET
               MOVE GRP-FELT2 TO GE-GRUPPE-NAVN
               IF FUNCTION TRIM(GRP-FELT4) = SPACES
                   MOVE 0 TO GE-GRAENSE
               ELSE
                   MOVE FUNCTION NUMVAL(GRP-FELT4) TO GE-GRAENSE
               END-IF
               IF GE-GRAENSE NOT > 0
                   MOVE STORGRAENSE TO GE-GRAENSE
               END-IF
               PERFORM INDLAES-MEDLEMMER
               PERFORM SUMMER-KONTI
               IF LN-ANTAL > 0
                   PERFORM SUMMER-LAANEPLAN
                   PERFORM SUMMER-PANT
               END-IF
               COMPUTE GE-ENGAGEMENT = GE-ENGAGEMENT + GE-RESTGAELD
               MOVE 0 TO GE-RETUR
           END-IF
           EXIT PROGRAM.

      * Kundens aktive tilknytning; en kunde kan kun vaere aktiv i
      * een gruppe ad gangen (GRUPPEADMIN haandhaever det).
       FIND-KUNDENS-GRUPPE.
           MOVE SPACES TO SOEG-GRUPPE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MEDLEMFIL
           IF MEDLEMFIL-STATUS = "35"
               CLOSE MEDLEMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MEDLEMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MEDLEM-LINJE)) > 0
                               PERFORM SKIL-MEDLEMLINJE
                               IF GM-FELT6 = "A"
                                   AND FUNCTION NUMVAL(GM-FELT2) =
                                       FUNCTION NUMVAL(GE-KUNDE-ID)
                                   MOVE GM-FELT1 TO SOEG-GRUPPE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDLEMFIL
           END-IF.

       FIND-GRUPPE.
           MOVE "N" TO GRUPPE-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GRUPPEFIL
           IF GRUPPEFIL-STATUS = "35"
               CLOSE GRUPPEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ GRUPPEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GRUPPE-LINJE)) > 0
                               MOVE SPACES TO GRP-FELT4 GRP-FELT5
                                   GRP-FELT6 GRP-FELT7
                               UNSTRING GRUPPE-LINJE
                                   DELIMITED BY ";"
                                   INTO GRP-FELT1 GRP-FELT2 GRP-FELT3
                                        GRP-FELT4 GRP-FELT5 GRP-FELT6
                                        GRP-FELT7
                               IF FUNCTION TRIM(GRP-FELT1) =
                                   FUNCTION TRIM(SOEG-GRUPPE)
                                   AND GRP-FELT7 = "A"
                                   SET GRUPPE-ER-FUNDET TO TRUE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPPEFIL
           END-IF.

       INDLAES-MEDLEMMER.
           MOVE 0 TO MED-ANTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MEDLEMFIL
           IF MEDLEMFIL-STATUS = "35"
               CLOSE MEDLEMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MEDLEMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MEDLEM-LINJE)) > 0
                               PERFORM SKIL-MEDLEMLINJE
                               IF GM-FELT6 = "A"
                                   AND FUNCTION TRIM(GM-FELT1) =
                                       FUNCTION TRIM(SOEG-GRUPPE)
                                   AND MED-ANTAL < 500
                                   ADD 1 TO MED-ANTAL
                                   MOVE FUNCTION NUMVAL(GM-FELT2)
                                       TO MED-KUNDE(MED-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDLEMFIL
           END-IF.

      * Medlemmernes konti findes via ejernoeglerne i konti.txt:
      * foerst de konti medlemmet ejer, saa dem det er medejer af.
      * En konto taelles under ejeren, saa under medejer-noeglen
      * springes konti over hvis ejeren selv er medlem. Laanekonti
      * gemmes til laaneplanen, de oevrige bidrager med graense
      * eller negativ saldo.
       SUMMER-KONTI.
           MOVE 0 TO LN-ANTAL
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM VARYING MED-IX FROM 1 BY 1
                       UNTIL MED-IX > MED-ANTAL
                   PERFORM SUMMER-MEDLEMS-KONTI
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       SUMMER-MEDLEMS-KONTI.
           MOVE "N" TO EOF-FLAG
           MOVE MED-KUNDE(MED-IX) TO KONTO-EJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-EJER-ID = MED-KUNDE(MED-IX)
                           PERFORM VURDER-KONTO
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           MOVE MED-KUNDE(MED-IX) TO KONTO-MEDEJER-ID
           START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
               INVALID KEY SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ KONTOFIL NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF KONTO-MEDEJER-ID = MED-KUNDE(MED-IX)
                           PERFORM TJEK-EJER-MEDLEM
                           IF ER-MEDLEM = "N"
                               PERFORM VURDER-KONTO
                           END-IF
                       ELSE
                           SET EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       TJEK-EJER-MEDLEM.
           MOVE "N" TO ER-MEDLEM
           PERFORM VARYING MED-IX2 FROM 1 BY 1
                   UNTIL MED-IX2 > MED-ANTAL OR ER-MEDLEM = "J"
               IF KONTO-EJER-ID = MED-KUNDE(MED-IX2)
                   MOVE "J" TO ER-MEDLEM
               END-IF
           END-PERFORM.

       VURDER-KONTO.
           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9 KONTO-FELT10
               KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10 KONTO-FELT11
           IF KONTO-FELT9 NOT = "J" AND KONTO-FELT9 NOT = "j"
               PERFORM TAEL-KONTO
           END-IF.

       TAEL-KONTO.
           IF FUNCTION TRIM(KONTO-FELT5) = SPACES
               MOVE "DKK" TO KONTO-VALUTA
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT5))
                   TO KONTO-VALUTA
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3)) = "LAAN"
               IF LN-ANTAL < 500
                   ADD 1 TO LN-ANTAL
                   MOVE FUNCTION NUMVAL(KONTO-FELT1)
                       TO LN-KONTO(LN-ANTAL)
                   MOVE KONTO-VALUTA TO LN-VALUTA(LN-ANTAL)
                   MOVE 0 TO LN-HOVEDSTOL(LN-ANTAL)
                   MOVE 0 TO LN-REST(LN-ANTAL)
                   MOVE "N" TO LN-FOERSTE(LN-ANTAL)
                   MOVE "N" TO LN-BETALT(LN-ANTAL)
                   MOVE SPACES TO LN-DATO(LN-ANTAL)
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
               IF FUNCTION TRIM(KONTO-FELT7) = SPACES
                   MOVE 0 TO KONTO-GRAENSE
               ELSE
                   MOVE FUNCTION NUMVAL(KONTO-FELT7) TO KONTO-GRAENSE
               END-IF
               MOVE KONTO-GRAENSE TO KONTO-ENG
               IF KONTO-SALDO < 0
                   AND 0 - KONTO-SALDO > KONTO-ENG
                   COMPUTE KONTO-ENG = 0 - KONTO-SALDO
               END-IF
               MOVE KONTO-GRAENSE TO VK-BELOEB-IND
               PERFORM OMREGN-DKK
               ADD DKK-BELOEB TO GE-BEVILGET
               IF KONTO-SALDO < 0
                   COMPUTE VK-BELOEB-IND = 0 - KONTO-SALDO
                   PERFORM OMREGN-DKK
                   ADD DKK-BELOEB TO GE-NEGATIV
               END-IF
               MOVE KONTO-ENG TO VK-BELOEB-IND
               PERFORM OMREGN-DKK
               ADD DKK-BELOEB TO GE-ENGAGEMENT
           END-IF.

       OMREGN-DKK.
           IF KONTO-VALUTA = "DKK" OR VK-BELOEB-IND = 0
               MOVE VK-BELOEB-IND TO DKK-BELOEB
           ELSE
               MOVE KONTO-VALUTA TO VK-FRA
               MOVE "DKK" TO VK-TIL
               CALL "VALUTAKURS" USING VK-FRA VK-TIL VK-BELOEB-IND
                   VK-BELOEB-UD VK-RETUR
               MOVE VK-BELOEB-UD TO DKK-BELOEB
           END-IF.

      * Restgaeld pr. laan: sidste betalte termin, ellers
      * hovedstolen (foerste termins restgaeld plus afdrag).
       SUMMER-LAANEPLAN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PLANFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PLAN-LINJE)) > 0
                               PERFORM VURDER-TERMIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-ANTAL
               IF LN-BETALT(LN-IX) NOT = "J"
                   MOVE LN-HOVEDSTOL(LN-IX) TO LN-REST(LN-IX)
               END-IF
               MOVE LN-VALUTA(LN-IX) TO KONTO-VALUTA
               MOVE LN-REST(LN-IX) TO VK-BELOEB-IND
               PERFORM OMREGN-DKK
               ADD DKK-BELOEB TO GE-RESTGAELD
           END-PERFORM.

       VURDER-TERMIN.
           UNSTRING PLAN-LINJE
               DELIMITED BY ";"
               INTO PLAN-FELT1 PLAN-FELT2 PLAN-FELT3 PLAN-FELT4
                    PLAN-FELT5 PLAN-FELT6 PLAN-FELT7 PLAN-FELT8
           PERFORM FIND-LAAN
           IF LN-FUNDET > 0
               IF LN-FOERSTE(LN-FUNDET) NOT = "J"
                   MOVE "J" TO LN-FOERSTE(LN-FUNDET)
                   COMPUTE LN-HOVEDSTOL(LN-FUNDET) =
                       FUNCTION NUMVAL(PLAN-FELT7)
                       + FUNCTION NUMVAL(PLAN-FELT6)
               END-IF
               IF PLAN-FELT8 = "B" OR PLAN-FELT8 = "b"
                   IF LN-BETALT(LN-FUNDET) NOT = "J"
                       OR FUNCTION TRIM(PLAN-FELT3)
                           NOT < LN-DATO(LN-FUNDET)
                       MOVE "J" TO LN-BETALT(LN-FUNDET)
                       MOVE FUNCTION TRIM(PLAN-FELT3)
                           TO LN-DATO(LN-FUNDET)
                       MOVE FUNCTION NUMVAL(PLAN-FELT7)
                           TO LN-REST(LN-FUNDET)
                   END-IF
               END-IF
           END-IF.

       FIND-LAAN.
           MOVE 0 TO LN-FUNDET
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-ANTAL OR LN-FUNDET > 0
               IF FUNCTION NUMVAL(PLAN-FELT1) = LN-KONTO(LN-IX)
                   MOVE LN-IX TO LN-FUNDET
               END-IF
           END-PERFORM.

      * Pantvurderingerne paa gruppens laan (pant.txt er i kr.).
       SUMMER-PANT.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PANTFIL
           IF PANTFIL-STATUS = "35"
               CLOSE PANTFIL
           ELSE
               PERFORM UNTIL EOF
                   READ PANTFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PANT-LINJE)) > 0
                               MOVE SPACES TO PANT-FELT6
                               UNSTRING PANT-LINJE
                                   DELIMITED BY ";"
                                   INTO PANT-FELT1 PANT-FELT2
                                        PANT-FELT3 PANT-FELT4
                                        PANT-FELT5 PANT-FELT6
                               MOVE PANT-FELT2 TO PLAN-FELT1
                               PERFORM FIND-LAAN
                               IF LN-FUNDET > 0
                                   ADD FUNCTION NUMVAL(PANT-FELT5)
                                       TO GE-PANT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PANTFIL
           END-IF.

       SKIL-MEDLEMLINJE.
           MOVE SPACES TO GM-FELT4 GM-FELT5 GM-FELT6 GM-FELT7
           UNSTRING MEDLEM-LINJE
               DELIMITED BY ";"
               INTO GM-FELT1 GM-FELT2 GM-FELT3 GM-FELT4
                    GM-FELT5 GM-FELT6 GM-FELT7.

       SIKR-KONFIGFIL.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "STORENGAGEMENT;10000000.00" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
           ELSE
               CLOSE KONFIGFIL
           END-IF.

       LAES-KONFIG.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONFIGFIL
           PERFORM UNTIL EOF
               READ KONFIGFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                           UNSTRING KONFIG-LINJE
                               DELIMITED BY ";"
                               INTO KONFIG-NOEGLE KONFIG-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(KONFIG-NOEGLE))
                               = "STORENGAGEMENT"
                               MOVE FUNCTION NUMVAL(KONFIG-VAERDI)
                                   TO STORGRAENSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIGFIL.
