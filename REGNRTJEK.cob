       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNRTJEK.

      *> Delt kontrol af et udgaaende (eller indgaaende) reg.nr. og
      *> kontonummer mod pengeinstitutregisteret
      *> pengeinstitutter.txt, en linje pr. registreringsnummer:
      *>   REGNR;BANKNAVN;MODULUSREGEL;AKTIV-FRA;AKTIV-TIL
      *> (datoer AAAA-MM-DD, tom AKTIV-TIL = uden udloeb). Registeret
      *> vedligeholdes og indlaeses fra sektorens periodiske fil i
      *> REGNRADMIN. Reg.nr. skal vaere fire cifre; kontonummeret
      *> op til ti cifre og stilles foranstillede nuller paa foer
      *> kontrollen. Modulusreglerne:
      *>   0 = ingen kontrol af kontonummeret
      *>   1 = modulus 11 over reg.nr.'s sidste ciffer og de ti
      *>       kontocifre, vaegte 5,4,3,2,7,6,5,4,3,2,1
      *>   2 = modulus 11 over de ti kontocifre, vaegte
      *>       4,3,2,7,6,5,4,3,2,1
      *>   3 = modulus 10 (Luhn) over de ti kontocifre
      *> Er kontonummeret blankt, kontrolleres kun reg.nr. (bruges
      *> af CLEARIND naar afsenderens kontonummer ikke er oplyst).
      *> Datoen er den dag betalingen skal afvikles (blank = i dag).
      *> Banknavnet returneres naar reg.nr. findes, saa skaermen kan
      *> vise det til bekraeftelse.
      *> Kaldes af UDBETAL, FASTORDRE, FASTKOER (via EKSTUDPOST) og
      *> CLEARIND.
      *> Retur: 0 = godkendt, 1 = ukendt reg.nr., 2 = reg.nr. ikke
      *> aktivt paa datoen, 3 = kontonummeret fejler modulus-
      *> kontrollen, 4 = ugyldigt format, 5 = intet register
      *> indlaest (IKKE kontrolleret - kalderen afgoer om det er
      *> en advarsel).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGNRFIL ASSIGN TO "pengeinstitutter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGNRFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGNRFIL.
       01 REGNR-LINJE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 REGNRFIL-STATUS  PIC XX.

       01 REG-FELT1        PIC X(10).
       01 REG-FELT2        PIC X(40).
       01 REG-FELT3        PIC X(5).
       01 REG-FELT4        PIC X(10).
       01 REG-FELT5        PIC X(10).

       01 REG-EOF-FLAG     PIC X VALUE "N".
          88 REG-EOF       VALUE "Y".
       01 REG-FUNDET       PIC X VALUE "N".
          88 REG-ER-FUNDET VALUE "J".

       01 KONTROL-DATO     PIC X(10).
       01 REGEL            PIC X.
       01 AKTIV-FRA        PIC X(10).
       01 AKTIV-TIL        PIC X(10).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).

      * Reg.nr. og kontonummer renset for mellemrum og stillet med
      * foranstillede nuller.
       01 REGNR-REN        PIC X(4).
       01 KONTONR-REN      PIC X(10).
       01 KONTONR-LAENGDE  PIC 9(2).
       01 KONTONR-START    PIC 9(2).

      * Cifrene der kontrolleres: reg.nr.'s sidste ciffer foran de
      * ti kontocifre.
       01 TJEK-CIFRE.
          05 TJEK-CIFFER OCCURS 11 TIMES PIC 9.
       01 IX               PIC 9(2).
       01 TJEK-SUM         PIC 9(5).
       01 TJEK-PRODUKT     PIC 9(3).
       01 TJEK-REST        PIC 9(3).
       01 TJEK-KVOTIENT    PIC 9(5).

       01 VAEGTE-REGEL1    PIC X(11) VALUE "54327654321".
       01 VAEGT-TABEL1     REDEFINES VAEGTE-REGEL1.
          05 VAEGT1 OCCURS 11 TIMES PIC 9.
       01 VAEGTE-REGEL2    PIC X(10) VALUE "4327654321".
       01 VAEGT-TABEL2     REDEFINES VAEGTE-REGEL2.
          05 VAEGT2 OCCURS 10 TIMES PIC 9.

       LINKAGE SECTION.
       01 RT-REGNR         PIC X(4).
       01 RT-KONTONR       PIC X(10).
       01 RT-DATO          PIC X(10).
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.

       PROCEDURE DIVISION USING RT-REGNR RT-KONTONR RT-DATO
           RT-BANKNAVN RT-RETUR.

           MOVE 0 TO RT-RETUR
           MOVE SPACES TO RT-BANKNAVN

           IF RT-DATO = SPACES
               MOVE FUNCTION CURRENT-DATE TO NU
               MOVE ALL SPACES TO KONTROL-DATO
               STRING
                   NU-AAR DELIMITED BY SIZE
                   "-"
                   NU-MAANED DELIMITED BY SIZE
                   "-"
                   NU-DAG DELIMITED BY SIZE
                   INTO KONTROL-DATO
               END-STRING
           ELSE
               MOVE RT-DATO TO KONTROL-DATO
           END-IF

           PERFORM RENS-FORMAT
           IF RT-RETUR = 0
               PERFORM FIND-REGNR
           END-IF
           IF RT-RETUR = 0
               AND FUNCTION TRIM(RT-KONTONR) NOT = SPACES
               PERFORM MODULUS-KONTROL
           END-IF

           EXIT PROGRAM.

      * Reg.nr. skal vaere fire cifre; kontonummeret op til ti
      * cifre (blankt er tilladt - saa kontrolleres kun reg.nr.).
       RENS-FORMAT.
           MOVE FUNCTION TRIM(RT-REGNR) TO REGNR-REN
           IF FUNCTION LENGTH(FUNCTION TRIM(RT-REGNR)) NOT = 4
               OR REGNR-REN IS NOT NUMERIC
               MOVE 4 TO RT-RETUR
           END-IF

           MOVE ALL "0" TO KONTONR-REN
           IF RT-RETUR = 0
               AND FUNCTION TRIM(RT-KONTONR) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RT-KONTONR))
                   TO KONTONR-LAENGDE
               COMPUTE KONTONR-START = 11 - KONTONR-LAENGDE
               MOVE FUNCTION TRIM(RT-KONTONR)
                   TO KONTONR-REN(KONTONR-START:KONTONR-LAENGDE)
               IF KONTONR-REN IS NOT NUMERIC
                   MOVE 4 TO RT-RETUR
               END-IF
           END-IF.

      * Slaa reg.nr. op i registeret og tjek aktivperioden.
       FIND-REGNR.
           MOVE "N" TO REG-FUNDET
           MOVE "N" TO REG-EOF-FLAG
           OPEN INPUT REGNRFIL
           IF REGNRFIL-STATUS = "35"
               CLOSE REGNRFIL
               MOVE 5 TO RT-RETUR
           ELSE
               PERFORM UNTIL REG-EOF OR REG-ER-FUNDET
                   READ REGNRFIL
                       AT END SET REG-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-FELT1
                           MOVE SPACES TO REG-FELT2
                           MOVE SPACES TO REG-FELT3
                           MOVE SPACES TO REG-FELT4
                           MOVE SPACES TO REG-FELT5
                           UNSTRING REGNR-LINJE
                               DELIMITED BY ";"
                               INTO REG-FELT1 REG-FELT2 REG-FELT3
                                    REG-FELT4 REG-FELT5
                           IF FUNCTION TRIM(REG-FELT1) = REGNR-REN
                               SET REG-ER-FUNDET TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGNRFIL

               IF NOT REG-ER-FUNDET
                   MOVE 1 TO RT-RETUR
               ELSE
                   MOVE FUNCTION TRIM(REG-FELT2) TO RT-BANKNAVN
                   MOVE FUNCTION TRIM(REG-FELT3) TO REGEL
                   MOVE FUNCTION TRIM(REG-FELT4) TO AKTIV-FRA
                   MOVE FUNCTION TRIM(REG-FELT5) TO AKTIV-TIL
                   IF AKTIV-FRA NOT = SPACES
                       AND AKTIV-FRA > KONTROL-DATO
                       MOVE 2 TO RT-RETUR
                   END-IF
                   IF AKTIV-TIL NOT = SPACES
                       AND AKTIV-TIL < KONTROL-DATO
                       MOVE 2 TO RT-RETUR
                   END-IF
               END-IF
           END-IF.

       MODULUS-KONTROL.
           MOVE REGNR-REN(4:1) TO TJEK-CIFRE(1:1)
           MOVE KONTONR-REN TO TJEK-CIFRE(2:10)
           MOVE 0 TO TJEK-SUM
           EVALUATE REGEL
               WHEN "1"
                   PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 11
                       COMPUTE TJEK-SUM = TJEK-SUM
                           + TJEK-CIFFER(IX) * VAEGT1(IX)
                   END-PERFORM
                   DIVIDE TJEK-SUM BY 11 GIVING TJEK-KVOTIENT
                       REMAINDER TJEK-REST
                   IF TJEK-REST NOT = 0
                       MOVE 3 TO RT-RETUR
                   END-IF
               WHEN "2"
                   PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
                       COMPUTE TJEK-SUM = TJEK-SUM
                           + TJEK-CIFFER(IX + 1) * VAEGT2(IX)
                   END-PERFORM
                   DIVIDE TJEK-SUM BY 11 GIVING TJEK-KVOTIENT
                       REMAINDER TJEK-REST
                   IF TJEK-REST NOT = 0
                       MOVE 3 TO RT-RETUR
                   END-IF
               WHEN "3"
      * Luhn: fra hoejre fordobles hvert andet ciffer, og et
      * tocifret produkt taeller med sin tvaersum.
                   PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 10
                       IF FUNCTION MOD(IX, 2) = 1
                           COMPUTE TJEK-PRODUKT =
                               TJEK-CIFFER(IX + 1) * 2
                           IF TJEK-PRODUKT > 9
                               SUBTRACT 9 FROM TJEK-PRODUKT
                           END-IF
                       ELSE
                           MOVE TJEK-CIFFER(IX + 1) TO TJEK-PRODUKT
                       END-IF
                       ADD TJEK-PRODUKT TO TJEK-SUM
                   END-PERFORM
                   DIVIDE TJEK-SUM BY 10 GIVING TJEK-KVOTIENT
                       REMAINDER TJEK-REST
                   IF TJEK-REST NOT = 0
                       MOVE 3 TO RT-RETUR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
