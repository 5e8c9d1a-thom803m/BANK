       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDLANDBET.

      *> Udgaaende betaling til en modtager i udlandet via vores
      *> korrespondentbank. Telleren taster kundens konto,
      *> modtagerens IBAN og modtagerbankens BIC, modtagerens navn og
      *> adresse, betalingsvalutaen og beloebet i den valuta samt
      *> omkostningsfordelingen:
      *>   OUR = afsender betaler alle omkostninger (vores gebyr plus
      *>         korrespondentbankens, takst UDLAND-OUR)
      *>   SHA = delt: afsender betaler vores gebyr, modtager
      *>         udlandets (standard)
      *>   BEN = modtager betaler alle omkostninger; intet gebyr
      *>         debiteres kunden
      *> IBAN'ens kontrolcifre kontrolleres (ISO 7064 modulus 97) og
      *> BIC'en skal vaere 8 eller 11 tegn. Beloebet omregnes til
      *> kontoens valuta gennem VALUTAKURS med dagens kurs plus et
      *> kurstillaeg i procent fra udland_param.txt
      *> ("SPREAD;<procent>", oprettes med 1,00 hvis filen mangler);
      *> betales der i kontoens egen valuta, omregnes der ikke.
      *> Kunden skal acceptere kurs, debiteret beloeb og gebyr foer
      *> der posteres. Debiteringen posteres straks med de samme
      *> kontroller som UDBETAL (spaerret, lukket, disponibel saldo,
      *> aftaleindlaan, bunden opsparing, fuldmagt, dagsgraense med
      *> supervisor-overstyring) som en EKSTERN-UD-historiklinje, og
      *> det internationale gebyr (GEBYRTAKST, posteringstype
      *> UDLAND-UD) som egen GEBYR-linje. Modtagerens navn screenes
      *> mod sanktionslisten som i UDBETAL. Betalingen laegges i
      *> udland_koe.txt (UDLKOEREC.cpy) med status K, hvorfra
      *> KORRESPUD i natbatchen sender den til korrespondentbanken;
      *> svar og returneringer behandles af KORRSTATUS.

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
           SELECT GRAENSEFIL ASSIGN TO "graenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udland_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT AFTALEFIL ASSIGN TO "aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALEFIL-STATUS.
           SELECT PARAMFIL ASSIGN TO "udland_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD GRAENSEFIL.
       01 GRAENSE-LINJE    PIC X(40).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(300).

       FD AFTALEFIL.
       01 AFTALE-LINJE     PIC X(80).

       FD PARAMFIL.
       01 PARAM-LINJE      PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "AFTALEREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 GRAENSEFIL-STATUS PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 AFTALEFIL-STATUS PIC XX.
       01 PARAMFIL-STATUS  PIC XX.

       01 AFTALE-BLOKERET  PIC X VALUE "N".
          88 ER-AFTALE-BLOKERET VALUE "Y".
       01 AFTALE-EOF-FLAG  PIC X VALUE "N".
          88 AFTALE-EOF    VALUE "Y".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).

       01 FRA-KONTO-ID     PIC X(10).
       01 IBAN-IND         PIC X(50).
       01 BIC-IND          PIC X(20).
       01 MODTAGER-NAVN    PIC X(35).
       01 MODTAGER-ADRESSE PIC X(70).
       01 BET-VALUTA       PIC X(5).
       01 VALUTA-BELOEB-TXT PIC X(15).
       01 VALUTA-BELOEB    PIC S9(11)V99.
       01 OMKOSTNING       PIC X(3).

      * BELOEB/BELOEB-TXT er det debiterede beloeb i kontoens
      * valuta (efter omregning og kurstillaeg) - det er det beloeb
      * kontrollerne og historiklinjen regner med.
       01 BELOEB-TXT       PIC X(15).
       01 BELOEB           PIC S9(11)V99.
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 KONTO-VALUTA     PIC X(5).

      * Valutaomregning: dagens kurs gennem VALUTAKURS plus
      * kurstillaegget fra udland_param.txt.
       01 KURS-BELOEB      PIC S9(11)V99.
       01 KURS-RETUR       PIC 9.
       01 KURS-STATUS      PIC X VALUE "J".
          88 KURS-ER-OK    VALUE "J".
       01 SPREAD-PCT       PIC 9(3)V99 VALUE 1.00.
       01 EFFEKTIV-KURS    PIC 9(7)V9(6).
       01 KURS-EDIT        PIC Z(6)9.9(6).
       01 PARAM-NOEGLE     PIC X(10).
       01 PARAM-VAERDI     PIC X(15).
       01 PARAM-EOF-FLAG   PIC X VALUE "N".
          88 PARAM-EOF     VALUE "Y".
       01 KUNDE-SVAR       PIC X.

      * IBAN renset for mellemrum og kontrolleret med modulus 97;
      * bogstaver taeller A=10 ... Z=35.
       01 IBAN             PIC X(34).
       01 IBAN-LAENGDE     PIC 9(2).
       01 IBAN-STATUS      PIC X VALUE "N".
          88 IBAN-ER-OK    VALUE "J".
       01 BIC              PIC X(11).
       01 BIC-LAENGDE      PIC 9(2).
       01 BIC-STATUS       PIC X VALUE "N".
          88 BIC-ER-OK     VALUE "J".
       01 IX               PIC 9(2).
       01 OX               PIC 9(2).
       01 AX               PIC 9(2).
       01 TEGN             PIC X.
       01 ALFABET          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 IBAN-REST        PIC 9(2).
       01 IBAN-MELLEM      PIC 9(5).
       01 IBAN-KVOTIENT    PIC 9(5).
       01 IBAN-VAERDI      PIC 9(2).
       01 TEGN-STATUS      PIC X VALUE "J".
          88 TEGN-ER-OK    VALUE "J".

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".
       01 KONTO-SALDO      PIC S9(11)V99.
       01 KONTO-TYPE       PIC X(20).
       01 KONTO-OVERTRAEK  PIC S9(11)V99.
       01 RESERV-SUM       PIC S9(11)V99.

      * Fuldmagtskontrol som i UDBETAL: en tredjepart skal have en
      * aktiv fuldmagt der daekker haevning.
       01 HANDLER-SELV     PIC X VALUE "J".
       01 PERSON-ID        PIC X(10).
       01 FT-HANDLING      PIC X(1).
       01 FT-FM-ID         PIC X(10).
       01 FT-RETUR         PIC 9.
       01 FM-MARKOER       PIC X(25).
       01 FULDMAGT-OK      PIC X VALUE "J".

      * Internationalt gebyr fra takstbladet (UDLAND-UD, ved OUR
      * tillagt UDLAND-OUR); posteres som egen GEBYR-linje og
      * medregnes i disponibel-tjekket.
       01 TRANSGEBYR       PIC S9(7)V99 VALUE 0.
       01 OUR-GEBYR        PIC S9(7)V99 VALUE 0.
       01 GT-RETUR         PIC 9.
       01 GT-POSTTYPE      PIC X(15).
       01 GEBYR-SALDO      PIC S9(11)V99.
       01 GEBYR-SALDO-EDIT PIC -(10)9.99.
       01 GEBYR-SALDO-TXT  PIC X(15).
       01 TRANSGEBYR-EDIT  PIC -(7)9.99.
       01 TRANSGEBYR-TXT   PIC X(12).
       01 FINAL-SALDO-TXT  PIC X(15).
       01 KONTO-SPAERRET-FLAG PIC X VALUE "N".
          88 ER-SPAERRET   VALUE "Y".
       01 KONTO-LUKKET-FLAG PIC X VALUE "N".
          88 ER-LUKKET     VALUE "Y".

       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).

       01 GRAENSE-TYPE     PIC X(20).
       01 GRAENSE-SATS     PIC X(15).
       01 DAGS-GRAENSE     PIC S9(11)V99.
       01 GRAENSE-OPSLAG   PIC X(20).
       01 PK-SEGMENT-BLANK PIC X(10) VALUE SPACES.
       01 PK-OVERTRAEK     PIC X(15).
       01 PK-RENTENOEGLE   PIC X(20).
       01 PK-GEBYRNOEGLE   PIC X(20).
       01 PK-GRAENSENOEGLE PIC X(20).
       01 PK-RETUR         PIC 9.
       01 GRAENSE-FUNDET   PIC X VALUE "N".
          88 GRAENSE-ER-FUNDET VALUE "Y".
       01 INGEN-GRAENSE    PIC X VALUE "N".
          88 ER-UDEN-GRAENSE VALUE "Y".
       01 DAGS-FORBRUG     PIC S9(11)V99.
       01 GRAENSE-GODKENDT PIC X VALUE "J".
          88 DAGSGRAENSE-OK VALUE "J".

       01 OVERSTYR-SVAR    PIC X.
       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 KOE-FELT1        PIC X(10).
       01 KOE-REST         PIC X(290).

       01 BETALING-OK      PIC X VALUE "N".
          88 ER-GODKENDT   VALUE "J".

      * Bunden opsparing (BINDTJEK).
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       01 TRIM-LINJE       PIC X(300).
       01 LINJE            PIC X(300).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

      * De indlejrede opslag har egne EOF-markoerer, saa de ikke
      * afbryder andre gennemloeb.
       01 GRAENSE-EOF-FLAG PIC X VALUE "N".
          88 GRAENSE-EOF   VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".
       01 KOE-EOF-FLAG     PIC X VALUE "N".
          88 KOE-EOF       VALUE "Y".

       01 LAAS-HANDLING    PIC X.
       01 LAAS-OPERATOR    PIC X(10).
       01 LAAS-RETUR       PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "UDLANDBET".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Parsebuffer for historiklinjer laest gennem HISTADGANG.
       01 HIST-LINJE       PIC X(200).

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

      * Detalje til LOGTRANSD paa foelsomme haendelser.
       01 LT-DETALJE       PIC X(40).

       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11) VALUE SPACES.
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20) VALUE "UDLANDBET".
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

      * Batchvinduet har laasen: ingen interaktiv postering mens
      * natkoerslen genskriver konti.txt.
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

           DISPLAY "=== UDLANDBET: Betaling til udlandet ===".
           DISPLAY "Kundens Konto-ID: " WITH NO ADVANCING.
           ACCEPT FRA-KONTO-ID.
           DISPLAY "Modtagers IBAN: " WITH NO ADVANCING.
           ACCEPT IBAN-IND.
           DISPLAY "Modtagerbankens BIC: " WITH NO ADVANCING.
           ACCEPT BIC-IND.
           DISPLAY "Modtagers navn: " WITH NO ADVANCING.
           ACCEPT MODTAGER-NAVN.
           DISPLAY "Modtagers adresse: " WITH NO ADVANCING.
           ACCEPT MODTAGER-ADRESSE.
           DISPLAY "Valuta (f.eks. EUR): " WITH NO ADVANCING.
           ACCEPT BET-VALUTA.
           DISPLAY "Beloeb i valutaen: " WITH NO ADVANCING.
           ACCEPT VALUTA-BELOEB-TXT.
           MOVE FUNCTION NUMVAL(VALUTA-BELOEB-TXT) TO VALUTA-BELOEB.
           DISPLAY "Omkostninger (OUR/SHA/BEN, blank = SHA): "
               WITH NO ADVANCING.
           ACCEPT OMKOSTNING.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BET-VALUTA))
               TO BET-VALUTA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OMKOSTNING))
               TO OMKOSTNING
           IF OMKOSTNING = SPACES
               MOVE "SHA" TO OMKOSTNING
           END-IF
      * Semikolon er feltadskiller i koeen og eksportfilen.
           INSPECT MODTAGER-NAVN REPLACING ALL ";" BY ","
           INSPECT MODTAGER-ADRESSE REPLACING ALL ";" BY ","

           DISPLAY "Handler kontohaver selv (J/N)? "
               WITH NO ADVANCING.
           ACCEPT HANDLER-SELV.
           MOVE SPACES TO PERSON-ID
           MOVE SPACES TO FM-MARKOER
           IF HANDLER-SELV = "N" OR HANDLER-SELV = "n"
               DISPLAY "Den moedendes Kunde-ID: "
                   WITH NO ADVANCING
               ACCEPT PERSON-ID
           END-IF.

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

           MOVE "N" TO BETALING-OK
           EVALUATE TRUE
               WHEN VALUTA-BELOEB NOT > 0
                   DISPLAY "Afvist: beloeb skal vaere positivt."
               WHEN FUNCTION TRIM(MODTAGER-NAVN) = SPACES
                   DISPLAY "Afvist: modtagers navn skal udfyldes."
               WHEN FUNCTION TRIM(MODTAGER-ADRESSE) = SPACES
                   DISPLAY "Afvist: modtagers adresse skal "
                       "udfyldes."
               WHEN BET-VALUTA = SPACES
                   DISPLAY "Afvist: valuta skal udfyldes."
               WHEN OMKOSTNING NOT = "OUR" AND OMKOSTNING NOT = "SHA"
                   AND OMKOSTNING NOT = "BEN"
                   DISPLAY "Afvist: omkostninger skal vaere OUR, "
                       "SHA eller BEN."
               WHEN OTHER
                   PERFORM TJEK-IBAN
                   IF IBAN-ER-OK
                       PERFORM TJEK-BIC
                   END-IF
                   IF IBAN-ER-OK AND BIC-ER-OK
                       PERFORM SANKTIONSSCREEN
                       IF ST-RETUR = 1
                           DISPLAY "STOP: modtageren ligner en post "
                               "paa sanktionslisten ("
                               FUNCTION TRIM(ST-LISTE-ID)
                               ", score " ST-SCORE ")."
                           DISPLAY "Betalingen gennemfoeres ikke - "
                               "sag " FUNCTION TRIM(ST-SAG-ID)
                               " er sendt til compliance."
                       ELSE
                           IF ST-RETUR = 2
                               DISPLAY "Advarsel: ingen sanktions"
                                   "liste indlaest - modtageren er "
                                   "ikke screenet."
                           END-IF
                           PERFORM FIND-KONTO
                           IF KONTO-EXISTERER
                               PERFORM OMREGN-BELOEB
                           END-IF
                           IF KURS-ER-OK
                               PERFORM HENT-TRANSGEBYR
                               PERFORM VALIDER-DEBITERING
                               IF ER-GODKENDT
                                   PERFORM BEKRAEFT-BETALING
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           IF ER-GODKENDT
               PERFORM OPDATER-KONTO
               PERFORM SKRIV-HISTORIK
      * Koeen skrives FOER gebyrlinjen, saa koeens loebenr peger
      * paa debiteringen og ikke paa gebyret (KORRSTATUS' RETUR-AF:).
               PERFORM SKRIV-KOE
               IF TRANSGEBYR NOT = 0
                   PERFORM SKRIV-GEBYRHISTORIK
               END-IF
               DISPLAY "Betaling registreret som nr. "
                   FUNCTION TRIM(NEW-ID)
                   " - afsendes til korrespondentbanken i "
                   "nattens koersel. Ny saldo: "
                   FUNCTION TRIM(FINAL-SALDO-TXT)
               MOVE 0 TO RETUR
           ELSE
               MOVE 1 TO RETUR
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * IBAN'en renses for mellemrum og skrives med store
      * bogstaver. Landekode (2 bogstaver), kontrolcifre (2 cifre)
      * og kun bogstaver/cifre, 15-34 tegn. Kontrollen: de fire
      * foerste tegn flyttes bagest, bogstaver erstattes af
      * A=10 ... Z=35, og tallet skal give rest 1 ved division
      * med 97 - resten regnes tegn for tegn, saa tallet aldrig
      * skal holdes helt.
       TJEK-IBAN.
           MOVE "N" TO IBAN-STATUS
           MOVE SPACES TO IBAN
           MOVE 0 TO OX
           MOVE FUNCTION UPPER-CASE(IBAN-IND) TO IBAN-IND
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 50
               IF IBAN-IND(IX:1) NOT = SPACE AND OX < 34
                   ADD 1 TO OX
                   MOVE IBAN-IND(IX:1) TO IBAN(OX:1)
               END-IF
           END-PERFORM
           MOVE OX TO IBAN-LAENGDE

           MOVE "J" TO TEGN-STATUS
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > IBAN-LAENGDE
               MOVE IBAN(IX:1) TO TEGN
               IF TEGN IS NOT NUMERIC
                   AND TEGN IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO TEGN-STATUS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN IBAN-LAENGDE < 15 OR IBAN-LAENGDE > 34
                   DISPLAY "Afvist: IBAN skal vaere 15-34 tegn."
               WHEN IBAN(1:2) IS NOT ALPHABETIC-UPPER
                   OR IBAN(3:2) IS NOT NUMERIC
                   OR NOT TEGN-ER-OK
                   DISPLAY "Afvist: IBAN skal starte med landekode "
                       "og to kontrolcifre og kun indeholde "
                       "bogstaver og cifre."
               WHEN OTHER
                   MOVE 0 TO IBAN-REST
                   PERFORM VARYING IX FROM 5 BY 1
                       UNTIL IX > IBAN-LAENGDE
                       MOVE IBAN(IX:1) TO TEGN
                       PERFORM IBAN-TEGN
                   END-PERFORM
                   PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 4
                       MOVE IBAN(IX:1) TO TEGN
                       PERFORM IBAN-TEGN
                   END-PERFORM
                   IF IBAN-REST = 1
                       SET IBAN-ER-OK TO TRUE
                   ELSE
                       DISPLAY "Afvist: IBAN'ens kontrolcifre "
                           "passer ikke - tjek for tastefejl."
                   END-IF
           END-EVALUATE.

      * Et tegn foeres ind i den loebende modulus 97-rest: et
      * ciffer tager en decimal, et bogstav (10-35) to.
       IBAN-TEGN.
           IF TEGN IS NUMERIC
               COMPUTE IBAN-MELLEM = IBAN-REST * 10
                   + FUNCTION NUMVAL(TEGN)
           ELSE
               PERFORM VARYING AX FROM 1 BY 1
                   UNTIL AX > 26 OR ALFABET(AX:1) = TEGN
                   CONTINUE
               END-PERFORM
               COMPUTE IBAN-VAERDI = AX + 9
               COMPUTE IBAN-MELLEM = IBAN-REST * 100 + IBAN-VAERDI
           END-IF
           DIVIDE IBAN-MELLEM BY 97 GIVING IBAN-KVOTIENT
               REMAINDER IBAN-REST.

      * BIC: 8 eller 11 tegn - bankkode og landekode (6 bogstaver)
      * efterfulgt af lokations- og evt. filialkode (bogstaver og
      * cifre).
       TJEK-BIC.
           MOVE "N" TO BIC-STATUS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BIC-IND))
               TO BIC-IND
           MOVE 0 TO BIC-LAENGDE
           IF BIC-IND NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(BIC-IND))
                   TO BIC-LAENGDE
           END-IF
           MOVE BIC-IND TO BIC
           MOVE "J" TO TEGN-STATUS
           IF BIC-LAENGDE = 8 OR BIC-LAENGDE = 11
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > BIC-LAENGDE
                   MOVE BIC(IX:1) TO TEGN
                   IF TEGN = SPACE
                       OR (IX NOT > 6 AND
                           TEGN IS NOT ALPHABETIC-UPPER)
                       OR (TEGN IS NOT NUMERIC
                           AND TEGN IS NOT ALPHABETIC-UPPER)
                       MOVE "N" TO TEGN-STATUS
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO TEGN-STATUS
           END-IF
           IF TEGN-ER-OK
               SET BIC-ER-OK TO TRUE
           ELSE
               DISPLAY "Afvist: BIC skal vaere 8 eller 11 tegn "
                   "(bank- og landekode med bogstaver)."
           END-IF.

      * Valutabeloebet omregnes til kontoens valuta med dagens kurs
      * og tillaegges kurstillaegget; i kontoens egen valuta
      * debiteres beloebet uaendret.
       OMREGN-BELOEB.
           MOVE "J" TO KURS-STATUS
           PERFORM LAES-PARAM
           IF BET-VALUTA = KONTO-VALUTA
               MOVE VALUTA-BELOEB TO BELOEB
           ELSE
               CALL "VALUTAKURS" USING BET-VALUTA KONTO-VALUTA
                   VALUTA-BELOEB KURS-BELOEB KURS-RETUR
               IF KURS-RETUR NOT = 0
                   MOVE "N" TO KURS-STATUS
                   DISPLAY "Afvist: der er ingen kurs for "
                       FUNCTION TRIM(BET-VALUTA) " eller "
                       FUNCTION TRIM(KONTO-VALUTA) "."
               ELSE
                   COMPUTE BELOEB ROUNDED =
                       KURS-BELOEB * (100 + SPREAD-PCT) / 100
               END-IF
           END-IF
           MOVE BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           IF VALUTA-BELOEB NOT = 0
               COMPUTE EFFEKTIV-KURS ROUNDED =
                   BELOEB / VALUTA-BELOEB
           END-IF.

      * Kurstillaegget laeses fra udland_param.txt; mangler filen,
      * oprettes den med standardvaerdierne (FRIST bruges af
      * KORRSTATUS).
       LAES-PARAM.
           OPEN INPUT PARAMFIL
           IF PARAMFIL-STATUS = "35"
               CLOSE PARAMFIL
               OPEN OUTPUT PARAMFIL
               MOVE "SPREAD;1.00" TO PARAM-LINJE
               WRITE PARAM-LINJE
               MOVE "FRIST;5" TO PARAM-LINJE
               WRITE PARAM-LINJE
               CLOSE PARAMFIL
               OPEN INPUT PARAMFIL
           END-IF
           MOVE "N" TO PARAM-EOF-FLAG
           PERFORM UNTIL PARAM-EOF
               READ PARAMFIL
                   AT END SET PARAM-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(PARAM-LINJE)) > 0
                           MOVE SPACES TO PARAM-VAERDI
                           UNSTRING PARAM-LINJE
                               DELIMITED BY ";"
                               INTO PARAM-NOEGLE PARAM-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PARAM-NOEGLE))
                               = "SPREAD"
                               MOVE FUNCTION NUMVAL(PARAM-VAERDI)
                                   TO SPREAD-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMFIL.

      * Kunden skal se og acceptere kurs, debiteret beloeb og
      * gebyr foer noget posteres.
       BEKRAEFT-BETALING.
           DISPLAY "Betaling:  " FUNCTION TRIM(VALUTA-BELOEB-TXT)
               " " FUNCTION TRIM(BET-VALUTA) " til "
               FUNCTION TRIM(IBAN) " (" FUNCTION TRIM(BIC) ")"
           IF BET-VALUTA NOT = KONTO-VALUTA
               MOVE EFFEKTIV-KURS TO KURS-EDIT
               DISPLAY "Kurs inkl. tillaeg: "
                   FUNCTION TRIM(KURS-EDIT) " "
                   FUNCTION TRIM(KONTO-VALUTA) " pr. "
                   FUNCTION TRIM(BET-VALUTA)
           END-IF
           DISPLAY "Debiteres: " FUNCTION TRIM(BELOEB-TXT) " "
               FUNCTION TRIM(KONTO-VALUTA)
           DISPLAY "Gebyr:     " FUNCTION TRIM(TRANSGEBYR-TXT) " "
               FUNCTION TRIM(KONTO-VALUTA) " (omkostninger "
               OMKOSTNING ")"
           DISPLAY "Accepterer kunden betalingen (J/N)? "
               WITH NO ADVANCING
           ACCEPT KUNDE-SVAR
           IF KUNDE-SVAR NOT = "J" AND KUNDE-SVAR NOT = "j"
               MOVE "N" TO BETALING-OK
               DISPLAY "Afbrudt: kunden har ikke accepteret - "
                   "intet debiteret."
           END-IF.


      * Modtagerens navn screenes; et hit logges som SANKTION med
      * liste-ID og sagsnummer.
       SANKTIONSSCREEN.
           MOVE MODTAGER-NAVN TO ST-NAVN
           MOVE FRA-KONTO-ID TO ST-REF
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID ST-SAG-ID
               ST-RETUR
           IF ST-RETUR = 1
               MOVE "SANKTION" TO LT-HAENDELSE
               MOVE 1 TO LT-RC
               MOVE ALL SPACES TO LT-DETALJE
               STRING "L:" DELIMITED BY SIZE
                   FUNCTION TRIM(ST-LISTE-ID) DELIMITED BY SIZE
                   " S:" DELIMITED BY SIZE
                   FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                   LT-RC OPERATOR-ID LT-DETALJE
           END-IF.

       VALIDER-DEBITERING.
           EVALUATE TRUE
               WHEN NOT KONTO-EXISTERER
                   DISPLAY "Afvist: konto "
                       FUNCTION TRIM(FRA-KONTO-ID) " findes ikke."
               WHEN ER-SPAERRET
                   DISPLAY "Afvist: konto "
                       FUNCTION TRIM(FRA-KONTO-ID) " er spaerret."
               WHEN ER-LUKKET
                   DISPLAY "Afvist: konto "
                       FUNCTION TRIM(FRA-KONTO-ID) " er lukket."
               WHEN (KONTO-SALDO - BELOEB - TRANSGEBYR
                   - RESERV-SUM) < (0 - KONTO-OVERTRAEK)
                   DISPLAY "Afvist: ikke tilstraekkelig disponibel "
                       "saldo (reservationer og overtraeks-"
                       "graense medregnet)."
               WHEN OTHER
                   MOVE "N" TO AFTALE-BLOKERET
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(KONTO-TYPE)) = "AFTALE"
                       PERFORM TJEK-AFTALE
                   END-IF
                   MOVE "U" TO BN-HANDLING
                   CALL "BINDTJEK" USING BN-HANDLING FRA-KONTO-ID
                       BN-KUNDE BN-TYPE BELOEB BN-DATO BN-RETUR
                   IF ER-AFTALE-BLOKERET
                       DISPLAY "Afvist: aftaleindlaan kan ikke "
                           "haeves foer forfald - brug AFTALE-"
                           "skaermens brud med supervisor-"
                           "godkendelse."
                   ELSE
                   IF BN-RETUR NOT = 0
                       DISPLAY "Afvist: bunden opsparing - "
                           "udbetaling er spaerret til "
                           FUNCTION TRIM(BN-DATO) "."
                   ELSE
                       PERFORM TJEK-FULDMAGT
                       IF FULDMAGT-OK = "J"
                           PERFORM TJEK-DAGSGRAENSE
                           IF DAGSGRAENSE-OK
                               MOVE "J" TO BETALING-OK
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           MOVE "N" TO KONTO-SPAERRET-FLAG
           MOVE "N" TO KONTO-LUKKET-FLAG
           MOVE 0 TO RESERV-SUM
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(FRA-KONTO-ID) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       PERFORM SKIL-KONTOLINJE
                       MOVE FUNCTION NUMVAL(KONTO-FELT4)
                           TO KONTO-SALDO
                       MOVE FUNCTION TRIM(KONTO-FELT3)
                           TO KONTO-TYPE
                       MOVE FUNCTION NUMVAL(KONTO-FELT7)
                           TO KONTO-OVERTRAEK
                       IF FUNCTION TRIM(KONTO-FELT5) = SPACES
                           MOVE "DKK" TO KONTO-VALUTA
                       ELSE
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(KONTO-FELT5))
                               TO KONTO-VALUTA
                       END-IF
                       IF KONTO-FELT6 = "J" OR KONTO-FELT6 = "j"
                           SET ER-SPAERRET TO TRUE
                       END-IF
                       IF KONTO-FELT9 = "J" OR KONTO-FELT9 = "j"
                           SET ER-LUKKET TO TRUE
                       END-IF
               END-READ
               CLOSE KONTOFIL
           END-IF
      * Aabne reservationer traekkes fra i dispositionstjekket -
      * debiteringen maales mod disponibel saldo (RESERVSUM).
           IF KONTO-EXISTERER
               CALL "RESERVSUM" USING FRA-KONTO-ID NU-DATO-TXT
                   RESERV-SUM
           END-IF.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10
                    KONTO-FELT11.

       OPDATER-KONTO.
           SUBTRACT BELOEB FROM KONTO-SALDO GIVING NY-SALDO
           MOVE NY-SALDO TO SALDO-EDIT
           MOVE FUNCTION TRIM(SALDO-EDIT) TO NY-SALDO-TXT
      * Gebyret traekkes i samme ekspedition: kontoen skrives med
      * slutsaldoen efter gebyr, mens EKSTERN-UD-linjen beholder
      * saldoen efter hovedbeloebet.
           MOVE NY-SALDO-TXT TO FINAL-SALDO-TXT
           IF TRANSGEBYR NOT = 0
               SUBTRACT TRANSGEBYR FROM NY-SALDO
                   GIVING GEBYR-SALDO
               MOVE GEBYR-SALDO TO GEBYR-SALDO-EDIT
               MOVE FUNCTION TRIM(GEBYR-SALDO-EDIT)
                   TO GEBYR-SALDO-TXT
               MOVE GEBYR-SALDO-TXT TO FINAL-SALDO-TXT
           END-IF

           OPEN I-O KONTOFIL
           MOVE FUNCTION NUMVAL(FRA-KONTO-ID) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
                   PERFORM SKRIV-KONTOLINJE
           END-READ
           CLOSE KONTOFIL.

       SKRIV-KONTOLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KONTO-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(FINAL-SALDO-TXT) DELIMITED BY SIZE
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

       SKRIV-HISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(FRA-KONTO-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";EKSTERN-UD;"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
      * Er der handlet paa fuldmagt, logges dens FM-ID som 8. felt
      * paa linjen.
           IF FM-MARKOER NOT = SPACES
               STRING
                   FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(FM-MARKOER) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

      * Haever en tredjepart, kraeves en aktiv fuldmagt der
      * daekker haevning; ejer og medejer gaar fri. Den anvendte
      * fuldmagt logges paa historiklinjen.
       TJEK-FULDMAGT.
           MOVE "J" TO FULDMAGT-OK
           IF HANDLER-SELV = "N" OR HANDLER-SELV = "n"
               IF FUNCTION NUMVAL(PERSON-ID) =
                   FUNCTION NUMVAL(KONTO-FELT2)
                   OR (FUNCTION TRIM(KONTO-FELT8) NOT = SPACES
                       AND FUNCTION NUMVAL(PERSON-ID) =
                       FUNCTION NUMVAL(KONTO-FELT8))
                   CONTINUE
               ELSE
                   MOVE "H" TO FT-HANDLING
                   CALL "FULDMAGTTJEK" USING FRA-KONTO-ID
                       PERSON-ID FT-HANDLING NU-DATO-TXT
                       FT-FM-ID FT-RETUR
                   IF FT-RETUR = 0
                       MOVE ALL SPACES TO FM-MARKOER
                       STRING "FULDMAGT:" DELIMITED BY SIZE
                           FUNCTION TRIM(FT-FM-ID)
                               DELIMITED BY SIZE
                           INTO FM-MARKOER
                       END-STRING
                       DISPLAY "Fuldmagt "
                           FUNCTION TRIM(FT-FM-ID) " anvendt."
                   ELSE
                       DISPLAY "Afvist: den moedende har ingen "
                           "aktiv fuldmagt der daekker "
                           "haevning."
                       MOVE "N" TO FULDMAGT-OK
                   END-IF
               END-IF
           END-IF.

      * Transaktionsgebyret for en ekstern betaling fra

      * GEBYR-linjen i samme ekspedition som betalingen, med
      * slutsaldoen efter gebyr.
       SKRIV-GEBYRHISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(FRA-KONTO-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";GEBYR;"
               FUNCTION TRIM(TRANSGEBYR-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(GEBYR-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.


      * Internationalt gebyr fra takstbladet; ved OUR tillaegges
      * korrespondentbankens omkostninger (UDLAND-OUR), ved BEN
      * betaler modtageren alt og kunden debiteres intet gebyr.
       HENT-TRANSGEBYR.
           MOVE 0 TO TRANSGEBYR
           IF OMKOSTNING NOT = "BEN"
               MOVE "UDLAND-UD" TO GT-POSTTYPE
               CALL "GEBYRTAKST" USING GT-POSTTYPE FRA-KONTO-ID
                   TRANSGEBYR GT-RETUR
           END-IF
           IF OMKOSTNING = "OUR"
               MOVE 0 TO OUR-GEBYR
               MOVE "UDLAND-OUR" TO GT-POSTTYPE
               CALL "GEBYRTAKST" USING GT-POSTTYPE FRA-KONTO-ID
                   OUR-GEBYR GT-RETUR
               ADD OUR-GEBYR TO TRANSGEBYR
           END-IF
           MOVE TRANSGEBYR TO TRANSGEBYR-EDIT
           MOVE FUNCTION TRIM(TRANSGEBYR-EDIT) TO TRANSGEBYR-TXT.

       SKRIV-KOE.
           PERFORM FIND-SENESTE-KOE-ID
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID

           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(FRA-KONTO-ID) DELIMITED BY SIZE
               ";K;"
               FUNCTION TRIM(IBAN) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BIC) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MODTAGER-NAVN) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(MODTAGER-ADRESSE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BET-VALUTA) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(VALUTA-BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               OMKOSTNING DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           OPEN EXTEND KOEFIL
           IF KOEFIL-STATUS = "35"
               OPEN OUTPUT KOEFIL
           END-IF
           WRITE KOE-LINJE FROM LINJE
           CLOSE KOEFIL.

       FIND-SENESTE-KOE-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO KOE-EOF-FLAG
           OPEN INPUT KOEFIL
           IF KOEFIL-STATUS = "35"
               CLOSE KOEFIL
           ELSE
               PERFORM UNTIL KOE-EOF
                   READ KOEFIL
                       AT END SET KOE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KOE-LINJE)) > 0
                               UNSTRING KOE-LINJE
                                   DELIMITED BY ";"
                                   INTO KOE-FELT1 KOE-REST
                               IF FUNCTION NUMVAL(KOE-FELT1) > LAST-ID
                                   MOVE FUNCTION NUMVAL(KOE-FELT1)
                                       TO LAST-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF.

      * Et aftaleindlaan maa ikke forlade kontoen foer forfald:
      * findes en aktiv aftale for kontoen med forfaldsdato efter
      * dags dato, blokeres betalingen; en AFTALE-konto helt uden
      * aftaleraekke blokeres ogsaa (samme regel som INDSATHAEV og
      * posteringsmotoren).
       TJEK-AFTALE.
           SET ER-AFTALE-BLOKERET TO TRUE
           MOVE "N" TO AFTALE-EOF-FLAG
           OPEN INPUT AFTALEFIL
           IF AFTALEFIL-STATUS = "35"
               CLOSE AFTALEFIL
           ELSE
               PERFORM UNTIL AFTALE-EOF
                   READ AFTALEFIL
                       AT END SET AFTALE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(AFTALE-LINJE)) > 0
                               UNSTRING AFTALE-LINJE
                                   DELIMITED BY ";"
                                   INTO AFT-FELT1 AFT-FELT2
                                        AFT-FELT3 AFT-FELT4
                                        AFT-FELT5 AFT-FELT6
                                        AFT-FELT7
                               IF FUNCTION NUMVAL(AFT-FELT1) =
                                   FUNCTION NUMVAL(FRA-KONTO-ID)
                                   AND (AFT-FELT7 = "A"
                                       OR AFT-FELT7 = "a")
                                   AND FUNCTION TRIM(AFT-FELT4)
                                       NOT > NU-DATO-TXT
                                   MOVE "N" TO AFTALE-BLOKERET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALEFIL
           END-IF.

      * Dagsgraensen - samme regler og supervisor-overstyring som
      * INDSATHAEV's haevninger: konto-raekke foer typens raekke
      * foer STANDARD.
       TJEK-DAGSGRAENSE.
           MOVE "J" TO GRAENSE-GODKENDT
           PERFORM SIKR-GRAENSEFIL
           MOVE "N" TO INGEN-GRAENSE
           PERFORM FIND-KONTOGRAENSE
           IF NOT GRAENSE-ER-FUNDET
               PERFORM FIND-DAGSGRAENSE
           END-IF
           IF NOT ER-UDEN-GRAENSE
               PERFORM OPGOER-DAGSFORBRUG
               IF (DAGS-FORBRUG + BELOEB) > DAGS-GRAENSE
                   DISPLAY "Dagsgraensen for kontotypen er "
                       "overskredet."
                   PERFORM TILBYD-OVERSTYRING
               END-IF
           END-IF.

       TILBYD-OVERSTYRING.
           MOVE "N" TO GRAENSE-GODKENDT
           DISPLAY "Supervisor-overstyring (J/N)? "
               WITH NO ADVANCING
           ACCEPT OVERSTYR-SVAR
           IF OVERSTYR-SVAR = "J" OR OVERSTYR-SVAR = "j"
               DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
               ACCEPT SUP-ID
               DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
               ACCEPT SUP-KODE
               CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
                   SUP-RETUR
               IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
                   MOVE "OVERSTYR" TO LT-HAENDELSE
                   MOVE 0 TO LT-RC
                   MOVE ALL SPACES TO LT-DETALJE
                   STRING "T:" DELIMITED BY SIZE
                       FUNCTION TRIM(OPERATOR-ID)
                           DELIMITED BY SIZE
                       " B:" DELIMITED BY SIZE
                       FUNCTION TRIM(BELOEB-TXT)
                           DELIMITED BY SIZE
                       INTO LT-DETALJE
                   END-STRING
                   CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                       LT-RC SUP-ID LT-DETALJE
                   MOVE "J" TO GRAENSE-GODKENDT
               ELSE
                   DISPLAY "Overstyring afvist: supervisoren kunne "
                       "ikke godkendes."
               END-IF
           END-IF
           IF NOT DAGSGRAENSE-OK
               DISPLAY "Afvist: dagsgraensen er overskredet."
           END-IF.

       SIKR-GRAENSEFIL.
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS = "35"
               CLOSE GRAENSEFIL
               OPEN OUTPUT GRAENSEFIL
               MOVE "LOEN;25000.00" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               MOVE "OPSPARING;100000.00" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               MOVE "STANDARD;25000.00" TO GRAENSE-LINJE
               WRITE GRAENSE-LINJE
               CLOSE GRAENSEFIL
           ELSE
               CLOSE GRAENSEFIL
           END-IF.

      * En raekke "KONTO:<id>;beloeb" i graenser.txt saetter en
      * graense for den enkelte konto og gaar forud for baade
      * typens raekke og STANDARD-fallbacken.
       FIND-KONTOGRAENSE.
           MOVE "N" TO GRAENSE-FUNDET
           MOVE 0 TO DAGS-GRAENSE
           MOVE "N" TO GRAENSE-EOF-FLAG
           OPEN INPUT GRAENSEFIL
           PERFORM UNTIL GRAENSE-EOF
               READ GRAENSEFIL
                   AT END SET GRAENSE-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GRAENSE-LINJE)) > 0
                           UNSTRING GRAENSE-LINJE
                               DELIMITED BY ";"
                               INTO GRAENSE-TYPE GRAENSE-SATS
                           IF FUNCTION UPPER-CASE(
                               GRAENSE-TYPE(1:6)) = "KONTO:"
                               AND FUNCTION TRIM(
                               GRAENSE-TYPE(7:14)) IS NUMERIC
                               AND FUNCTION NUMVAL(
                               GRAENSE-TYPE(7:14)) =
                               FUNCTION NUMVAL(FRA-KONTO-ID)
                               SET GRAENSE-ER-FUNDET TO TRUE
                               MOVE FUNCTION NUMVAL(GRAENSE-SATS)
                                   TO DAGS-GRAENSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL.

      * Graenseraekken findes via produktkatalogets graensenoegle
      * (PRODKAT); en type uden katalograekke falder tilbage til
      * det gamle opslag direkte paa typeteksten.
       FIND-DAGSGRAENSE.
           MOVE SPACES TO PK-SEGMENT-BLANK
           CALL "PRODKAT" USING KONTO-TYPE PK-SEGMENT-BLANK
               PK-OVERTRAEK PK-RENTENOEGLE PK-GEBYRNOEGLE
               PK-GRAENSENOEGLE PK-RETUR
           IF PK-RETUR = 0
               AND FUNCTION TRIM(PK-GRAENSENOEGLE) NOT = SPACES
               MOVE PK-GRAENSENOEGLE TO GRAENSE-OPSLAG
           ELSE
               MOVE KONTO-TYPE TO GRAENSE-OPSLAG
           END-IF
           MOVE "N" TO GRAENSE-FUNDET
           MOVE "N" TO INGEN-GRAENSE
           MOVE 0 TO DAGS-GRAENSE
           MOVE "N" TO GRAENSE-EOF-FLAG
           OPEN INPUT GRAENSEFIL
           PERFORM UNTIL GRAENSE-EOF
               READ GRAENSEFIL
                   AT END SET GRAENSE-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GRAENSE-LINJE)) > 0
                           UNSTRING GRAENSE-LINJE
                               DELIMITED BY ";"
                               INTO GRAENSE-TYPE GRAENSE-SATS
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GRAENSE-TYPE)) =
                               FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GRAENSE-OPSLAG))
                               SET GRAENSE-ER-FUNDET TO TRUE
                               MOVE FUNCTION NUMVAL(GRAENSE-SATS)
                                   TO DAGS-GRAENSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL

           IF NOT GRAENSE-ER-FUNDET
               PERFORM FIND-STANDARDGRAENSE
           END-IF.

       FIND-STANDARDGRAENSE.
           MOVE "N" TO GRAENSE-EOF-FLAG
           OPEN INPUT GRAENSEFIL
           PERFORM UNTIL GRAENSE-EOF
               READ GRAENSEFIL
                   AT END SET GRAENSE-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(GRAENSE-LINJE)) > 0
                           UNSTRING GRAENSE-LINJE
                               DELIMITED BY ";"
                               INTO GRAENSE-TYPE GRAENSE-SATS
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(GRAENSE-TYPE)) =
                               "STANDARD"
                               SET GRAENSE-ER-FUNDET TO TRUE
                               MOVE FUNCTION NUMVAL(GRAENSE-SATS)
                                   TO DAGS-GRAENSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSEFIL

           IF NOT GRAENSE-ER-FUNDET
               SET ER-UDEN-GRAENSE TO TRUE
           END-IF.

       OPGOER-DAGSFORBRUG.
           MOVE 0 TO DAGS-FORBRUG
           MOVE "N" TO HIST-EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE NU-DATO-TXT TO HA-FRA-DATO
           MOVE NU-DATO-TXT TO HA-TIL-DATO
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           PERFORM UNTIL HIST-EOF
               MOVE "N" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
               IF HA-SLUT = "J"
                   SET HIST-EOF TO TRUE
               ELSE
                   MOVE HA-LINJE TO HIST-LINJE
                   IF FUNCTION
                   LENGTH(FUNCTION TRIM(HIST-LINJE)) > 0
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2
                                HIST-FELT3 HIST-FELT4
                                HIST-FELT5
                       IF FUNCTION NUMVAL(HIST-FELT1) =
                           FUNCTION NUMVAL(FRA-KONTO-ID)
                           AND FUNCTION TRIM(HIST-FELT2) =
                           NU-DATO-TXT
                           AND (FUNCTION TRIM(HIST-FELT3) =
                               "HAEV"
                           OR FUNCTION TRIM(HIST-FELT3) =
                               "OVERF-UD"
                           OR FUNCTION TRIM(HIST-FELT3) =
                               "FAST-UD"
                           OR FUNCTION TRIM(HIST-FELT3) =
                               "EKSTERN-UD")
                           ADD FUNCTION NUMVAL(HIST-FELT4)
                               TO DAGS-FORBRUG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.
