      *> udbetal_koe.txt med status K (klar), hvorfra CLEARUD i
      *> natbatchen samler dagens betalinger i clearingfilen til
      *> centralen og markerer dem S (sendt).
      *> Modtagerens navn skal tastes og screenes mod sanktions-
      *> listen (SANKTIONSTJEK) foer noget debiteres; et hit stopper
      *> betalingen ved skranken og noteres paa en SANKTION-sag paa
      *> kundens konto i amlsager.txt.
      *> Registrerings- og kontonummer kontrolleres mod
      *> pengeinstitutregisteret (REGNRTJEK): et ukendt eller
      *> inaktivt reg.nr. eller et kontonummer der fejler bankens
      *> modulusregel afvises, og ellers vises modtagerbankens navn
      *> som telleren skal bekraefte foer der debiteres.
      *> En bunden opsparing (BINDTJEK) kan ikke udbetales foer
      *> frigivelsesdatoen.
      *> Den moedende (kunden selv eller fuldmagtshaveren) skal have
      *> gyldig legitimation i legitimationsregisteret (LEGITTJEK);
      *> ellers kraeves supervisor-overstyring via BRUGERTJEK.
      *> Er kundens kontaktdata aendret for nylig (KONTAKTVAGT),
      *> debiteres en stor betaling som normalt, men den laegges i
      *> koeen med status T (tilbageringning) i stedet for K, og
      *> CLEARUD sender den foerst naar en anden operatoer har
      *> ringet kunden op og bekraeftet i TILBAGERING.

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
           SELECT GRAENSEFIL ASSIGN TO "graenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 FRA-KONTO-ID     PIC X(10).
       01 EKST-REGNR       PIC X(4).
       01 EKST-KONTONR     PIC X(10).
       01 MODTAGER-NAVN    PIC X(60).
       01 BELOEB-TXT       PIC X(15).
       01 BELOEB           PIC S9(11)V99.

       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.

      * Legitimationsregisteret (LEGITTJEK): den moedende - kunden
      * selv eller fuldmagtshaveren - skal have gyldig legitimation.
       01 LG-KUNDE-ID      PIC X(10).
       01 LG-UDLOEB        PIC X(10).
       01 LG-RETUR         PIC 9.
       01 LEGIT-GODKENDT   PIC X VALUE "J".
          88 LEGIT-OK      VALUE "J".

      * Vagt mod kontoovertagelse (KONTAKTVAGT): en stor betaling
      * kort efter en aendring af kundens kontaktdata holdes til
      * tilbageringning (koe-status T i stedet for K).
       01 KV-HANDLING      PIC X.
       01 KV-KILDE         PIC X(10) VALUE "UDBETAL".
       01 KV-REF           PIC X(10).
       01 KV-KUNDE         PIC X(10).
       01 KV-DATO          PIC X(10).
       01 KV-HOLD-ID       PIC X(10).
       01 KV-RETUR         PIC 9 VALUE 0.
       01 KOE-STATUS       PIC X VALUE "K".

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).
       01 KOE-FELT1        PIC X(10).
       01 BETALING-OK      PIC X VALUE "N".
          88 ER-GODKENDT   VALUE "J".

      * Bunden opsparing (BINDTJEK).
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

      * ID og beloebet, saa OVERSTYRRAP kan gruppere paa parret.
       01 LT-DETALJE       PIC X(40).

       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11) VALUE SPACES.
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20) VALUE "UDBETAL".
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.

      * Kontrol af reg.nr. og kontonr. mod pengeinstitutregisteret.
       01 RT-DATO          PIC X(10) VALUE SPACES.
       01 RT-BANKNAVN      PIC X(40).
       01 RT-RETUR         PIC 9.
       01 BANK-SVAR        PIC X.
       01 REGNR-STATUS     PIC X VALUE "N".
          88 REGNR-ER-OK   VALUE "J".

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).
           ACCEPT EKST-REGNR.
           DISPLAY "Modtagers kontonr: " WITH NO ADVANCING.
           ACCEPT EKST-KONTONR.
           DISPLAY "Modtagers navn: " WITH NO ADVANCING.
           ACCEPT MODTAGER-NAVN.
           DISPLAY "Beloeb: " WITH NO ADVANCING.
           ACCEPT BELOEB-TXT.
           MOVE FUNCTION NUMVAL(BELOEB-TXT) TO BELOEB.
                   OR FUNCTION TRIM(EKST-KONTONR) = SPACES
                   DISPLAY "Afvist: modtagers registrerings- og "
                       "kontonummer skal udfyldes."
               WHEN FUNCTION TRIM(MODTAGER-NAVN) = SPACES
                   DISPLAY "Afvist: modtagers navn skal udfyldes."
               WHEN OTHER
                   PERFORM SANKTIONSSCREEN
                   IF ST-RETUR = 1
                       DISPLAY "STOP: modtageren ligner en post paa "
                           "sanktionslisten ("
                           FUNCTION TRIM(ST-LISTE-ID) ", score "
                           ST-SCORE ")."
                       DISPLAY "Betalingen gennemfoeres ikke - sag "
                           FUNCTION TRIM(ST-SAG-ID)
                           " er sendt til compliance."
                   ELSE
                       IF ST-RETUR = 2
                           DISPLAY "Advarsel: ingen sanktionsliste "
                               "indlaest - modtageren er ikke "
                               "screenet."
                       END-IF
                       PERFORM REGNRKONTROL
                       IF REGNR-ER-OK
                           PERFORM FIND-KONTO
                           PERFORM HENT-TRANSGEBYR
                           PERFORM VALIDER-DEBITERING
                       END-IF
                   END-IF
           END-EVALUATE

           IF ER-GODKENDT
               PERFORM TJEK-KONTAKTVAGT
               PERFORM OPDATER-KONTO
               PERFORM SKRIV-HISTORIK
      * Koeen skrives FOER gebyrlinjen: SKRIV-KOE gemmer
               IF TRANSGEBYR NOT = 0
                   PERFORM SKRIV-GEBYRHISTORIK
               END-IF
               IF KV-RETUR = 1
                   PERFORM OPRET-TILBAGEHOLD
               ELSE
                   DISPLAY "Betaling registreret - afsendes med "
                       "naeste clearingudvaeksling. Ny saldo: "
                       FUNCTION TRIM(FINAL-SALDO-TXT)
               END-IF
               MOVE 0 TO RETUR
           ELSE
               MOVE 1 TO RETUR
               OPERATOR-ID
           EXIT PROGRAM.

      * Reg.nr. og kontonr. slaas op i pengeinstitutregisteret, og
      * telleren bekraefter modtagerbankens navn. Mangler registeret
      * helt, advares der kun - betalingen kan stadig gennemfoeres.
       REGNRKONTROL.
           MOVE "N" TO REGNR-STATUS
           CALL "REGNRTJEK" USING EKST-REGNR EKST-KONTONR RT-DATO
               RT-BANKNAVN RT-RETUR
           EVALUATE RT-RETUR
               WHEN 0
                   DISPLAY "Modtagerbank: "
                       FUNCTION TRIM(RT-BANKNAVN)
                   DISPLAY "Er modtagerbanken korrekt (J/N)? "
                       WITH NO ADVANCING
                   ACCEPT BANK-SVAR
                   IF BANK-SVAR = "J" OR BANK-SVAR = "j"
                       SET REGNR-ER-OK TO TRUE
                   ELSE
                       DISPLAY "Afbrudt: modtagerbanken er ikke "
                           "bekraeftet - intet debiteret."
                   END-IF
               WHEN 1
                   DISPLAY "Afvist: reg.nr. "
                       FUNCTION TRIM(EKST-REGNR)
                       " findes ikke i pengeinstitutregisteret."
               WHEN 2
                   DISPLAY "Afvist: reg.nr. "
                       FUNCTION TRIM(EKST-REGNR) " ("
                       FUNCTION TRIM(RT-BANKNAVN)
                       ") er ikke aktivt."
               WHEN 3
                   DISPLAY "Afvist: kontonummeret passer ikke med "
                       FUNCTION TRIM(RT-BANKNAVN)
                       "s kontrolciffer - tjek for tastefejl."
               WHEN 4
                   DISPLAY "Afvist: reg.nr. skal vaere 4 cifre og "
                       "kontonr. hoejst 10 cifre."
               WHEN OTHER
                   DISPLAY "Advarsel: intet pengeinstitutregister "
                       "indlaest - reg.nr. er ikke kontrolleret."
                   SET REGNR-ER-OK TO TRUE
           END-EVALUATE.

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
                           PERFORM TJEK-LEGITIMATION
                       END-IF
                       IF FULDMAGT-OK = "J" AND LEGIT-OK
                           PERFORM TJEK-DAGSGRAENSE
                           IF DAGSGRAENSE-OK
                               MOVE "J" TO BETALING-OK
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

       FIND-KONTO.
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
               END-IF
           END-IF.

      * Den moedende skal have gyldig legitimation registreret;
      * ellers kan en anden operatoer med rollen SUPERVISOR
      * overstyre - logget som LEGIT-OVST med teller og beloeb.
       TJEK-LEGITIMATION.
           MOVE "J" TO LEGIT-GODKENDT
           IF HANDLER-SELV = "N" OR HANDLER-SELV = "n"
               MOVE PERSON-ID TO LG-KUNDE-ID
           ELSE
               MOVE KONTO-FELT2 TO LG-KUNDE-ID
           END-IF
           CALL "LEGITTJEK" USING LG-KUNDE-ID LG-UDLOEB LG-RETUR
           IF LG-RETUR NOT = 0
               MOVE "N" TO LEGIT-GODKENDT
               IF LG-RETUR = 1
                   DISPLAY "Kunde " FUNCTION TRIM(LG-KUNDE-ID)
                       " har ingen legitimation registreret "
                       "(LEGITADMIN)."
               ELSE
                   DISPLAY "Kunde " FUNCTION TRIM(LG-KUNDE-ID)
                       "s legitimation udloeb "
                       FUNCTION TRIM(LG-UDLOEB) "."
               END-IF
               DISPLAY "Supervisor-overstyring af "
                   "legitimationskravet (J/N)? " WITH NO ADVANCING
               ACCEPT OVERSTYR-SVAR
               IF OVERSTYR-SVAR = "J" OR OVERSTYR-SVAR = "j"
                   PERFORM GODKEND-LEGIT-OVERSTYRING
               END-IF
               IF NOT LEGIT-OK
                   DISPLAY "Afvist: gyldig legitimation mangler - "
                       "intet debiteret."
               END-IF
           END-IF.

       GODKEND-LEGIT-OVERSTYRING.
           DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
           ACCEPT SUP-ID
           DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
           ACCEPT SUP-KODE
           IF FUNCTION TRIM(SUP-ID) = FUNCTION TRIM(OPERATOR-ID)
               DISPLAY "Overstyring afvist: godkenderen maa ikke "
                   "vaere den samme operatoer."
           ELSE
               CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
                   SUP-RETUR
               IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
                   MOVE "LEGIT-OVST" TO LT-HAENDELSE
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
                   MOVE "J" TO LEGIT-GODKENDT
               ELSE
                   DISPLAY "Overstyring afvist: supervisoren "
                       "kunne ikke godkendes."
               END-IF
           END-IF.

      * Transaktionsgebyret for en ekstern betaling fra
      * takstbladet; segmentet opslaas af GEBYRTAKST selv.
       HENT-TRANSGEBYR.
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               KOE-STATUS DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE KOE-LINJE FROM LINJE
           CLOSE KOEFIL.

      * Kontaktdata aendret for nylig og beloebet over graensen:
      * betalingen laegges i koeen med status T, saa CLEARUD ikke
      * sender den foer tilbageringningen er bekraeftet.
       TJEK-KONTAKTVAGT.
           MOVE "K" TO KOE-STATUS
           MOVE "T" TO KV-HANDLING
           CALL "KONTAKTVAGT" USING KV-HANDLING FRA-KONTO-ID BELOEB
               KV-KILDE KV-REF KV-KUNDE KV-DATO KV-HOLD-ID
               OPERATOR-ID KV-RETUR
           IF KV-RETUR = 1
               MOVE "T" TO KOE-STATUS
           END-IF.

       OPRET-TILBAGEHOLD.
           MOVE "H" TO KV-HANDLING
           MOVE NEW-ID TO KV-REF
           CALL "KONTAKTVAGT" USING KV-HANDLING FRA-KONTO-ID BELOEB
               KV-KILDE KV-REF KV-KUNDE KV-DATO KV-HOLD-ID
               OPERATOR-ID KV-RETUR
           DISPLAY "Kunde " FUNCTION TRIM(KV-KUNDE)
               "s kontaktdata er aendret " FUNCTION TRIM(KV-DATO)
               "."
           DISPLAY "Beloebet er debiteret (ny saldo "
               FUNCTION TRIM(FINAL-SALDO-TXT) "), men betalingen "
               "holdes til tilbageringning (hold-ID "
               FUNCTION TRIM(KV-HOLD-ID) ")."
           DISPLAY "En anden operatoer skal ringe kunden op og "
               "bekraefte i TILBAGERING foer den afsendes.".

       FIND-SENESTE-KOE-ID.
           MOVE 0 TO LAST-ID
           MOVE "N" TO KOE-EOF-FLAG
