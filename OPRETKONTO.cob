               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT BRUGERFIL ASSIGN TO "brugere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRUGERFIL-STATUS.
           SELECT SKATFIL ASSIGN TO "skatteresidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATFIL-STATUS.
           SELECT CERTKOEFIL ASSIGN TO "selvcert_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTKOEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRUGERFIL.
       01 BRUGER-LINJE     PIC X(100).

       FD SKATFIL.
       01 SKAT-LINJE       PIC X(100).

       FD CERTKOEFIL.
       01 CERTKOE-LINJE    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       01 BRUGER-EOF-FLAG  PIC X VALUE "N".
          88 BRUGER-EOF    VALUE "Y".

      * Selvcertificering til CRS/FATCA (skatteresidens.txt, se
      * SKATADMIN): mangler kontohaveren en gyldig (status G)
      * linje, markeres kunden paa skaermen og i opfoelgnings-
      * koeen selvcert_koe.txt.
       01 SKATFIL-STATUS   PIC XX.
       01 CERTKOEFIL-STATUS PIC XX.
       01 SKAT-FELT1       PIC X(10).
       01 SKAT-FELT2       PIC X(2).
       01 SKAT-FELT3       PIC X(30).
       01 SKAT-FELT4       PIC X(10).
       01 SKAT-FELT5       PIC X(1).
       01 CERT-KUNDE-ID    PIC X(10).
       01 CERT-FLAG        PIC X VALUE "N".
          88 CERT-ER-GYLDIG VALUE "Y".
       01 SKAT-EOF-FLAG    PIC X VALUE "N".
          88 SKAT-EOF      VALUE "Y".

       01 LAST-ID         PIC 9(5) VALUE 0.
       01 NEW-ID          PIC 9(5).

       01 NY-OVERTRAEK    PIC X(15).
       01 NY-KUNDE-ID2    PIC X(10).

      * En overtraeksgraense over standarden kraever en godkendt
      * OVERTRAEK-kreditsag (KREDITTJEK).
       01 KT-HANDLING     PIC X.
       01 KT-SAGSNR       PIC X(10).
       01 KT-KUNDE-ID     PIC X(10).
       01 KT-FORMAAL      PIC X(10).
       01 KT-BELOEB       PIC S9(11)V99.
       01 KT-KONTO        PIC X(10).
       01 KT-RETUR        PIC 9.

       01 BT-RETUR        PIC 9.

      * Legitimationsregisteret (LEGITTJEK).
       01 LG-UDLOEB       PIC X(10).
       01 LG-RETUR        PIC 9.
       01 LEGIT-GODKENDT  PIC X.
          88 LEGIT-OK     VALUE "J".

      * Kundegruppens engagement (GRUPPEENG): en overtraeksgraense
      * der bringer gruppen over dens graense kraever overstyring.
       01 GE-KUNDE-ID     PIC X(10).
       01 GE-GRUPPE-ID    PIC X(10).
       01 GE-GRUPPE-NAVN  PIC X(40).
       01 GE-GRAENSE      PIC S9(13)V99.
       01 GE-STORGRAENSE  PIC S9(13)V99.
       01 GE-RESTGAELD    PIC S9(13)V99.
       01 GE-BEVILGET     PIC S9(13)V99.
       01 GE-NEGATIV      PIC S9(13)V99.
       01 GE-PANT         PIC S9(13)V99.
       01 GE-ENGAGEMENT   PIC S9(13)V99.
       01 GE-RETUR        PIC 9.
       01 NYT-ENGAGEMENT  PIC S9(13)V99.
       01 ENGAGEMENT-EDIT PIC -(12)9.99.
       01 GRUPPE-GODKENDT PIC X.
          88 GRUPPE-OK    VALUE "J".
       01 OVERSTYR-SVAR   PIC X.
       01 SUP-ID          PIC X(10).
       01 SUP-KODE        PIC X(10).
       01 SUP-ROLLE       PIC X(10).
       01 SUP-RETUR       PIC 9.
       01 VK-FRA          PIC X(5).
       01 VK-TIL          PIC X(5).
       01 VK-BELOEB-IND   PIC S9(11)V99.
       01 VK-BELOEB-UD    PIC S9(11)V99.
       01 VK-RETUR        PIC 9.

      * Bundne opsparingsprodukter (BINDTJEK): frigivelsesdato af
      * kontohaverens CPR og startsaldoen inden for lofterne.
       01 BN-HANDLING     PIC X.
       01 BN-KONTO        PIC X(10).
       01 BN-BELOEB       PIC S9(11)V99.
       01 BN-DATO         PIC X(10).
       01 BN-RETUR        PIC 9.
       01 PK-OVERTRAEK    PIC X(15).
       01 PK-RENTENOEGLE  PIC X(20).
       01 PK-GEBYRNOEGLE  PIC X(20).
       01 LT-PROGRAM      PIC X(20) VALUE "OPRETKONTO".
       01 LT-HAENDELSE    PIC X(10).
       01 LT-RC           PIC 9 VALUE 0.
       01 LT-DETALJE      PIC X(40).

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
           IF FUNCTION TRIM(NY-OVERTRAEK) = SPACES
               MOVE STANDARD-OVERTRAEK TO NY-OVERTRAEK
           END-IF
           MOVE SPACES TO KT-SAGSNR
           IF FUNCTION NUMVAL(NY-OVERTRAEK) >
               FUNCTION NUMVAL(STANDARD-OVERTRAEK)
               DISPLAY "Kreditsagsnr (godkendt, kraeves over "
                   "standardgraensen): " WITH NO ADVANCING
               ACCEPT KT-SAGSNR
           END-IF

           DISPLAY "Medejer Kunde-ID (blank hvis ingen): "
               WITH NO ADVANCING.
               EXIT PROGRAM
           END-IF

      * Kontohaveren skal have gyldig legitimation registreret
      * (LEGITTJEK), medmindre en supervisor overstyrer.
           MOVE "J" TO LEGIT-GODKENDT
           CALL "LEGITTJEK" USING NY-KUNDE-ID LG-UDLOEB LG-RETUR
           IF LG-RETUR NOT = 0
               PERFORM TILBYD-LEGIT-OVERSTYRING
               IF NOT LEGIT-OK
                   MOVE 1 TO RETUR
                   MOVE "SLUT" TO LT-HAENDELSE
                   MOVE RETUR TO LT-RC
                   CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                       OPERATOR-ID
                   EXIT PROGRAM
               END-IF
           END-IF

      * Valider evt. medejer paa samme maade, hvis angivet
           IF FUNCTION TRIM(NY-KUNDE-ID2) NOT = SPACES
               MOVE "N" TO MEDEJER-FUNDET
               END-IF
           END-IF

      * Et bundet produkt (boerneopsparing o.l.) kraever et gyldigt
      * CPR paa kontohaveren, der ikke allerede er over
      * bindingsalderen, og startsaldoen taeller som indskud.
           MOVE "V" TO BN-HANDLING
           MOVE SPACES TO BN-KONTO
           MOVE FUNCTION NUMVAL(NY-SALDO) TO BN-BELOEB
           CALL "BINDTJEK" USING BN-HANDLING BN-KONTO NY-KUNDE-ID
               NY-TYPE BN-BELOEB BN-DATO BN-RETUR
           IF BN-RETUR NOT = 0
               PERFORM VIS-BINDAFVISNING
               MOVE 1 TO RETUR
               MOVE "SLUT" TO LT-HAENDELSE
               MOVE RETUR TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID
               EXIT PROGRAM
           END-IF

      * En overtraeksgraense over produktets standard er en
      * kreditbevilling: den skal daekkes af en godkendt, ubrugt
      * OVERTRAEK-sag paa kontohaveren (KREDITSAG).
           IF FUNCTION NUMVAL(NY-OVERTRAEK) >
               FUNCTION NUMVAL(STANDARD-OVERTRAEK)
               MOVE "T" TO KT-HANDLING
               MOVE NY-KUNDE-ID TO KT-KUNDE-ID
               MOVE "OVERTRAEK" TO KT-FORMAAL
               MOVE FUNCTION NUMVAL(NY-OVERTRAEK) TO KT-BELOEB
               MOVE SPACES TO KT-KONTO
               CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR
                   KT-KUNDE-ID KT-FORMAAL KT-BELOEB KT-KONTO KT-RETUR
               IF KT-RETUR NOT = 0
                   PERFORM VIS-KREDITAFVISNING
                   MOVE 1 TO RETUR
                   MOVE "SLUT" TO LT-HAENDELSE
                   MOVE RETUR TO LT-RC
                   CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                       OPERATOR-ID
                   EXIT PROGRAM
               END-IF
           END-IF

      * Er kontohaveren (eller medejeren) med i en kundegruppe,
      * laegges graensen til gruppens engagement; kommer gruppen
      * over sin graense, kraeves supervisor-overstyring.
           IF FUNCTION NUMVAL(NY-OVERTRAEK) > 0
               PERFORM TJEK-GRUPPEGRAENSE
               IF NOT GRUPPE-OK
                   DISPLAY "Afvist: overtraeksgraensen vil bringe "
                       "gruppens engagement over gruppens graense."
                   MOVE 1 TO RETUR
                   MOVE "SLUT" TO LT-HAENDELSE
                   MOVE RETUR TO LT-RC
                   CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                       OPERATOR-ID
                   EXIT PROGRAM
               END-IF
           END-IF

      * Find seneste Konto-ID via direkte positionering paa noeglen
      * (samme moenster som OPRETKUNDE) - konti.txt oprettes hvis
      * den ikke findes endnu paa en frisk installation.
      * Skriv posten paa noeglen
           MOVE NEW-ID TO KONTO-NOEGLE
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           WRITE KONTO-POST
           CLOSE KONTOFIL

           DISPLAY "Konto oprettet! ID: " FUNCTION TRIM(NEW-ID)

      * Bundne produkter faar deres raekke i bundne_konti.txt.
           MOVE "O" TO BN-HANDLING
           MOVE NEW-ID TO BN-KONTO
           CALL "BINDTJEK" USING BN-HANDLING BN-KONTO NY-KUNDE-ID
               NY-TYPE BN-BELOEB BN-DATO BN-RETUR
           IF FUNCTION TRIM(BN-DATO) NOT = SPACES
               DISPLAY "Bunden opsparing - udbetaling spaerret til "
                   FUNCTION TRIM(BN-DATO) "."
           END-IF

      * Kreditsagen bag graensen stemples med den nye konto.
           IF FUNCTION TRIM(KT-SAGSNR) NOT = SPACES
               MOVE "B" TO KT-HANDLING
               MOVE NEW-ID TO KT-KONTO
               CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR
                   KT-KUNDE-ID KT-FORMAAL KT-BELOEB KT-KONTO KT-RETUR
           END-IF

      * Aabningspostering, saa SALDOTJEK's genafspilning af
      * historikken har et grundlag: OPRET med startsaldoen som
      * beloeb og ny-saldo.
           PERFORM SKRIV-AABNINGSHISTORIK

      * Kontohaver og evt. medejer kontrolleres hver for sig for
      * gyldig selvcertificering - kontoen er oprettet, men
      * manglen skal foelges op af compliance.
           MOVE NY-KUNDE-ID TO CERT-KUNDE-ID
           PERFORM TJEK-SELVCERT
           IF FUNCTION TRIM(NY-KUNDE-ID2) NOT = SPACES
               MOVE NY-KUNDE-ID2 TO CERT-KUNDE-ID
               PERFORM TJEK-SELVCERT
           END-IF

           MOVE 0 TO RETUR
           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       VIS-BINDAFVISNING.
           EVALUATE BN-RETUR
               WHEN 2
                   DISPLAY "Afvist: startsaldoen overstiger "
                       "produktets aarlige indskudsloft."
               WHEN 3
                   DISPLAY "Afvist: startsaldoen overstiger "
                       "produktets samlede indskudsloft."
               WHEN 4
                   DISPLAY "Afvist: kontohaveren mangler et gyldigt "
                       "CPR - frigivelsesdatoen kan ikke udledes."
               WHEN 5
                   DISPLAY "Afvist: kontohaveren er allerede over "
                       "produktets bindingsalder."
           END-EVALUATE.

       VIS-KREDITAFVISNING.
           EVALUATE KT-RETUR
               WHEN 1
                   DISPLAY "Afvist: kreditsag "
                       FUNCTION TRIM(KT-SAGSNR) " findes ikke."
               WHEN 2
                   DISPLAY "Afvist: kreditsagen er ikke godkendt."
               WHEN 3
                   DISPLAY "Afvist: kreditsagen er allerede brugt."
               WHEN 4
                   DISPLAY "Afvist: kreditsagen tilhoerer en anden "
                       "kunde."
               WHEN 5
                   DISPLAY "Afvist: kreditsagen gaelder ikke en "
                       "overtraeksgraense."
               WHEN 6
                   DISPLAY "Afvist: overtraeksgraensen overstiger "
                       "det bevilgede beloeb."
           END-EVALUATE.

      * Kontohaverens gruppe gaelder, ellers medejerens; den nye
      * graense omregnes til DKK som i GRUPPEENG.
       TJEK-GRUPPEGRAENSE.
           MOVE "J" TO GRUPPE-GODKENDT
           MOVE NY-KUNDE-ID TO GE-KUNDE-ID
           MOVE SPACES TO GE-GRUPPE-ID
           PERFORM HENT-GRUPPE-ENGAGEMENT
           IF GE-RETUR NOT = 0
               AND FUNCTION TRIM(NY-KUNDE-ID2) NOT = SPACES
               MOVE NY-KUNDE-ID2 TO GE-KUNDE-ID
               MOVE SPACES TO GE-GRUPPE-ID
               PERFORM HENT-GRUPPE-ENGAGEMENT
           END-IF
           IF GE-RETUR = 0
               MOVE FUNCTION NUMVAL(NY-OVERTRAEK) TO VK-BELOEB-IND
               IF FUNCTION TRIM(NY-VALUTA) NOT = SPACES
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(NY-VALUTA))
                       NOT = "DKK"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NY-VALUTA))
                       TO VK-FRA
                   MOVE "DKK" TO VK-TIL
                   CALL "VALUTAKURS" USING VK-FRA VK-TIL
                       VK-BELOEB-IND VK-BELOEB-UD VK-RETUR
               ELSE
                   MOVE VK-BELOEB-IND TO VK-BELOEB-UD
               END-IF
               COMPUTE NYT-ENGAGEMENT = GE-ENGAGEMENT + VK-BELOEB-UD
               IF NYT-ENGAGEMENT > GE-GRAENSE
                   MOVE "N" TO GRUPPE-GODKENDT
                   DISPLAY "ADVARSEL: kunden er med i gruppe "
                       FUNCTION TRIM(GE-GRUPPE-ID) " "
                       FUNCTION TRIM(GE-GRUPPE-NAVN) "."
                   MOVE GE-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens engagement nu:   "
                       ENGAGEMENT-EDIT
                   MOVE NYT-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Engagement med graensen:  "
                       ENGAGEMENT-EDIT
                   MOVE GE-GRAENSE TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens graense:         "
                       ENGAGEMENT-EDIT
                   PERFORM TILBYD-OVERSTYRING
               END-IF
           END-IF.

       HENT-GRUPPE-ENGAGEMENT.
           CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
               GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
               GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR.

      * Overstyringen kraever en anden operatoer med rollen
      * SUPERVISOR og logges som OVERSTYR med teller og beloeb.
       TILBYD-OVERSTYRING.
           DISPLAY "Supervisor-overstyring (J/N)? "
               WITH NO ADVANCING
           ACCEPT OVERSTYR-SVAR
           IF OVERSTYR-SVAR = "J" OR OVERSTYR-SVAR = "j"
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
                       MOVE "OVERSTYR" TO LT-HAENDELSE
                       MOVE 0 TO LT-RC
                       MOVE ALL SPACES TO LT-DETALJE
                       STRING "T:" DELIMITED BY SIZE
                           FUNCTION TRIM(OPERATOR-ID)
                               DELIMITED BY SIZE
                           " B:" DELIMITED BY SIZE
                           FUNCTION TRIM(NY-OVERTRAEK)
                               DELIMITED BY SIZE
                           INTO LT-DETALJE
                       END-STRING
                       CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                           LT-RC SUP-ID LT-DETALJE
                       MOVE "J" TO GRUPPE-GODKENDT
                   ELSE
                       DISPLAY "Overstyring afvist: supervisoren "
                           "kunne ikke godkendes."
                   END-IF
               END-IF
           END-IF.

      * Manglende eller udloebet legitimation kan kun overstyres af
      * en anden operatoer med rollen SUPERVISOR - logget som
      * LEGIT-OVST med teller og startsaldo, saa OVERSTYRRAP tager
      * den med.
       TILBYD-LEGIT-OVERSTYRING.
           MOVE "N" TO LEGIT-GODKENDT
           IF LG-RETUR = 1
               DISPLAY "Kunden har ingen legitimation registreret "
                   "(LEGITADMIN)."
           ELSE
               DISPLAY "Kundens legitimation udloeb "
                   FUNCTION TRIM(LG-UDLOEB) "."
           END-IF
           DISPLAY "Supervisor-overstyring af legitimationskravet "
               "(J/N)? " WITH NO ADVANCING
           ACCEPT OVERSTYR-SVAR
           IF OVERSTYR-SVAR = "J" OR OVERSTYR-SVAR = "j"
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
                           FUNCTION TRIM(NY-SALDO)
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
               END-IF
           END-IF
           IF NOT LEGIT-OK
               DISPLAY "Afvist: kunden skal vise gyldig "
                   "legitimation foer kontoen kan oprettes."
           END-IF.

      * Operatoerens filial er 8. felt i brugere.txt; findes
      * operatoeren ikke, eller er feltet blankt, bruges HK.
       FIND-FILIAL.
               CLOSE BRUGERFIL
           END-IF.

      * Kunden skal have mindst en linje med status G i
      * skatteresidens.txt; ellers vises en advarsel og kunden
      * skrives i selvcert_koe.txt:
      *   dato;kunde-id;konto-id;operatoer
       TJEK-SELVCERT.
           MOVE "N" TO CERT-FLAG
           MOVE "N" TO SKAT-EOF-FLAG
           OPEN INPUT SKATFIL
           IF SKATFIL-STATUS = "35"
               CLOSE SKATFIL
           ELSE
               PERFORM UNTIL SKAT-EOF OR CERT-ER-GYLDIG
                   READ SKATFIL
                       AT END SET SKAT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SKAT-LINJE)) > 0
                               MOVE SPACES TO SKAT-FELT5
                               UNSTRING SKAT-LINJE
                                   DELIMITED BY ";"
                                   INTO SKAT-FELT1 SKAT-FELT2
                                        SKAT-FELT3 SKAT-FELT4
                                        SKAT-FELT5
                               IF FUNCTION NUMVAL(SKAT-FELT1) =
                                   FUNCTION NUMVAL(CERT-KUNDE-ID)
                                   AND SKAT-FELT5 = "G"
                                   SET CERT-ER-GYLDIG TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKATFIL
           END-IF

           IF NOT CERT-ER-GYLDIG
               DISPLAY "BEMAERK: kunde "
                   FUNCTION TRIM(CERT-KUNDE-ID)
                   " mangler gyldig selvcertificering af "
                   "skatteresidens (CRS/FATCA) - sat til opfoelgning."
               MOVE FUNCTION CURRENT-DATE TO NU
               MOVE ALL SPACES TO LINJE
               STRING
                   NU-AAR DELIMITED BY SIZE
                   "-"
                   NU-MAANED DELIMITED BY SIZE
                   "-"
                   NU-DAG DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(CERT-KUNDE-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               OPEN EXTEND CERTKOEFIL
               IF CERTKOEFIL-STATUS = "35"
                   OPEN OUTPUT CERTKOEFIL
               END-IF
               WRITE CERTKOE-LINJE FROM LINJE
               CLOSE CERTKOEFIL
           END-IF.

       SKRIV-AABNINGSHISTORIK.
           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE FUNCTION TRIM(OPERATOR-ID) TO HIST-FELT7
