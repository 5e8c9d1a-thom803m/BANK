      *> LAANBATCH traekker ydelserne paa forfaldsdagene.
      *> Laanekontoen oprettes med naeste ledige Konto-ID via samme
      *> noegle-positionering som OPRETKONTO.
      *> Et laan kan i stedet for en fast rente knyttes til en
      *> referencerente (en noegle i rentesatser.txt) plus en
      *> individuel margin: renten er da referencerentens nyeste
      *> gyldige raekke plus marginen, og noegle, margin og raekkens
      *> gyldig-fra-dato gemmes i stamlinjen, saa LAANREPRIS kan
      *> omlaegge planen naar referencerenten aendres.
      *> Intet laan uden en godkendt, ubrugt LAAN-kreditsag paa
      *> kunden (KREDITSAG), der daekker hovedstolen: sagen
      *> kontrolleres og stemples med laanekontoen via KREDITTJEK,
      *> og sagsnummeret gemmes i stamlinjens felt 8.
      *> Er kunden med i en kundegruppe (husstand/koncern), laegges
      *> hovedstolen til gruppens samlede engagement (GRUPPEENG); vil
      *> det overstige gruppens graense, advares der, og laanet
      *> kraever supervisor-overstyring (en anden operatoer med
      *> rollen SUPERVISOR), logget som OVERSTYR.

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
           SELECT LAANFIL ASSIGN TO "laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PLANFIL ASSIGN TO "laaneplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFIL-STATUS.
           SELECT RENTEFIL ASSIGN TO "rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "KONTOPOST.cpy".

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD RENTEFIL.
       01 RENTE-LINJE      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       01 KONTOFIL-STATUS  PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 RENTEFIL-STATUS  PIC XX.

       01 NU.
          05 NU-DATO.
       01 BETAL-DAG-TXT    PIC X(2).
       01 BETAL-DAG        PIC 99.

      * Kreditsagen bag laanet (KREDITTJEK).
       01 KT-HANDLING      PIC X.
       01 KT-SAGSNR        PIC X(10).
       01 KT-KUNDE-ID      PIC X(10).
       01 KT-FORMAAL       PIC X(10).
       01 KT-BELOEB        PIC S9(11)V99.
       01 KT-KONTO         PIC X(10).
       01 KT-RETUR         PIC 9.

      * Variabel rente: referencerentens noegle, margin og den
      * fundne satsraekke (samme gyldig-fra-regel som RENTEBATCH).
       01 REF-NOEGLE       PIC X(15).
       01 MARGIN-TXT       PIC X(10).
       01 MARGIN           PIC S9V9999.
       01 REF-SATS         PIC S9V9999.
       01 REF-DATO         PIC X(10).
       01 REF-FUNDET       PIC X VALUE "N".
          88 REF-ER-FUNDET VALUE "Y".
       01 RENTE-FELT1      PIC X(20).
       01 RENTE-FELT2      PIC X(15).
       01 RENTE-FELT3      PIC X(10).
       01 KANDIDAT-DATO    PIC X(10).
       01 SATS-EDIT        PIC -9.9999.
       01 SATS-EOF-FLAG    PIC X VALUE "N".
          88 SATS-EOF      VALUE "Y".

       01 YDELSE           PIC S9(11)V99.
       01 RENTE-DEL        PIC S9(11)V99.
       01 AFDRAG-DEL       PIC S9(11)V99.
       01 LT-PROGRAM       PIC X(20) VALUE "OPRETLAAN".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

      * Kundegruppens engagement (GRUPPEENG) og overstyring.
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
       01 NYT-ENGAGEMENT   PIC S9(13)V99.
       01 ENGAGEMENT-EDIT  PIC -(12)9.99.
       01 GRUPPE-GODKENDT  PIC X.
          88 GRUPPE-OK     VALUE "J".
       01 OVERSTYR-SVAR    PIC X.
       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.

      * Historikken skrives gennem HISTADGANG, der laegger linjen
      * i maanedens partition (se HISTADGANG for formatet).
           DISPLAY "=== OPRETLAAN: Opret laan ===".
           DISPLAY "Kunde-ID: " WITH NO ADVANCING.
           ACCEPT NY-KUNDE-ID.
           DISPLAY "Kreditsagsnr (godkendt): " WITH NO ADVANCING.
           ACCEPT KT-SAGSNR.
           DISPLAY "Betalingskonto (kundens konto): "
               WITH NO ADVANCING.
           ACCEPT BETAL-KONTO.
           DISPLAY "Hovedstol: " WITH NO ADVANCING.
           ACCEPT HOVEDSTOL-TXT.
           MOVE FUNCTION NUMVAL(HOVEDSTOL-TXT) TO HOVEDSTOL.
           DISPLAY "Referencerente (noegle i rentesatser.txt, "
               "blank = fast rente): " WITH NO ADVANCING.
           ACCEPT REF-NOEGLE.
           IF FUNCTION TRIM(REF-NOEGLE) = SPACES
               DISPLAY "Aarlig rente (decimal, f.eks. 0.0600): "
                   WITH NO ADVANCING
               ACCEPT RENTE-TXT
               MOVE FUNCTION NUMVAL(RENTE-TXT) TO AARLIG-RENTE
           ELSE
               DISPLAY "Margin (decimal, f.eks. 0.0150): "
                   WITH NO ADVANCING
               ACCEPT MARGIN-TXT
               MOVE FUNCTION NUMVAL(MARGIN-TXT) TO MARGIN
               PERFORM FIND-REFERENCESATS
               COMPUTE AARLIG-RENTE = REF-SATS + MARGIN
               MOVE AARLIG-RENTE TO SATS-EDIT
               MOVE FUNCTION TRIM(SATS-EDIT) TO RENTE-TXT
               MOVE MARGIN TO SATS-EDIT
               MOVE FUNCTION TRIM(SATS-EDIT) TO MARGIN-TXT
           END-IF.
           DISPLAY "Loebetid i maaneder: " WITH NO ADVANCING.
           ACCEPT LOEBETID-TXT.
           MOVE FUNCTION NUMVAL(LOEBETID-TXT) TO LOEBETID.
               INTO NU-DATO-TXT
           END-STRING

           MOVE "T" TO KT-HANDLING
           MOVE NY-KUNDE-ID TO KT-KUNDE-ID
           MOVE "LAAN" TO KT-FORMAAL
           MOVE HOVEDSTOL TO KT-BELOEB
           MOVE SPACES TO KT-KONTO
           CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR KT-KUNDE-ID
               KT-FORMAAL KT-BELOEB KT-KONTO KT-RETUR

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN HOVEDSTOL NOT > 0
                   DISPLAY "Afvist: hovedstolen skal vaere positiv."
               WHEN KT-RETUR NOT = 0
                   PERFORM VIS-KREDITAFVISNING
               WHEN FUNCTION TRIM(REF-NOEGLE) NOT = SPACES
                   AND NOT REF-ER-FUNDET
                   DISPLAY "Afvist: referencerenten "
                       FUNCTION TRIM(REF-NOEGLE)
                       " har ingen gyldig raekke i rentesatser.txt."
               WHEN AARLIG-RENTE NOT > 0
                   DISPLAY "Afvist: renten skal vaere positiv."
               WHEN LOEBETID < 1 OR LOEBETID > 480
                           FUNCTION TRIM(BETAL-KONTO)
                           " findes ikke."
                   ELSE
                       PERFORM TJEK-GRUPPEGRAENSE
                       IF GRUPPE-OK
                           PERFORM OPRET-LAANET
                           MOVE 0 TO RETUR
                       END-IF
                   END-IF
           END-EVALUATE

               OPERATOR-ID
           EXIT PROGRAM.

      * Kundegruppens engagement plus hovedstolen holdes op mod
      * gruppens graense; kunder uden gruppe er ikke beroert.
       TJEK-GRUPPEGRAENSE.
           MOVE "J" TO GRUPPE-GODKENDT
           MOVE NY-KUNDE-ID TO GE-KUNDE-ID
           MOVE SPACES TO GE-GRUPPE-ID
           CALL "GRUPPEENG" USING GE-KUNDE-ID GE-GRUPPE-ID
               GE-GRUPPE-NAVN GE-GRAENSE GE-STORGRAENSE GE-RESTGAELD
               GE-BEVILGET GE-NEGATIV GE-PANT GE-ENGAGEMENT GE-RETUR
           IF GE-RETUR = 0
               COMPUTE NYT-ENGAGEMENT = GE-ENGAGEMENT + HOVEDSTOL
               IF NYT-ENGAGEMENT > GE-GRAENSE
                   MOVE "N" TO GRUPPE-GODKENDT
                   DISPLAY "ADVARSEL: kunden er med i gruppe "
                       FUNCTION TRIM(GE-GRUPPE-ID) " "
                       FUNCTION TRIM(GE-GRUPPE-NAVN) "."
                   MOVE GE-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens engagement nu:   "
                       ENGAGEMENT-EDIT
                   MOVE NYT-ENGAGEMENT TO ENGAGEMENT-EDIT
                   DISPLAY "  Engagement med laanet:    "
                       ENGAGEMENT-EDIT
                   MOVE GE-GRAENSE TO ENGAGEMENT-EDIT
                   DISPLAY "  Gruppens graense:         "
                       ENGAGEMENT-EDIT
                   PERFORM TILBYD-OVERSTYRING
                   IF NOT GRUPPE-OK
                       DISPLAY "Afvist: laanet vil bringe gruppens "
                           "engagement over graensen."
                   END-IF
               END-IF
           END-IF.

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
                       MOVE HOVEDSTOL TO BELOEB-EDIT
                       MOVE "OVERSTYR" TO LT-HAENDELSE
                       MOVE 0 TO LT-RC
                       MOVE ALL SPACES TO LT-DETALJE
                       STRING "T:" DELIMITED BY SIZE
                           FUNCTION TRIM(OPERATOR-ID)
                               DELIMITED BY SIZE
                           " B:" DELIMITED BY SIZE
                           FUNCTION TRIM(BELOEB-EDIT)
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

       FIND-BETALKONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
               CLOSE KONTOFIL
           END-IF.

      * Referencerentens nyeste raekke med gyldig-fra paa eller
      * foer dags dato; en raekke uden dato er altid gyldig med
      * lavest prioritet (samme regel som RENTEBATCH).
       FIND-REFERENCESATS.
           MOVE "N" TO REF-FUNDET
           MOVE 0 TO REF-SATS
           MOVE SPACES TO REF-DATO
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
                               UNSTRING RENTE-LINJE
                                   DELIMITED BY ";"
                                   INTO RENTE-FELT1 RENTE-FELT2
                                        RENTE-FELT3
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(RENTE-FELT1)) =
                                   FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(REF-NOEGLE))
                                   PERFORM VURDER-REFRAEKKE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEFIL
           END-IF.

       VURDER-REFRAEKKE.
           IF FUNCTION TRIM(RENTE-FELT3) = SPACES
               MOVE "0000-00-00" TO KANDIDAT-DATO
           ELSE
               MOVE FUNCTION TRIM(RENTE-FELT3) TO KANDIDAT-DATO
           END-IF
           IF KANDIDAT-DATO NOT > NU-DATO-TXT
               AND (NOT REF-ER-FUNDET OR KANDIDAT-DATO > REF-DATO)
               SET REF-ER-FUNDET TO TRUE
               MOVE KANDIDAT-DATO TO REF-DATO
               MOVE FUNCTION NUMVAL(RENTE-FELT2) TO REF-SATS
           END-IF.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               HOVEDSTOL * MAANEDS-RENTE / FAKTOR

           PERFORM OPRET-LAANEKONTO
           PERFORM BRUG-KREDITSAG
           PERFORM SKRIV-STAMLINJE
           PERFORM DAN-PLAN
           PERFORM UDBETAL-HOVEDSTOL
               FUNCTION TRIM(NEW-ID) ", " LOEBETID
               " terminer a " FUNCTION TRIM(YDELSE-TXT) ".".

      * Kreditsagen stemples som brugt paa den nye laanekonto.
       BRUG-KREDITSAG.
           MOVE "B" TO KT-HANDLING
           MOVE NEW-ID TO KT-KONTO
           CALL "KREDITTJEK" USING KT-HANDLING KT-SAGSNR KT-KUNDE-ID
               KT-FORMAAL KT-BELOEB KT-KONTO KT-RETUR.

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
                   DISPLAY "Afvist: kreditsagen gaelder ikke et laan."
               WHEN 6
                   DISPLAY "Afvist: hovedstolen overstiger det "
                       "bevilgede beloeb."
           END-EVALUATE.

       OPRET-LAANEKONTO.
           OPEN I-O KONTOFIL
           IF KONTOFIL-STATUS = "35"
           END-STRING
           MOVE NEW-ID TO KONTO-NOEGLE
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           WRITE KONTO-POST
           CLOSE KONTOFIL


       SKRIV-STAMLINJE.
           MOVE ALL SPACES TO LINJE
           IF FUNCTION TRIM(REF-NOEGLE) = SPACES
               STRING
                   FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BETAL-KONTO) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
                   ";"
                   BETAL-DAG DELIMITED BY SIZE
                   ";;;"
                   FUNCTION TRIM(KT-SAGSNR) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(NEW-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(BETAL-KONTO) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(RENTE-TXT) DELIMITED BY SIZE
                   ";"
                   BETAL-DAG DELIMITED BY SIZE
                   ";"
                   FUNCTION UPPER-CASE(FUNCTION TRIM(REF-NOEGLE))
                       DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(MARGIN-TXT) DELIMITED BY SIZE
                   ";"
                   REF-DATO DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(KT-SAGSNR) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
           END-IF
           OPEN EXTEND LAANFIL
           IF LAANFIL-STATUS = "35"
               OPEN OUTPUT LAANFIL
                       INTO LINJE
                   END-STRING
                   MOVE LINJE TO KONTO-DATA
                   CALL "KONTOEJER" USING KONTO-POST
                   REWRITE KONTO-POST
           END-READ
           CLOSE KONTOFIL
