       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEDSKRIV.

      *> Maanedlig nedskrivningsberegning (IFRS 9) afloeser
      *> regnearket oekonomiafdelingen byggede paa RYKKER's
      *> restance_rapport.txt og PANTRAP's LTV-rapport. Hvert laan i
      *> laan.txt og hver konto i overtraek stadieinddeles:
      *>   stadie 3 - dage i restance over DPD-STADIE3 (standard 90)
      *>              eller inkassovarsel (rykkerniveau 3);
      *>   stadie 2 - betydelig stigning i kreditrisiko: dage i
      *>              restance over DPD-STADIE2 (standard 30), laanet
      *>              under rykkerbehandling (niveau 1-2), kundens
      *>              KYC-risikovurdering H eller et LTV-brud mod
      *>              pant.txt (graensen fra pant_graenser.txt);
      *>   stadie 1 - alt oevrigt.
      *> Dage i restance tages for et laan fra den aeldste M-termin i
      *> laaneplan.txt; for en overtrukken konto er de dagene i
      *> overtraek (som OVERTRAEKRAP) naar saldoen er ud over
      *> graensen, ellers nul. Eksponeringen er den trukne saldo.
      *> Forventet tab = eksponering x PD x LGD med PD og LGD pr.
      *> stadie fra nedskriv_satser.txt (LGD-SIKRET bruges naar
      *> laanet har pant); filen oprettes med standardsatser hvis
      *> den mangler, samme moenster som SIKR-GRAENSEFIL.
      *> Den bogfoerte nedskrivning pr. eksponering staar i
      *> nedskrivninger.txt; maanedens aendring (ny minus bogfoert,
      *> og fuld tilbagefoersel for eksponeringer der er forsvundet)
      *> skrives som balancerede linjer i gl_journal.txt i
      *> GLEKSPORT's format, mappet gennem kontoplan.txt paa
      *> posteringstyperne NEDSKRIV (nedskrivningskontoen) og
      *> NEDSKRIV-UDG (resultatfoert tab); raekkens retning gaelder
      *> en stigning og vendes ved et fald. En genkoersel samme
      *> maaned bogfoerer derfor kun forskellen. Rapporten
      *> nedskriv_rapport.txt viser hver eksponering og en oversigt
      *> pr. filial og arkiveres via RAPPORTARKIV.
      *> Registerlinjeformat:
      *>   KONTO;ART(L/O);KONTOTYPE;FILIAL;STADIE;EKSPONERING;
      *>   NEDSKRIVNING;PERIODE

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
           SELECT RESTANCEFIL ASSIGN TO "restancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCEFIL-STATUS.
           SELECT KYCFIL ASSIGN TO "kyc_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYCFIL-STATUS.
           SELECT PANTFIL ASSIGN TO "pant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANTFIL-STATUS.
           SELECT GRAENSEFIL ASSIGN TO "pant_graenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSEFIL-STATUS.
           SELECT SATSFIL ASSIGN TO "nedskriv_satser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SATSFIL-STATUS.
           SELECT REGFIL ASSIGN TO "nedskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGFIL-STATUS.
           SELECT REGTEMP ASSIGN TO "nedskrivninger_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KPLANFIL ASSIGN TO "kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPLANFIL-STATUS.
           SELECT JOURNALFIL ASSIGN TO "gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "nedskriv_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).

       FD RESTANCEFIL.
       01 RESTANCE-LINJE   PIC X(40).

       FD KYCFIL.
       01 KYC-LINJE        PIC X(60).

       FD PANTFIL.
       01 PANT-LINJE       PIC X(150).

       FD GRAENSEFIL.
       01 GRAENSE-LINJE    PIC X(40).

       FD SATSFIL.
       01 SATS-LINJE       PIC X(60).

       FD REGFIL.
       01 REG-LINJE        PIC X(120).

       FD REGTEMP.
       01 REGTEMP-LINJE    PIC X(120).

       FD KPLANFIL.
       01 KPLAN-LINJE      PIC X(60).

       FD JOURNALFIL.
       01 JOURNAL-LINJE    PIC X(100).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "LAANREC.cpy".

       01 KONTOFIL-STATUS  PIC XX.
       01 LAANFIL-STATUS   PIC XX.
       01 PLANFIL-STATUS   PIC XX.
       01 RESTANCEFIL-STATUS PIC XX.
       01 KYCFIL-STATUS    PIC XX.
       01 PANTFIL-STATUS   PIC XX.
       01 GRAENSEFIL-STATUS PIC XX.
       01 SATSFIL-STATUS   PIC XX.
       01 REGFIL-STATUS    PIC XX.
       01 KPLANFIL-STATUS  PIC XX.
       01 JOURNALFIL-STATUS PIC XX.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).
       01 NU-DATO-TXT      PIC X(10).
       01 PERIODE-TXT      PIC X(7).

      * Fejlkonto i finanskontoplanen (samme som GLEKSPORT) for
      * nedskrivningstyper uden kontoplanraekke.
       01 FEJL-GL          PIC X(10) VALUE "99990".

      * PD og LGD pr. stadie samt restancegraenserne i dage, fra
      * nedskriv_satser.txt (standardvaerdier hvis en raekke
      * mangler).
       01 SATS-TABEL.
          05 SATS-RAEKKE OCCURS 3 TIMES.
             10 SATS-PD    PIC 9V9999.
             10 SATS-LGD   PIC 9V9999.
             10 SATS-LGD-SIKRET PIC 9V9999.
       01 DPD-STADIE2      PIC 9(4) VALUE 30.
       01 DPD-STADIE3      PIC 9(4) VALUE 90.
       01 SATS-FELT1       PIC X(15).
       01 SATS-FELT2       PIC X(10).
       01 SATS-FELT3       PIC X(10).
       01 SATS-FELT4       PIC X(10).
       01 SATS-IX          PIC 9.
       01 SATS-EOF-FLAG    PIC X VALUE "N".
          88 SATS-EOF      VALUE "Y".

       01 GRAENSE-NOEGLE   PIC X(10).
       01 GRAENSE-VAERDI   PIC X(15).
       01 LTV-GRAENSE      PIC S9(3)V9999 VALUE 0.80.
       01 GRAENSE-EOF-FLAG PIC X VALUE "N".
          88 GRAENSE-EOF   VALUE "Y".

      * Bogfoerte nedskrivninger fra sidste koersel. Raekker der
      * ikke matches af en aktuel eksponering tilbagefoeres.
       01 REG-TABEL.
          05 REG-RAEKKE OCCURS 2000 TIMES.
             10 REG-KONTO  PIC X(10).
             10 REG-ART    PIC X(1).
             10 REG-TYPE   PIC X(20).
             10 REG-FILIAL PIC X(10).
             10 REG-STADIE PIC X(1).
             10 REG-BELOEB PIC S9(11)V99.
             10 REG-MATCHET PIC X(1).
       01 REG-ANTAL        PIC 9(4) VALUE 0.
       01 REG-OVERLOEB     PIC 9(5) VALUE 0.
       01 REG-IX           PIC 9(4).
       01 REG-FUNDET-IX    PIC 9(4).
       01 REG-FELT1        PIC X(10).
       01 REG-FELT2        PIC X(1).
       01 REG-FELT3        PIC X(20).
       01 REG-FELT4        PIC X(10).
       01 REG-FELT5        PIC X(1).
       01 REG-FELT6        PIC X(15).
       01 REG-FELT7        PIC X(15).
       01 REG-FELT8        PIC X(7).
       01 REG-EOF-FLAG     PIC X VALUE "N".
          88 REG-EOF       VALUE "Y".

      * Oversigt pr. filial (blank filial = HK); raekke 50 samler
      * filialer ud over tabellens stoerrelse.
       01 FIL-TABEL.
          05 FIL-RAEKKE OCCURS 50 TIMES.
             10 FIL-NAVN   PIC X(10).
             10 FIL-STADIE-ANTAL PIC 9(5) OCCURS 3 TIMES.
             10 FIL-EKSPONERING PIC S9(13)V99.
             10 FIL-GAMMEL PIC S9(13)V99.
             10 FIL-NY     PIC S9(13)V99.
       01 FIL-ANTAL        PIC 9(2) VALUE 0.
       01 FIL-IX           PIC 9(2).
       01 FIL-FUNDET-IX    PIC 9(2).

      * Den eksponering der behandles lige nu.
       01 EKS-KONTO        PIC X(10).
       01 EKS-ART          PIC X(1).
       01 EKS-TYPE         PIC X(20).
       01 EKS-FILIAL       PIC X(10).
       01 EKS-KUNDE        PIC X(10).
       01 EKS-BELOEB       PIC S9(11)V99.
       01 EKS-DPD          PIC 9(5).
       01 EKS-NIVEAU       PIC 9(1).
       01 EKS-RATING       PIC X(1).
       01 EKS-LTV-BRUD     PIC X(1).
       01 EKS-SIKRET       PIC X(1).
       01 EKS-STADIE       PIC 9(1).
       01 EKS-AARSAG       PIC X(60).
       01 EKS-NEDSKRIVNING PIC S9(11)V99.
       01 EKS-GAMMEL       PIC S9(11)V99.
       01 EKS-AENDRING     PIC S9(11)V99.

       01 KONTO-FUNDET     PIC X.
       01 BETALINGSFILIAL  PIC X(10).
       01 OVERTRAEK-GRAENSE PIC S9(11)V99.
       01 KONTO-SALDO      PIC S9(11)V99.

       01 AELDSTE-M-DATO   PIC X(10).
       01 PLAN-EOF-FLAG    PIC X VALUE "N".
          88 PLAN-EOF      VALUE "Y".

       01 RST-LAAN         PIC X(10).
       01 RST-NIVEAU-TXT   PIC X(2).
       01 RST-DATO         PIC X(10).
       01 RESTANCE-EOF-FLAG PIC X VALUE "N".
          88 RESTANCE-EOF  VALUE "Y".

       01 KYC-FELT1        PIC X(10).
       01 KYC-FELT2        PIC X(1).
       01 KYC-EOF-FLAG     PIC X VALUE "N".
          88 KYC-EOF       VALUE "Y".

       01 PANT-FELT1       PIC X(10).
       01 PANT-FELT2       PIC X(10).
       01 PANT-FELT3       PIC X(20).
       01 PANT-FELT4       PIC X(40).
       01 PANT-FELT5       PIC X(15).
       01 PANT-SUM         PIC S9(13)V99.
       01 PANT-ANTAL       PIC 9(3).
       01 LTV              PIC S9(5)V9999.
       01 PANT-EOF-FLAG    PIC X VALUE "N".
          88 PANT-EOF      VALUE "Y".

       01 SIDSTE-POSITIV   PIC X(10).
       01 FOERSTE-DATO     PIC X(10).
       01 HIST-LINJE       PIC X(200).
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 FRA-DAGNR        PIC 9(7).

      * Kontoplanopslag (samme regler som GLEKSPORT: specifik
      * kontotyperaekke gaar forud for "*"-raekken).
       01 KPLAN-FELT1      PIC X(20).
       01 KPLAN-FELT2      PIC X(15).
       01 KPLAN-FELT3      PIC X(10).
       01 KPLAN-FELT4      PIC X(1).
       01 SOEG-POSTTYPE    PIC X(15).
       01 FUNDET-GL        PIC X(10).
       01 FUNDET-RETNING   PIC X(1).
       01 KPLAN-FUNDET     PIC X VALUE "N".
          88 KPLAN-ER-FUNDET VALUE "Y".
       01 STJERNE-GL       PIC X(10).
       01 STJERNE-RETNING  PIC X(1).
       01 STJERNE-FUNDET   PIC X VALUE "N".
          88 STJERNE-ER-FUNDET VALUE "Y".
       01 KPLAN-EOF-FLAG   PIC X VALUE "N".
          88 KPLAN-EOF     VALUE "Y".

       01 POST-BELOEB      PIC S9(11)V99.
       01 JOURNAL-POSTTYPE PIC X(15).
       01 SUM-DEBET        PIC S9(13)V99 VALUE 0.
       01 SUM-KREDIT       PIC S9(13)V99 VALUE 0.
       01 ANTAL-UMAPPEDE   PIC 9(5) VALUE 0.

       01 ANTAL-EKSPONERINGER PIC 9(5) VALUE 0.
       01 ANTAL-FRIGIVET   PIC 9(5) VALUE 0.
       01 STADIE-ANTAL     PIC 9(5) OCCURS 3 TIMES.
       01 TOTAL-EKSPONERING PIC S9(13)V99 VALUE 0.
       01 TOTAL-GAMMEL     PIC S9(13)V99 VALUE 0.
       01 TOTAL-NY         PIC S9(13)V99 VALUE 0.

       01 SUM-EDIT         PIC -(12)9.99.
       01 SUM-TXT          PIC X(17).
       01 SUM-TXT2         PIC X(17).
       01 SUM-TXT3         PIC X(17).
       01 SUM-TXT4         PIC X(17).
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 SATS-EDIT        PIC 9.9999.
       01 PD-TXT           PIC X(6).
       01 LGD-TXT          PIC X(6).
       01 DPD-EDIT         PIC ZZZZ9.
       01 ANTAL-EDIT       PIC ZZZZ9.

       01 LINJE            PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".

       01 LT-PROGRAM       PIC X(20) VALUE "NEDSKRIV".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

      * Historikken laeses gennem HISTADGANG (se OVERTRAEKRAP).
       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== NEDSKRIV: Nedskrivninger (IFRS 9) ===".

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
           MOVE NU-DATO-TXT(1:7) TO PERIODE-TXT

           MOVE 0 TO RETUR
           MOVE 0 TO STADIE-ANTAL(1) STADIE-ANTAL(2) STADIE-ANTAL(3)
           PERFORM SIKR-SATSFIL
           PERFORM LAES-SATSER
           PERFORM LAES-LTV-GRAENSE
           PERFORM LAES-REGISTER

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "NEDSKRIV - nedskrivninger (IFRS 9) periode "
               DELIMITED BY SIZE
               PERIODE-TXT DELIMITED BY SIZE
               "  koert " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           IF REG-OVERLOEB > 0
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   REG-OVERLOEB DELIMITED BY SIZE
                   " registerlinjer ud over tabellen - "
                   DELIMITED BY SIZE
                   "nedskrivningerne er ikke beregnet."
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               CLOSE RAPPORTFIL
               DISPLAY "For mange linjer i nedskrivninger.txt - "
                   "koerslen er afbrudt."
               MOVE 1 TO RETUR
               MOVE "SLUT" TO LT-HAENDELSE
               MOVE RETUR TO LT-RC
               CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
                   OPERATOR-ID
               EXIT PROGRAM
           END-IF

           OPEN EXTEND JOURNALFIL
           IF JOURNALFIL-STATUS = "35"
               OPEN OUTPUT JOURNALFIL
           END-IF
           OPEN OUTPUT REGTEMP

           PERFORM BEHANDL-LAAN
           PERFORM BEHANDL-OVERTRAEK
           PERFORM FRIGIV-BORTFALDNE

           CLOSE REGTEMP
           CLOSE JOURNALFIL
           MOVE "S" TO FS-HANDLING
           MOVE "nedskrivninger_tmp.txt" TO FS-KILDE
           MOVE "nedskrivninger.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR

           PERFORM SKRIV-FILIALOVERSIGT
           PERFORM SKRIV-KONTROLTOTALER
           CLOSE RAPPORTFIL
           MOVE "nedskriv_rapport" TO RA-NAVN
           MOVE "nedskriv_rapport.txt" TO RA-FIL
           MOVE "NEDSKRIV" TO RA-PROGRAM
           CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
               RA-RETUR

           DISPLAY "Nedskrivninger: " ANTAL-EKSPONERINGER
               " eksponeringer, " ANTAL-FRIGIVET
               " tilbagefoert - se nedskriv_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Laanebogen: eksponeringen er laanekontoens trukne saldo.
      * Indfriede laan (saldo nul) og lukkede laanekonti udelades
      * og faar dermed en eventuel nedskrivning tilbagefoert.
       BEHANDL-LAAN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LAANFIL
           IF LAANFIL-STATUS = "35"
               CLOSE LAANFIL
           ELSE
               OPEN INPUT KONTOFIL
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
                               PERFORM VURDER-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
               CLOSE LAANFIL
           END-IF.

       VURDER-LAAN.
      * Betalingskontoens filial bruges hvis laanekontoen ikke
      * selv baerer en.
           MOVE SPACES TO BETALINGSFILIAL
           MOVE FUNCTION NUMVAL(LAAN-FELT2) TO KONTO-NOEGLE
           PERFORM LAES-KONTO
           IF KONTO-FUNDET = "J"
               MOVE KONTO-FELT11 TO BETALINGSFILIAL
           END-IF

           MOVE FUNCTION NUMVAL(LAAN-FELT1) TO KONTO-NOEGLE
           PERFORM LAES-KONTO
           IF KONTO-FUNDET = "J" AND KONTO-FELT9 NOT = "J"
               MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
               IF KONTO-SALDO < 0
                   MOVE FUNCTION TRIM(KONTO-FELT1) TO EKS-KONTO
                   MOVE "L" TO EKS-ART
                   MOVE FUNCTION TRIM(KONTO-FELT3) TO EKS-TYPE
                   MOVE KONTO-FELT11 TO EKS-FILIAL
                   IF EKS-FILIAL = SPACES
                       MOVE BETALINGSFILIAL TO EKS-FILIAL
                   END-IF
                   MOVE KONTO-FELT2 TO EKS-KUNDE
                   COMPUTE EKS-BELOEB = 0 - KONTO-SALDO
                   PERFORM FIND-AELDSTE-M-TERMIN
                   PERFORM FIND-RYKKERNIVEAU
                   PERFORM FIND-KYC-RATING
                   PERFORM VURDER-PANT
                   PERFORM BEHANDL-EKSPONERING
               END-IF
           END-IF.

      * Konti i overtraek (laanekonti undtaget - de er behandlet
      * ovenfor). Spaerrede konti medtages; lukkede springes over.
       BEHANDL-OVERTRAEK.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM SKIL-KONTOLINJE
                           PERFORM VURDER-OVERTRAEK
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       VURDER-OVERTRAEK.
           MOVE FUNCTION NUMVAL(KONTO-FELT4) TO KONTO-SALDO
           IF KONTO-SALDO < 0 AND KONTO-FELT9 NOT = "J"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(KONTO-FELT3))
                   NOT = "LAAN"
               MOVE FUNCTION TRIM(KONTO-FELT1) TO EKS-KONTO
               MOVE "O" TO EKS-ART
               MOVE FUNCTION TRIM(KONTO-FELT3) TO EKS-TYPE
               MOVE KONTO-FELT11 TO EKS-FILIAL
               MOVE KONTO-FELT2 TO EKS-KUNDE
               COMPUTE EKS-BELOEB = 0 - KONTO-SALDO
               MOVE 0 TO EKS-NIVEAU
               MOVE "N" TO EKS-LTV-BRUD
               MOVE "N" TO EKS-SIKRET
               MOVE FUNCTION NUMVAL(KONTO-FELT7)
                   TO OVERTRAEK-GRAENSE
               MOVE 0 TO EKS-DPD
               IF EKS-BELOEB > OVERTRAEK-GRAENSE
                   PERFORM TAEL-DAGE-I-OVERTRAEK
               END-IF
               PERFORM FIND-KYC-RATING
               PERFORM BEHANDL-EKSPONERING
           END-IF.

      * Stadie, forventet tab, aendring mod det bogfoerte,
      * rapportlinje, journal og ny registerlinje.
       BEHANDL-EKSPONERING.
           IF EKS-FILIAL = SPACES
               MOVE "HK" TO EKS-FILIAL
           END-IF
           PERFORM BESTEM-STADIE
           IF EKS-SIKRET = "J"
               COMPUTE EKS-NEDSKRIVNING ROUNDED =
                   EKS-BELOEB * SATS-PD(EKS-STADIE)
                   * SATS-LGD-SIKRET(EKS-STADIE)
               MOVE SATS-LGD-SIKRET(EKS-STADIE) TO SATS-EDIT
           ELSE
               COMPUTE EKS-NEDSKRIVNING ROUNDED =
                   EKS-BELOEB * SATS-PD(EKS-STADIE)
                   * SATS-LGD(EKS-STADIE)
               MOVE SATS-LGD(EKS-STADIE) TO SATS-EDIT
           END-IF
           MOVE SATS-EDIT TO LGD-TXT
           MOVE SATS-PD(EKS-STADIE) TO SATS-EDIT
           MOVE SATS-EDIT TO PD-TXT

           PERFORM FIND-REGISTERRAEKKE
           IF REG-FUNDET-IX > 0
               MOVE REG-BELOEB(REG-FUNDET-IX) TO EKS-GAMMEL
               MOVE "J" TO REG-MATCHET(REG-FUNDET-IX)
           ELSE
               MOVE 0 TO EKS-GAMMEL
           END-IF
           COMPUTE EKS-AENDRING = EKS-NEDSKRIVNING - EKS-GAMMEL

           ADD 1 TO ANTAL-EKSPONERINGER
           ADD 1 TO STADIE-ANTAL(EKS-STADIE)
           ADD EKS-BELOEB TO TOTAL-EKSPONERING
           ADD EKS-GAMMEL TO TOTAL-GAMMEL
           ADD EKS-NEDSKRIVNING TO TOTAL-NY
           PERFORM OPDATER-FILIAL
           ADD 1 TO FIL-STADIE-ANTAL(FIL-FUNDET-IX, EKS-STADIE)
           ADD EKS-BELOEB TO FIL-EKSPONERING(FIL-FUNDET-IX)

           PERFORM SKRIV-EKSPONERINGSLINJE
           PERFORM BOGFOER-AENDRING

           MOVE EKS-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT
           MOVE EKS-NEDSKRIVNING TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT2
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               ";"
               EKS-ART DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-TYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
               ";"
               EKS-STADIE DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               ";"
               PERIODE-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE REGTEMP-LINJE FROM LINJE.

      * Foerste ramte regel afgoer stadiet og skrives som aarsag.
       BESTEM-STADIE.
           MOVE 1 TO EKS-STADIE
           MOVE "ingen tegn paa oeget risiko" TO EKS-AARSAG
           MOVE EKS-DPD TO DPD-EDIT
           EVALUATE TRUE
               WHEN EKS-DPD > DPD-STADIE3
                   MOVE 3 TO EKS-STADIE
                   MOVE ALL SPACES TO EKS-AARSAG
                   STRING FUNCTION TRIM(DPD-EDIT) DELIMITED BY SIZE
                       " dage i restance" DELIMITED BY SIZE
                       INTO EKS-AARSAG
                   END-STRING
               WHEN EKS-NIVEAU NOT < 3
                   MOVE 3 TO EKS-STADIE
                   MOVE "inkassovarsel (rykkerniveau 3)"
                       TO EKS-AARSAG
               WHEN EKS-DPD > DPD-STADIE2
                   MOVE 2 TO EKS-STADIE
                   MOVE ALL SPACES TO EKS-AARSAG
                   STRING FUNCTION TRIM(DPD-EDIT) DELIMITED BY SIZE
                       " dage i restance" DELIMITED BY SIZE
                       INTO EKS-AARSAG
                   END-STRING
               WHEN EKS-NIVEAU > 0
                   MOVE 2 TO EKS-STADIE
                   MOVE ALL SPACES TO EKS-AARSAG
                   STRING "rykkerniveau " DELIMITED BY SIZE
                       EKS-NIVEAU DELIMITED BY SIZE
                       INTO EKS-AARSAG
                   END-STRING
               WHEN EKS-RATING = "H"
                   MOVE 2 TO EKS-STADIE
                   MOVE "KYC-risikovurdering H" TO EKS-AARSAG
               WHEN EKS-LTV-BRUD = "J"
                   MOVE 2 TO EKS-STADIE
                   MOVE "over LTV-graensen" TO EKS-AARSAG
           END-EVALUATE.

      * Aeldste misligholdte termin giver dage i restance.
       FIND-AELDSTE-M-TERMIN.
           MOVE SPACES TO AELDSTE-M-DATO
           MOVE 0 TO EKS-DPD
           MOVE "N" TO PLAN-EOF-FLAG
           OPEN INPUT PLANFIL
           IF PLANFIL-STATUS = "35"
               CLOSE PLANFIL
           ELSE
               PERFORM UNTIL PLAN-EOF
                   READ PLANFIL
                       AT END SET PLAN-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PLAN-LINJE)) > 0
                               UNSTRING PLAN-LINJE
                                   DELIMITED BY ";"
                                   INTO PLAN-FELT1 PLAN-FELT2
                                        PLAN-FELT3 PLAN-FELT4
                                        PLAN-FELT5 PLAN-FELT6
                                        PLAN-FELT7 PLAN-FELT8
                               IF FUNCTION NUMVAL(PLAN-FELT1) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   AND (PLAN-FELT8 = "M"
                                   OR PLAN-FELT8 = "m")
                                   IF AELDSTE-M-DATO = SPACES
                                       OR FUNCTION TRIM(PLAN-FELT3)
                                       < AELDSTE-M-DATO
                                       MOVE FUNCTION TRIM(PLAN-FELT3)
                                           TO AELDSTE-M-DATO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFIL
           END-IF
           IF AELDSTE-M-DATO NOT = SPACES
               MOVE AELDSTE-M-DATO(1:4) TO DT-AAR
               MOVE AELDSTE-M-DATO(6:2) TO DT-MAANED
               MOVE AELDSTE-M-DATO(9:2) TO DT-DAG
               COMPUTE FRA-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               MOVE NU-DATO TO DATO-TAL
               IF FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                   > FRA-DAGNR
                   COMPUTE EKS-DPD =
                       FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                       - FRA-DAGNR
               END-IF
           END-IF.

      * Rykkerniveauet fra RYKKER's restanceregister (0 = ingen).
       FIND-RYKKERNIVEAU.
           MOVE 0 TO EKS-NIVEAU
           MOVE "N" TO RESTANCE-EOF-FLAG
           OPEN INPUT RESTANCEFIL
           IF RESTANCEFIL-STATUS = "35"
               CLOSE RESTANCEFIL
           ELSE
               PERFORM UNTIL RESTANCE-EOF
                   READ RESTANCEFIL
                       AT END SET RESTANCE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RESTANCE-LINJE)) > 0
                               UNSTRING RESTANCE-LINJE
                                   DELIMITED BY ";"
                                   INTO RST-LAAN RST-NIVEAU-TXT
                                        RST-DATO
                               IF FUNCTION NUMVAL(RST-LAAN) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   MOVE FUNCTION
                                       NUMVAL(RST-NIVEAU-TXT)
                                       TO EKS-NIVEAU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTANCEFIL
           END-IF.

      * Kundens risikovurdering fra KYC-registret (blank = ingen).
       FIND-KYC-RATING.
           MOVE SPACES TO EKS-RATING
           MOVE "N" TO KYC-EOF-FLAG
           OPEN INPUT KYCFIL
           IF KYCFIL-STATUS = "35"
               CLOSE KYCFIL
           ELSE
               PERFORM UNTIL KYC-EOF
                   READ KYCFIL
                       AT END SET KYC-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KYC-LINJE)) > 0
                               UNSTRING KYC-LINJE
                                   DELIMITED BY ";"
                                   INTO KYC-FELT1 KYC-FELT2
                               IF FUNCTION NUMVAL(KYC-FELT1) =
                                   FUNCTION NUMVAL(EKS-KUNDE)
                                   MOVE FUNCTION UPPER-CASE(KYC-FELT2)
                                       TO EKS-RATING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYCFIL
           END-IF.

      * Pant paa laanet: sikret LGD og LTV-brud som i PANTRAP.
       VURDER-PANT.
           MOVE "N" TO EKS-LTV-BRUD
           MOVE "N" TO EKS-SIKRET
           MOVE 0 TO PANT-SUM
           MOVE 0 TO PANT-ANTAL
           MOVE "N" TO PANT-EOF-FLAG
           OPEN INPUT PANTFIL
           IF PANTFIL-STATUS = "35"
               CLOSE PANTFIL
           ELSE
               PERFORM UNTIL PANT-EOF
                   READ PANTFIL
                       AT END SET PANT-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(PANT-LINJE)) > 0
                               UNSTRING PANT-LINJE
                                   DELIMITED BY ";"
                                   INTO PANT-FELT1 PANT-FELT2
                                        PANT-FELT3 PANT-FELT4
                                        PANT-FELT5
                               IF FUNCTION NUMVAL(PANT-FELT2) =
                                   FUNCTION NUMVAL(LAAN-FELT1)
                                   ADD 1 TO PANT-ANTAL
                                   ADD FUNCTION NUMVAL(PANT-FELT5)
                                       TO PANT-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PANTFIL
           END-IF
           IF PANT-ANTAL > 0 AND PANT-SUM > 0
               MOVE "J" TO EKS-SIKRET
               COMPUTE LTV ROUNDED = EKS-BELOEB / PANT-SUM
               IF LTV > LTV-GRAENSE
                   MOVE "J" TO EKS-LTV-BRUD
               END-IF
           END-IF.

      * Dage i overtraek: dage siden kontoens seneste linje med
      * ikke-negativ ny-saldo (samme regel som OVERTRAEKRAP).
       TAEL-DAGE-I-OVERTRAEK.
           MOVE SPACES TO SIDSTE-POSITIV
           MOVE SPACES TO FOERSTE-DATO
           MOVE "N" TO HIST-EOF-FLAG
           MOVE "A" TO HA-HANDLING
           MOVE SPACES TO HA-FRA-DATO
           MOVE SPACES TO HA-TIL-DATO
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
                           FUNCTION NUMVAL(KONTO-FELT1)
                           IF FOERSTE-DATO = SPACES
                               MOVE FUNCTION
                                   TRIM(HIST-FELT2)
                                   TO FOERSTE-DATO
                           END-IF
                           IF FUNCTION NUMVAL(HIST-FELT5)
                               NOT < 0
                               MOVE FUNCTION
                                   TRIM(HIST-FELT2)
                                   TO SIDSTE-POSITIV
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT

           IF SIDSTE-POSITIV = SPACES
               MOVE FOERSTE-DATO TO SIDSTE-POSITIV
           END-IF
           IF SIDSTE-POSITIV NOT = SPACES
               MOVE SIDSTE-POSITIV(1:4) TO DT-AAR
               MOVE SIDSTE-POSITIV(6:2) TO DT-MAANED
               MOVE SIDSTE-POSITIV(9:2) TO DT-DAG
               COMPUTE FRA-DAGNR =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
               MOVE NU-DATO TO DATO-TAL
               COMPUTE EKS-DPD =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
                   - FRA-DAGNR
           END-IF.

       FIND-REGISTERRAEKKE.
           MOVE 0 TO REG-FUNDET-IX
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL OR REG-FUNDET-IX > 0
               IF FUNCTION NUMVAL(REG-KONTO(REG-IX)) =
                   FUNCTION NUMVAL(EKS-KONTO)
                   AND REG-ART(REG-IX) = EKS-ART
                   AND REG-MATCHET(REG-IX) NOT = "J"
                   MOVE REG-IX TO REG-FUNDET-IX
               END-IF
           END-PERFORM.

      * Filialraekken for EKS-FILIAL (oprettes ved foerste brug).
       OPDATER-FILIAL.
           MOVE 0 TO FIL-FUNDET-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL OR FIL-FUNDET-IX > 0
               IF FIL-NAVN(FIL-IX) = EKS-FILIAL
                   MOVE FIL-IX TO FIL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FIL-FUNDET-IX = 0
               IF FIL-ANTAL < 50
                   ADD 1 TO FIL-ANTAL
                   MOVE FIL-ANTAL TO FIL-FUNDET-IX
                   MOVE EKS-FILIAL TO FIL-NAVN(FIL-FUNDET-IX)
               ELSE
                   MOVE 50 TO FIL-FUNDET-IX
                   MOVE "OEVRIGE" TO FIL-NAVN(FIL-FUNDET-IX)
               END-IF
           END-IF
           ADD EKS-GAMMEL TO FIL-GAMMEL(FIL-FUNDET-IX)
           ADD EKS-NEDSKRIVNING TO FIL-NY(FIL-FUNDET-IX).

      * Eksponeringer i registret som ikke laengere findes (laanet
      * indfriet, overtraekket indfriet, kontoen lukket) faar hele
      * den bogfoerte nedskrivning tilbagefoert.
       FRIGIV-BORTFALDNE.
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               IF REG-MATCHET(REG-IX) NOT = "J"
                   AND REG-BELOEB(REG-IX) NOT = 0
                   ADD 1 TO ANTAL-FRIGIVET
                   MOVE REG-KONTO(REG-IX) TO EKS-KONTO
                   MOVE REG-ART(REG-IX) TO EKS-ART
                   MOVE REG-TYPE(REG-IX) TO EKS-TYPE
                   MOVE REG-FILIAL(REG-IX) TO EKS-FILIAL
                   MOVE REG-BELOEB(REG-IX) TO EKS-GAMMEL
                   MOVE 0 TO EKS-NEDSKRIVNING
                   COMPUTE EKS-AENDRING = 0 - EKS-GAMMEL
                   ADD EKS-GAMMEL TO TOTAL-GAMMEL
                   PERFORM OPDATER-FILIAL
                   MOVE EKS-GAMMEL TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "TILBAGEFOERT  konto " DELIMITED BY SIZE
                       FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       EKS-ART DELIMITED BY SIZE
                       ", filial " DELIMITED BY SIZE
                       FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
                       ")  bogfoert nedskrivning " DELIMITED BY SIZE
                       FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                       " - eksponeringen er ophoert"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
                   WRITE RAPPORT-LINJE
                   PERFORM BOGFOER-AENDRING
               END-IF
           END-PERFORM.

       SKRIV-EKSPONERINGSLINJE.
           MOVE EKS-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT
           MOVE EKS-NEDSKRIVNING TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT2
           MOVE EKS-GAMMEL TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT3
           MOVE EKS-AENDRING TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SUM-TXT4
           MOVE ALL SPACES TO RAPPORT-LINJE
           IF EKS-ART = "L"
               MOVE "Laan      " TO RAPPORT-LINJE(1:10)
           ELSE
               MOVE "Overtraek " TO RAPPORT-LINJE(1:10)
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING RAPPORT-LINJE(1:10) DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               "  kunde " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KUNDE) DELIMITED BY SIZE
               "  filial " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-FILIAL) DELIMITED BY SIZE
               "  stadie " DELIMITED BY SIZE
               EKS-STADIE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(EKS-AARSAG) DELIMITED BY SIZE
               ")  eksp. " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  PD " DELIMITED BY SIZE
               PD-TXT DELIMITED BY SIZE
               "  LGD " DELIMITED BY SIZE
               LGD-TXT DELIMITED BY SIZE
               "  nedskr. " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  forrige " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
               "  aendring " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE LINJE TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE.

      * To journallinjer pr. aendring: nedskrivningskontoen og det
      * resultatfoerte tab. Raekkernes retning gaelder en stigning;
      * ved et fald vendes begge, saa journalen stadig balancerer.
       BOGFOER-AENDRING.
           IF EKS-AENDRING NOT = 0
               IF EKS-AENDRING < 0
                   COMPUTE POST-BELOEB = 0 - EKS-AENDRING
               ELSE
                   MOVE EKS-AENDRING TO POST-BELOEB
               END-IF
               MOVE "NEDSKRIV" TO SOEG-POSTTYPE
               PERFORM FIND-KONTOPLAN
               IF NOT KPLAN-ER-FUNDET
                   MOVE FEJL-GL TO FUNDET-GL
                   MOVE "K" TO FUNDET-RETNING
                   PERFORM SKRIV-UMAPPET
               END-IF
               PERFORM SKRIV-JOURNALLINJE
               MOVE "NEDSKRIV-UDG" TO SOEG-POSTTYPE
               PERFORM FIND-KONTOPLAN
               IF NOT KPLAN-ER-FUNDET
                   MOVE FEJL-GL TO FUNDET-GL
                   MOVE "D" TO FUNDET-RETNING
                   PERFORM SKRIV-UMAPPET
               END-IF
               PERFORM SKRIV-JOURNALLINJE
           END-IF.

       SKRIV-UMAPPET.
           ADD 1 TO ANTAL-UMAPPEDE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "UMAPPET  type " DELIMITED BY SIZE
               FUNCTION TRIM(SOEG-POSTTYPE) DELIMITED BY SIZE
               " (kontotype " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-TYPE) DELIMITED BY SIZE
               ") konto " DELIMITED BY SIZE
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               " - foert paa fejlkonto" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.

       SKRIV-JOURNALLINJE.
           IF EKS-AENDRING < 0
               IF FUNDET-RETNING = "K" OR FUNDET-RETNING = "k"
                   MOVE "D" TO FUNDET-RETNING
               ELSE
                   MOVE "K" TO FUNDET-RETNING
               END-IF
           END-IF
           IF FUNDET-RETNING = "K" OR FUNDET-RETNING = "k"
               MOVE "K" TO FUNDET-RETNING
               ADD POST-BELOEB TO SUM-KREDIT
           ELSE
               MOVE "D" TO FUNDET-RETNING
               ADD POST-BELOEB TO SUM-DEBET
           END-IF
           MOVE POST-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE ALL SPACES TO LINJE
           STRING
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(FUNDET-GL) DELIMITED BY SIZE
               ";"
               FUNDET-RETNING DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(SOEG-POSTTYPE) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(EKS-KONTO) DELIMITED BY SIZE
               ";"
               PERIODE-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE JOURNAL-LINJE FROM LINJE.

      * Specifik kontotyperaekke gaar forud for "*"-raekken.
       FIND-KONTOPLAN.
           MOVE "N" TO KPLAN-FUNDET
           MOVE "N" TO STJERNE-FUNDET
           MOVE SPACES TO FUNDET-GL
           MOVE "K" TO FUNDET-RETNING
           MOVE "N" TO KPLAN-EOF-FLAG
           OPEN INPUT KPLANFIL
           IF KPLANFIL-STATUS = "35"
               CLOSE KPLANFIL
           ELSE
               PERFORM UNTIL KPLAN-EOF
                   READ KPLANFIL
                       AT END SET KPLAN-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KPLAN-LINJE)) > 0
                               PERFORM VURDER-KONTOPLANRAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPLANFIL
           END-IF

           IF NOT KPLAN-ER-FUNDET AND STJERNE-ER-FUNDET
               SET KPLAN-ER-FUNDET TO TRUE
               MOVE STJERNE-GL TO FUNDET-GL
               MOVE STJERNE-RETNING TO FUNDET-RETNING
           END-IF.

       VURDER-KONTOPLANRAEKKE.
           MOVE SPACES TO KPLAN-FELT4
           UNSTRING KPLAN-LINJE
               DELIMITED BY ";"
               INTO KPLAN-FELT1 KPLAN-FELT2 KPLAN-FELT3 KPLAN-FELT4
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(KPLAN-FELT2)) =
               FUNCTION TRIM(SOEG-POSTTYPE)
               IF FUNCTION TRIM(KPLAN-FELT1) = "*"
                   SET STJERNE-ER-FUNDET TO TRUE
                   MOVE KPLAN-FELT3 TO STJERNE-GL
                   MOVE KPLAN-FELT4 TO STJERNE-RETNING
               ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(KPLAN-FELT1))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(EKS-TYPE))
                       SET KPLAN-ER-FUNDET TO TRUE
                       MOVE KPLAN-FELT3 TO FUNDET-GL
                       MOVE KPLAN-FELT4 TO FUNDET-RETNING
                   END-IF
               END-IF
           END-IF.

       SKRIV-FILIALOVERSIGT.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Oversigt pr. filial" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL
               MOVE FIL-EKSPONERING(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
               MOVE FIL-NY(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
               MOVE FIL-GAMMEL(FIL-IX) TO SUM-EDIT
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
               COMPUTE SUM-EDIT = FIL-NY(FIL-IX) - FIL-GAMMEL(FIL-IX)
               MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Filial " DELIMITED BY SIZE
                   FIL-NAVN(FIL-IX) DELIMITED BY SIZE
                   " stadie 1/2/3: " DELIMITED BY SIZE
                   FIL-STADIE-ANTAL(FIL-IX, 1) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FIL-STADIE-ANTAL(FIL-IX, 2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FIL-STADIE-ANTAL(FIL-IX, 3) DELIMITED BY SIZE
                   "  eksp. " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
                   "  nedskr. " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
                   "  forrige " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
                   "  aendring " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
           END-PERFORM.

       SKRIV-KONTROLTOTALER.
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Eksponeringer i alt: " DELIMITED BY SIZE
               ANTAL-EKSPONERINGER DELIMITED BY SIZE
               "  stadie 1/2/3: " DELIMITED BY SIZE
               STADIE-ANTAL(1) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STADIE-ANTAL(2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STADIE-ANTAL(3) DELIMITED BY SIZE
               "  tilbagefoert: " DELIMITED BY SIZE
               ANTAL-FRIGIVET DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE TOTAL-EKSPONERING TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE TOTAL-NY TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE TOTAL-GAMMEL TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT3
           COMPUTE SUM-EDIT = TOTAL-NY - TOTAL-GAMMEL
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT4
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Eksponering " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  nedskrivning " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  forrige " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT3) DELIMITED BY SIZE
               "  periodens aendring " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT4) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SUM-DEBET TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT
           MOVE SUM-KREDIT TO SUM-EDIT
           MOVE FUNCTION TRIM(SUM-EDIT) TO SUM-TXT2
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Journal debet i alt: " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT) DELIMITED BY SIZE
               "  kredit i alt: " DELIMITED BY SIZE
               FUNCTION TRIM(SUM-TXT2) DELIMITED BY SIZE
               "  paa fejlkonto: " DELIMITED BY SIZE
               ANTAL-UMAPPEDE DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           IF SUM-DEBET NOT = SUM-KREDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "ADVARSEL: journalen balancerer ikke - ret "
                   DELIMITED BY SIZE
                   "retningen paa NEDSKRIV/NEDSKRIV-UDG i "
                   DELIMITED BY SIZE
                   "kontoplan.txt!" DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
               WRITE RAPPORT-LINJE
               MOVE 1 TO RETUR
           END-IF.

       LAES-KONTO.
           MOVE "N" TO KONTO-FUNDET
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "J" TO KONTO-FUNDET
                   PERFORM SKIL-KONTOLINJE
           END-READ.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9 KONTO-FELT10
               KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10 KONTO-FELT11.

       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE 0 TO REG-OVERLOEB
           MOVE "N" TO REG-EOF-FLAG
           OPEN INPUT REGFIL
           IF REGFIL-STATUS = "35"
               CLOSE REGFIL
           ELSE
               PERFORM UNTIL REG-EOF
                   READ REGFIL
                       AT END SET REG-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(REG-LINJE)) > 0
                               PERFORM GEM-REGISTERLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGFIL
           END-IF.

       GEM-REGISTERLINJE.
           MOVE SPACES TO REG-FELT8
           UNSTRING REG-LINJE
               DELIMITED BY ";"
               INTO REG-FELT1 REG-FELT2 REG-FELT3 REG-FELT4
                    REG-FELT5 REG-FELT6 REG-FELT7 REG-FELT8
           IF REG-ANTAL < 2000
               ADD 1 TO REG-ANTAL
               MOVE REG-FELT1 TO REG-KONTO(REG-ANTAL)
               MOVE REG-FELT2 TO REG-ART(REG-ANTAL)
               MOVE REG-FELT3 TO REG-TYPE(REG-ANTAL)
               MOVE REG-FELT4 TO REG-FILIAL(REG-ANTAL)
               MOVE REG-FELT5 TO REG-STADIE(REG-ANTAL)
               MOVE FUNCTION NUMVAL(REG-FELT7)
                   TO REG-BELOEB(REG-ANTAL)
               MOVE "N" TO REG-MATCHET(REG-ANTAL)
           ELSE
               ADD 1 TO REG-OVERLOEB
           END-IF.

      * Standardsatser ved fravaer af filen: STADIEn;PD;LGD;
      * LGD-SIKRET samt restancegraenserne i dage.
       SIKR-SATSFIL.
           OPEN INPUT SATSFIL
           IF SATSFIL-STATUS = "35"
               CLOSE SATSFIL
               OPEN OUTPUT SATSFIL
               MOVE "STADIE1;0.0100;0.4500;0.1500" TO SATS-LINJE
               WRITE SATS-LINJE
               MOVE "STADIE2;0.1500;0.4500;0.1500" TO SATS-LINJE
               WRITE SATS-LINJE
               MOVE "STADIE3;1.0000;0.6000;0.2500" TO SATS-LINJE
               WRITE SATS-LINJE
               MOVE "DPD-STADIE2;30" TO SATS-LINJE
               WRITE SATS-LINJE
               MOVE "DPD-STADIE3;90" TO SATS-LINJE
               WRITE SATS-LINJE
               CLOSE SATSFIL
               DISPLAY "Ingen nedskriv_satser.txt fundet - oprettet "
                   "standardsatser."
           ELSE
               CLOSE SATSFIL
           END-IF.

       LAES-SATSER.
           MOVE 0.0100 TO SATS-PD(1)
           MOVE 0.1500 TO SATS-PD(2)
           MOVE 1.0000 TO SATS-PD(3)
           MOVE 0.4500 TO SATS-LGD(1) SATS-LGD(2)
           MOVE 0.6000 TO SATS-LGD(3)
           MOVE 0.1500 TO SATS-LGD-SIKRET(1) SATS-LGD-SIKRET(2)
           MOVE 0.2500 TO SATS-LGD-SIKRET(3)
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT SATSFIL
           PERFORM UNTIL SATS-EOF
               READ SATSFIL
                   AT END SET SATS-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(SATS-LINJE)) > 0
                           MOVE SPACES TO SATS-FELT3 SATS-FELT4
                           UNSTRING SATS-LINJE
                               DELIMITED BY ";"
                               INTO SATS-FELT1 SATS-FELT2
                                    SATS-FELT3 SATS-FELT4
                           PERFORM GEM-SATS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SATSFIL.

       GEM-SATS.
           MOVE 0 TO SATS-IX
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SATS-FELT1))
               WHEN "STADIE1"
                   MOVE 1 TO SATS-IX
               WHEN "STADIE2"
                   MOVE 2 TO SATS-IX
               WHEN "STADIE3"
                   MOVE 3 TO SATS-IX
               WHEN "DPD-STADIE2"
                   MOVE FUNCTION NUMVAL(SATS-FELT2) TO DPD-STADIE2
               WHEN "DPD-STADIE3"
                   MOVE FUNCTION NUMVAL(SATS-FELT2) TO DPD-STADIE3
           END-EVALUATE
           IF SATS-IX > 0
               MOVE FUNCTION NUMVAL(SATS-FELT2) TO SATS-PD(SATS-IX)
               MOVE FUNCTION NUMVAL(SATS-FELT3) TO SATS-LGD(SATS-IX)
               IF SATS-FELT4 = SPACES
                   MOVE SATS-LGD(SATS-IX) TO SATS-LGD-SIKRET(SATS-IX)
               ELSE
                   MOVE FUNCTION NUMVAL(SATS-FELT4)
                       TO SATS-LGD-SIKRET(SATS-IX)
               END-IF
           END-IF.

      * LTV-graensen deles med PANTRAP (pant_graenser.txt); mangler
      * filen bruges standarden 0.80.
       LAES-LTV-GRAENSE.
           MOVE "N" TO GRAENSE-EOF-FLAG
           OPEN INPUT GRAENSEFIL
           IF GRAENSEFIL-STATUS = "35"
               CLOSE GRAENSEFIL
           ELSE
               PERFORM UNTIL GRAENSE-EOF
                   READ GRAENSEFIL
                       AT END SET GRAENSE-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(GRAENSE-LINJE)) > 0
                               UNSTRING GRAENSE-LINJE
                                   DELIMITED BY ";"
                                   INTO GRAENSE-NOEGLE GRAENSE-VAERDI
                               IF FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(GRAENSE-NOEGLE)) =
                                   "LTV"
                                   MOVE FUNCTION
                                       NUMVAL(GRAENSE-VAERDI)
                                       TO LTV-GRAENSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRAENSEFIL
           END-IF.
