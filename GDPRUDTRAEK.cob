       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDPRUDTRAEK.

      *> Indsigtsanmodning efter databeskyttelsesreglerne: samler alt
      *> hvad banken har registreret om en person i ét struktureret
      *> udtraek gdpr_udtraek_<kunde>_<AAAAMMDD>.txt. Personen
      *> angives ved Kunde-ID eller CPR (CPR slaas op ved et
      *> sekventielt gennemloeb af kunder.txt som i SOGKUNDE).
      *> Udtraekket har en linje pr. registreret post, foranstillet
      *> registrets navn og ";"-separeret som kilderne:
      *>   KUNDE         kundeposten i kunder.txt
      *>   KUNDELOG      kundens aendringer i kundelog.txt
      *>   KONTO         konti.txt hvor kunden er ejer eller medejer
      *>   HISTORIK      kontienes historiklinjer (HISTADGANG "U",
      *>                 saa ARKIVBATCH's aarsarkiver kommer med)
      *>   FULDMAGT      fuldmagter.txt paa kundens konti eller med
      *>                 kunden som fuldmaegtig
      *>   KYC           kundens raekke i kyc_register.txt
      *>   LEGITIMATION  kundens dokumenter i legitimation.txt
      *>   INDSIGELSE    indsigelser.txt paa kundens konti
      *>   MANDAT        mandater.txt paa kundens konti
      *>   RESERVATION   reservationer.txt paa kundens konti
      *>   ADVIS         kundens forsendelser i advis_sendt.txt
      *>   LOG           transaktion.log-linjer hvis detaljefelt
      *>                 henviser til en af kundens konti (K:<konto>)
      *>                 eller kunden selv (KUNDE:<id>)
      *> og afsluttes med en ANTAL-linje pr. register.
      *> Hvidvasksager (amlsager.txt, aml_noter.txt) laeses bevidst
      *> ikke - de maa efter hvidvaskloven ikke udleveres - og
      *> transaktion.log-linjer fra AML- og sanktionsprogrammerne
      *> springes over, selv om de naevner kontoen.
      *> Hver udlevering logges i indsigt_log.txt
      *> (kunde;modtaget;frist;udleveret;bruger;linjer;status;fil),
      *> hvor fristen er modtagelsesdatoen plus 30 dage og status
      *> RETTIDIG eller FORSINKET, saa det kan dokumenteres at
      *> fristen er overholdt. Menuvalget er supervisor-forbeholdt i
      *> BANKMAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDELOGFIL ASSIGN TO "kundelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDELOGFIL-STATUS.
           SELECT FMFIL ASSIGN TO "fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FMFIL-STATUS.
           SELECT KYCFIL ASSIGN TO "kyc_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYCFIL-STATUS.
           SELECT LEGITFIL ASSIGN TO "legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGITFIL-STATUS.
           SELECT INDSIGFIL ASSIGN TO "indsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDSIGFIL-STATUS.
           SELECT MANDATFIL ASSIGN TO "mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATFIL-STATUS.
           SELECT RESFIL ASSIGN TO "reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESFIL-STATUS.
           SELECT SENDTFIL ASSIGN TO "advis_sendt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENDTFIL-STATUS.
           SELECT LOGFIL ASSIGN TO "transaktion.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGFIL-STATUS.
           SELECT INDSIGTLOGFIL ASSIGN TO "indsigt_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDSIGTLOGFIL-STATUS.
           SELECT UDTRAEKFIL ASSIGN USING UDTRAEK-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD KUNDELOGFIL.
       01 KUNDELOG-LINJE   PIC X(250).

       FD FMFIL.
       01 FM-LINJE         PIC X(100).

       FD KYCFIL.
       01 KYC-LINJE        PIC X(60).

       FD LEGITFIL.
       01 LEGIT-LINJE      PIC X(120).

       FD INDSIGFIL.
       01 INDSIG-LINJE     PIC X(120).

       FD MANDATFIL.
       01 MANDAT-LINJE     PIC X(80).

       FD RESFIL.
       01 RES-LINJE        PIC X(200).

       FD SENDTFIL.
       01 SENDT-LINJE      PIC X(40).

       FD LOGFIL.
       01 LOG-LINJE        PIC X(200).

       FD INDSIGTLOGFIL.
       01 INDSIGTLOG-LINJE PIC X(200).

       FD UDTRAEKFIL.
       01 UDTRAEK-LINJE    PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".
       COPY "MANDATREC.cpy".
       COPY "RESERVREC.cpy".

       01 KL-TIDSPUNKT     PIC X(19).
       01 KL-BRUGER        PIC X(10).
       01 KL-KUNDE         PIC X(10).

       01 FM-FELT1         PIC X(10).
       01 FM-FELT2         PIC X(10).
       01 FM-FELT3         PIC X(10).

       01 KYC-KUNDE        PIC X(10).
       01 LEGIT-KUNDE      PIC X(10).

       01 IS-SAG           PIC X(10).
       01 IS-LOEBENR       PIC X(10).
       01 IS-KONTO         PIC X(10).

       01 SENDT-DATO       PIC X(10).
       01 SENDT-KUNDE      PIC X(10).

       01 LOG-TID          PIC X(19).
       01 LOG-OPERATOR     PIC X(10).
       01 LOG-PROGRAM      PIC X(20).
       01 LOG-HAENDELSE    PIC X(10).
       01 LOG-RC           PIC X(5).
       01 LOG-DETALJE      PIC X(40).
       01 LOG-TOKEN-TABEL.
          05 LOG-TOKEN     PIC X(20) OCCURS 6 TIMES.
       01 TOKEN-IX         PIC 9.
       01 TOKEN-VAERDI     PIC X(20).
       01 TOKEN-LAENGDE    PIC 9(2).
       01 LOG-MATCH        PIC X.

       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 KUNDELOGFIL-STATUS PIC XX.
       01 FMFIL-STATUS     PIC XX.
       01 KYCFIL-STATUS    PIC XX.
       01 LEGITFIL-STATUS  PIC XX.
       01 INDSIGFIL-STATUS PIC XX.
       01 MANDATFIL-STATUS PIC XX.
       01 RESFIL-STATUS    PIC XX.
       01 SENDTFIL-STATUS  PIC XX.
       01 LOGFIL-STATUS    PIC XX.
       01 INDSIGTLOGFIL-STATUS PIC XX.

       01 UDTRAEK-NAVN     PIC X(60).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-KOMPAKT       PIC X(8).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).

       01 MODTAGET-INPUT   PIC X(10).
       01 MODTAGET-DATO    PIC X(10).
       01 FRIST-DATO       PIC X(10).
       01 DATO-GYLDIG      PIC X.
       01 INDSIGT-STATUS   PIC X(10).

      * Personen angives ved Kunde-ID eller CPR; et input med ti
      * cifre (bindestreg tilladt) er et CPR-nummer.
       01 SOEGE-INPUT      PIC X(15).
       01 SOEGE-CIFRE      PIC X(15).
       01 SOEGE-CPR        PIC X(15).
       01 SOEGE-FORM       PIC X(11).
       01 CPR-CIFRE        PIC X(15).
       01 CIFFER-IX        PIC 9(2).
       01 CIFFER-ANTAL     PIC 9(2).
       01 KUNDE-FUNDET     PIC X.

       01 KUNDE-NR         PIC 9(5).
       01 KUNDE-NR-TXT     PIC X(10).

      * Kundens konti (ejer eller medejer).
       01 KONTO-TABEL.
          05 KT-RAEKKE OCCURS 200 TIMES.
             10 KT-NR          PIC 9(5).
       01 ANTAL-KONTI      PIC 9(4) VALUE 0.
       01 KONTO-OVERLOEB   PIC 9(4) VALUE 0.
       01 IX               PIC 9(4).
       01 IX-FUNDET        PIC 9(4).
       01 SOEG-NR          PIC 9(5).

      * Antal linjer pr. register til ANTAL-linjerne.
       01 ANTAL-TABEL.
          05 ANTAL-RAEKKE OCCURS 12 TIMES.
             10 AT-REGISTER    PIC X(12).
             10 AT-ANTAL       PIC 9(7).
       01 AT-IX            PIC 9(2).
       01 ANTAL-LINJER     PIC 9(7).
       01 AKTUELT-REGISTER PIC X(12).

       01 HIST-LINJE       PIC X(200).
       01 KILDE-LINJE      PIC X(250).
       01 LINJE            PIC X(300).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 HA-HANDLING      PIC X(1).
       01 HA-FRA-DATO      PIC X(10).
       01 HA-TIL-DATO      PIC X(10).
       01 HA-LINJE         PIC X(200).
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

       01 LT-PROGRAM       PIC X(20) VALUE "GDPRUDTRAEK".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

       PROCEDURE DIVISION USING RETUR OPERATOR-ID.

           MOVE "START" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID

           DISPLAY "=== GDPRUDTRAEK: Indsigtsanmodning ===".

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
           MOVE NU-DATO TO NU-KOMPAKT

           MOVE 0 TO RETUR
           DISPLAY "Kunde-ID eller CPR: " WITH NO ADVANCING
           ACCEPT SOEGE-INPUT
           IF FUNCTION TRIM(SOEGE-INPUT) = SPACES
               DISPLAY "Afvist: Kunde-ID eller CPR skal angives."
               MOVE 1 TO RETUR
           ELSE
               DISPLAY "Anmodningen modtaget (AAAA-MM-DD, blank = "
                   "i dag): " WITH NO ADVANCING
               ACCEPT MODTAGET-INPUT
               PERFORM VALIDER-MODTAGET
               IF DATO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: datoen skal vaere AAAA-MM-DD og "
                       "ikke ligge efter i dag."
                   MOVE 1 TO RETUR
               END-IF
           END-IF

           IF RETUR = 0
               PERFORM FIND-PERSON
               IF KUNDE-FUNDET NOT = "J"
                   DISPLAY "Ingen kunde fundet for "
                       FUNCTION TRIM(SOEGE-INPUT) "."
                   MOVE 1 TO RETUR
               END-IF
           END-IF

           IF RETUR = 0
               PERFORM DAN-UDTRAEK
               PERFORM LOG-INDSIGT
               DISPLAY "Udtraek skrevet til "
                   FUNCTION TRIM(UDTRAEK-NAVN) ": " ANTAL-LINJER
                   " linje(r), " ANTAL-KONTI " konto(i)."
               DISPLAY "Frist " FRIST-DATO " - udleveret "
                   NU-DATO-TXT " (" FUNCTION TRIM(INDSIGT-STATUS)
                   ")."
               IF KONTO-OVERLOEB > 0
                   DISPLAY "ADVARSEL: " KONTO-OVERLOEB
                       " konto(i) ud over 200 er ikke med."
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Blank = i dag; ellers samme datokontrol som REVISORBEKR.
      * Fristen er modtagelsesdatoen plus 30 dage.
       VALIDER-MODTAGET.
           MOVE "N" TO DATO-GYLDIG
           IF FUNCTION TRIM(MODTAGET-INPUT) = SPACES
               MOVE NU-DATO-TXT TO MODTAGET-DATO
               MOVE "J" TO DATO-GYLDIG
           ELSE
               MOVE MODTAGET-INPUT TO MODTAGET-DATO
               IF MODTAGET-DATO(1:4) IS NUMERIC
                   AND MODTAGET-DATO(5:1) = "-"
                   AND MODTAGET-DATO(6:2) IS NUMERIC
                   AND MODTAGET-DATO(8:1) = "-"
                   AND MODTAGET-DATO(9:2) IS NUMERIC
                   IF FUNCTION NUMVAL(MODTAGET-DATO(6:2)) >= 1
                       AND FUNCTION NUMVAL(MODTAGET-DATO(6:2)) <= 12
                       AND FUNCTION NUMVAL(MODTAGET-DATO(9:2)) >= 1
                       AND FUNCTION NUMVAL(MODTAGET-DATO(9:2)) <= 31
                       AND MODTAGET-DATO NOT > NU-DATO-TXT
                       MOVE "J" TO DATO-GYLDIG
                   END-IF
               END-IF
           END-IF
           IF DATO-GYLDIG = "J"
               MOVE MODTAGET-DATO(1:4) TO DT-AAR
               MOVE MODTAGET-DATO(6:2) TO DT-MAANED
               MOVE MODTAGET-DATO(9:2) TO DT-DAG
               COMPUTE DAG-NUMMER =
                   FUNCTION INTEGER-OF-DATE(DATO-TAL-RED) + 30
               COMPUTE DATO-TAL-RED =
                   FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
               MOVE ALL SPACES TO FRIST-DATO
               STRING DT-AAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DT-MAANED DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DT-DAG DELIMITED BY SIZE
                   INTO FRIST-DATO
               END-STRING
           END-IF.

      * Kunde-ID slaas op direkte paa noeglen, et CPR paa CPR-
      * noeglen - baade med og uden bindestreg, de to maader CPR'et
      * kan vaere registreret paa.
       FIND-PERSON.
           MOVE "N" TO KUNDE-FUNDET
           MOVE SOEGE-INPUT TO KILDE-LINJE
           PERFORM UDTAG-CIFRE
           MOVE CPR-CIFRE TO SOEGE-CIFRE
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               IF CIFFER-ANTAL = 10
                   MOVE SOEGE-CIFRE TO SOEGE-CPR
                   MOVE SPACES TO SOEGE-FORM
                   STRING SOEGE-CPR(1:6) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       SOEGE-CPR(7:4) DELIMITED BY SIZE
                       INTO SOEGE-FORM
                   END-STRING
                   PERFORM FIND-PAA-CPR
                   IF KUNDE-FUNDET NOT = "J"
                       MOVE SOEGE-CPR(1:10) TO SOEGE-FORM
                       PERFORM FIND-PAA-CPR
                   END-IF
               ELSE
                   IF FUNCTION TRIM(SOEGE-INPUT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(SOEGE-INPUT) TO FELT-ID
                       READ KUNDEFIL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "J" TO KUNDE-FUNDET
                       END-READ
                   END-IF
               END-IF
               CLOSE KUNDEFIL
           END-IF
           IF KUNDE-FUNDET = "J"
               MOVE FELT-ID TO KUNDE-NR
               MOVE KUNDE-NR TO KUNDE-NR-TXT
           END-IF.

       FIND-PAA-CPR.
           MOVE SOEGE-FORM TO FELT-CPR
           START KUNDEFIL KEY IS EQUAL TO FELT-CPR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ KUNDEFIL NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FELT-CPR = SOEGE-FORM
                               MOVE "J" TO KUNDE-FUNDET
                           END-IF
                   END-READ
           END-START.

       UDTAG-CIFRE.
           MOVE SPACES TO CPR-CIFRE
           MOVE 0 TO CIFFER-ANTAL
           PERFORM VARYING CIFFER-IX FROM 1 BY 1
               UNTIL CIFFER-IX > 15
               IF KILDE-LINJE(CIFFER-IX:1) IS NUMERIC
                   AND CIFFER-ANTAL < 15
                   ADD 1 TO CIFFER-ANTAL
                   MOVE KILDE-LINJE(CIFFER-IX:1)
                       TO CPR-CIFRE(CIFFER-ANTAL:1)
               END-IF
           END-PERFORM.

       DAN-UDTRAEK.
           MOVE 0 TO ANTAL-LINJER
           MOVE "KUNDE" TO AT-REGISTER(1)
           MOVE "KUNDELOG" TO AT-REGISTER(2)
           MOVE "KONTO" TO AT-REGISTER(3)
           MOVE "HISTORIK" TO AT-REGISTER(4)
           MOVE "FULDMAGT" TO AT-REGISTER(5)
           MOVE "KYC" TO AT-REGISTER(6)
           MOVE "LEGITIMATION" TO AT-REGISTER(7)
           MOVE "INDSIGELSE" TO AT-REGISTER(8)
           MOVE "MANDAT" TO AT-REGISTER(9)
           MOVE "RESERVATION" TO AT-REGISTER(10)
           MOVE "ADVIS" TO AT-REGISTER(11)
           MOVE "LOG" TO AT-REGISTER(12)
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > 12
               MOVE 0 TO AT-ANTAL(AT-IX)
           END-PERFORM

           MOVE ALL SPACES TO UDTRAEK-NAVN
           STRING "gdpr_udtraek_" DELIMITED BY SIZE
               KUNDE-NR DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               NU-KOMPAKT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO UDTRAEK-NAVN
           END-STRING
           OPEN OUTPUT UDTRAEKFIL
           MOVE ALL SPACES TO LINJE
           STRING "INDSIGTSANMODNING;" DELIMITED BY SIZE
               FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
               ";MODTAGET:" DELIMITED BY SIZE
               MODTAGET-DATO DELIMITED BY SIZE
               ";DANNET:" DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               ";AF:" DELIMITED BY SIZE
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UDTRAEK-LINJE FROM LINJE

           PERFORM UDTRAEK-KUNDE
           PERFORM UDTRAEK-KUNDELOG
           PERFORM UDTRAEK-KONTI
           PERFORM UDTRAEK-HISTORIK
           PERFORM UDTRAEK-FULDMAGTER
           PERFORM UDTRAEK-KYC
           PERFORM UDTRAEK-LEGITIMATION
           PERFORM UDTRAEK-INDSIGELSER
           PERFORM UDTRAEK-MANDATER
           PERFORM UDTRAEK-RESERVATIONER
           PERFORM UDTRAEK-ADVISER
           PERFORM UDTRAEK-LOG

           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > 12
               MOVE ALL SPACES TO LINJE
               STRING "ANTAL;" DELIMITED BY SIZE
                   FUNCTION TRIM(AT-REGISTER(AT-IX))
                       DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   AT-ANTAL(AT-IX) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE UDTRAEK-LINJE FROM LINJE
           END-PERFORM
           MOVE "UNDTAGET;amlsager.txt og aml_noter.txt (hvidvasklov)"
               TO UDTRAEK-LINJE
           WRITE UDTRAEK-LINJE
           CLOSE UDTRAEKFIL.

      * En registerlinje: registrets navn foran kildens linje.
       SKRIV-REGISTERLINJE.
           MOVE ALL SPACES TO LINJE
           STRING FUNCTION TRIM(AKTUELT-REGISTER) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(KILDE-LINJE) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UDTRAEK-LINJE FROM LINJE
           ADD 1 TO ANTAL-LINJER
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > 12
               IF AT-REGISTER(AT-IX) = AKTUELT-REGISTER
                   ADD 1 TO AT-ANTAL(AT-IX)
               END-IF
           END-PERFORM.

      * Kundeposten er fast opstillet i kunder.txt og skrives her
      * felt for felt.
       UDTRAEK-KUNDE.
           OPEN INPUT KUNDEFIL
           MOVE KUNDE-NR TO FELT-ID
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALL SPACES TO KILDE-LINJE
                   STRING
                       FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-ADRESSE) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-POSTNR) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-BY) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-TELEFON) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-EMAIL) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-CPR) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(FELT-SEGMENT) DELIMITED BY SIZE
                       INTO KILDE-LINJE
                   END-STRING
                   MOVE "KUNDE" TO AKTUELT-REGISTER
                   PERFORM SKRIV-REGISTERLINJE
           END-READ
           CLOSE KUNDEFIL.

      * kundelog.txt: tidspunkt;bruger;kunde;felt;foer;efter.
       UDTRAEK-KUNDELOG.
           MOVE "KUNDELOG" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDELOGFIL
           IF KUNDELOGFIL-STATUS = "35"
               CLOSE KUNDELOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KUNDELOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KUNDELOG-LINJE)) > 0
                               MOVE SPACES TO KL-KUNDE
                               UNSTRING KUNDELOG-LINJE
                                   DELIMITED BY ";"
                                   INTO KL-TIDSPUNKT KL-BRUGER KL-KUNDE
                               IF FUNCTION TRIM(KL-KUNDE) IS NUMERIC
                                   AND FUNCTION NUMVAL(KL-KUNDE)
                                       = KUNDE-NR
                                   MOVE KUNDELOG-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDELOGFIL
           END-IF.

      * Kontiene hvor kunden er ejer eller medejer - ogsaa lukkede.
      * De findes via ejernoeglerne i konti.txt; en konto kunden
      * baade ejer og er medejer af tages kun een gang.
       UDTRAEK-KONTI.
           MOVE "KONTO" TO AKTUELT-REGISTER
           MOVE 0 TO ANTAL-KONTI
           MOVE 0 TO KONTO-OVERLOEB
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE "N" TO EOF-FLAG
               MOVE KUNDE-NR TO KONTO-EJER-ID
               START KONTOFIL KEY IS EQUAL TO KONTO-EJER-ID
                   INVALID KEY SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF KONTO-EJER-ID = KUNDE-NR
                               PERFORM UDTRAEK-EN-KONTO
                           ELSE
                               SET EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE "N" TO EOF-FLAG
               MOVE KUNDE-NR TO KONTO-MEDEJER-ID
               START KONTOFIL KEY IS EQUAL TO KONTO-MEDEJER-ID
                   INVALID KEY SET EOF TO TRUE
               END-START
               PERFORM UNTIL EOF
                   READ KONTOFIL NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF KONTO-MEDEJER-ID = KUNDE-NR
                               IF KONTO-EJER-ID NOT = KUNDE-NR
                                   PERFORM UDTRAEK-EN-KONTO
                               END-IF
                           ELSE
                               SET EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
           END-IF.

       UDTRAEK-EN-KONTO.
           IF ANTAL-KONTI < 200
               ADD 1 TO ANTAL-KONTI
               MOVE KONTO-NOEGLE TO KT-NR(ANTAL-KONTI)
               MOVE KONTO-DATA TO KILDE-LINJE
               PERFORM SKRIV-REGISTERLINJE
           ELSE
               ADD 1 TO KONTO-OVERLOEB
           END-IF.

       FIND-KT.
           MOVE 0 TO IX-FUNDET
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > ANTAL-KONTI OR IX-FUNDET > 0
               IF KT-NR(IX) = SOEG-NR
                   MOVE IX TO IX-FUNDET
               END-IF
           END-PERFORM.

      * Hele historikken inkl. aarsarkiverne; linjerne paa kundens
      * konti gengives uaendret.
       UDTRAEK-HISTORIK.
           MOVE "HISTORIK" TO AKTUELT-REGISTER
           IF ANTAL-KONTI > 0
               MOVE "N" TO HIST-EOF-FLAG
               MOVE "U" TO HA-HANDLING
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
                               INTO HIST-FELT1
                           MOVE FUNCTION NUMVAL(HIST-FELT1)
                               TO SOEG-NR
                           PERFORM FIND-KT
                           IF IX-FUNDET > 0
                               MOVE HIST-LINJE TO KILDE-LINJE
                               PERFORM SKRIV-REGISTERLINJE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "L" TO HA-HANDLING
               CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
                   HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
           END-IF.

      * Fuldmagter paa kundens konti og fuldmagter hvor kunden selv
      * er fuldmaegtig (FM-ID;KONTO;FULDMAEGTIG;...).
       UDTRAEK-FULDMAGTER.
           MOVE "FULDMAGT" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FMFIL
           IF FMFIL-STATUS = "35"
               CLOSE FMFIL
           ELSE
               PERFORM UNTIL EOF
                   READ FMFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(FM-LINJE)) > 0
                               MOVE SPACES TO FM-FELT3
                               UNSTRING FM-LINJE
                                   DELIMITED BY ";"
                                   INTO FM-FELT1 FM-FELT2 FM-FELT3
                               MOVE FUNCTION NUMVAL(FM-FELT2)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   OR (FUNCTION TRIM(FM-FELT3)
                                       NOT = SPACES
                                   AND FUNCTION NUMVAL(FM-FELT3)
                                       = KUNDE-NR)
                                   MOVE FM-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMFIL
           END-IF.

      * kyc_register.txt: KUNDE-ID;RATING;RATING-DATO;...
       UDTRAEK-KYC.
           MOVE "KYC" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KYCFIL
           IF KYCFIL-STATUS = "35"
               CLOSE KYCFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KYCFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KYC-LINJE)) > 0
                               UNSTRING KYC-LINJE
                                   DELIMITED BY ";"
                                   INTO KYC-KUNDE
                               IF FUNCTION NUMVAL(KYC-KUNDE)
                                   = KUNDE-NR
                                   MOVE KYC-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYCFIL
           END-IF.

      * legitimation.txt: KUNDE-ID;TYPE;NUMMER;... (LEGITREC.cpy).
       UDTRAEK-LEGITIMATION.
           MOVE "LEGITIMATION" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LEGITFIL
           IF LEGITFIL-STATUS = "35"
               CLOSE LEGITFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LEGITFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LEGIT-LINJE)) > 0
                               UNSTRING LEGIT-LINJE
                                   DELIMITED BY ";"
                                   INTO LEGIT-KUNDE
                               IF FUNCTION NUMVAL(LEGIT-KUNDE)
                                   = KUNDE-NR
                                   MOVE LEGIT-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITFIL
           END-IF.

      * indsigelser.txt: SAG-ID;LOEBENR;KONTO;...
       UDTRAEK-INDSIGELSER.
           MOVE "INDSIGELSE" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT INDSIGFIL
           IF INDSIGFIL-STATUS = "35"
               CLOSE INDSIGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ INDSIGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(INDSIG-LINJE)) > 0
                               MOVE SPACES TO IS-KONTO
                               UNSTRING INDSIG-LINJE
                                   DELIMITED BY ";"
                                   INTO IS-SAG IS-LOEBENR IS-KONTO
                               MOVE FUNCTION NUMVAL(IS-KONTO)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   MOVE INDSIG-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDSIGFIL
           END-IF.

       UDTRAEK-MANDATER.
           MOVE "MANDAT" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MANDATFIL
           IF MANDATFIL-STATUS = "35"
               CLOSE MANDATFIL
           ELSE
               PERFORM UNTIL EOF
                   READ MANDATFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(MANDAT-LINJE)) > 0
                               UNSTRING MANDAT-LINJE
                                   DELIMITED BY ";"
                                   INTO MAN-FELT1
                               MOVE FUNCTION NUMVAL(MAN-FELT1)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   MOVE MANDAT-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATFIL
           END-IF.

       UDTRAEK-RESERVATIONER.
           MOVE "RESERVATION" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RESFIL
           IF RESFIL-STATUS = "35"
               CLOSE RESFIL
           ELSE
               PERFORM UNTIL EOF
                   READ RESFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(RES-LINJE)) > 0
                               UNSTRING RES-LINJE
                                   DELIMITED BY ";"
                                   INTO RES-FELT1
                               MOVE FUNCTION NUMVAL(RES-FELT1)
                                   TO SOEG-NR
                               PERFORM FIND-KT
                               IF IX-FUNDET > 0
                                   MOVE RES-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESFIL
           END-IF.

      * advis_sendt.txt: DATO;KUNDE;ANTAL.
       UDTRAEK-ADVISER.
           MOVE "ADVIS" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SENDTFIL
           IF SENDTFIL-STATUS = "35"
               CLOSE SENDTFIL
           ELSE
               PERFORM UNTIL EOF
                   READ SENDTFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(SENDT-LINJE)) > 0
                               MOVE SPACES TO SENDT-KUNDE
                               UNSTRING SENDT-LINJE
                                   DELIMITED BY ";"
                                   INTO SENDT-DATO SENDT-KUNDE
                               IF FUNCTION TRIM(SENDT-KUNDE)
                                   NOT = SPACES
                                   AND FUNCTION NUMVAL(SENDT-KUNDE)
                                       = KUNDE-NR
                                   MOVE SENDT-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENDTFIL
           END-IF.

      * transaktion.log: tid;bruger;program;haendelse;RC[;detalje].
      * Kun linjer hvis detalje naevner en af kundens konti
      * (K:<konto>) eller kunden (KUNDE:<id>). AML- og
      * sanktionsprogrammernes linjer springes altid over.
       UDTRAEK-LOG.
           MOVE "LOG" TO AKTUELT-REGISTER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LOGFIL
           IF LOGFIL-STATUS = "35"
               CLOSE LOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(LOG-LINJE)) > 0
                               PERFORM VURDER-LOGLINJE
                               IF LOG-MATCH = "J"
                                   MOVE LOG-LINJE TO KILDE-LINJE
                                   PERFORM SKRIV-REGISTERLINJE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGFIL
           END-IF.

       VURDER-LOGLINJE.
           MOVE "N" TO LOG-MATCH
           MOVE SPACES TO LOG-DETALJE
           UNSTRING LOG-LINJE
               DELIMITED BY ";"
               INTO LOG-TID LOG-OPERATOR LOG-PROGRAM LOG-HAENDELSE
                    LOG-RC LOG-DETALJE
           EVALUATE FUNCTION TRIM(LOG-PROGRAM)
               WHEN "AMLSAG"
               WHEN "AMLBATCH"
               WHEN "SANKTIONSTJEK"
               WHEN "SANKTIONKOER"
                   MOVE SPACES TO LOG-DETALJE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FUNCTION TRIM(LOG-HAENDELSE) = "SANKTION"
               MOVE SPACES TO LOG-DETALJE
           END-IF
           IF LOG-DETALJE NOT = SPACES
               MOVE SPACES TO LOG-TOKEN-TABEL
               UNSTRING LOG-DETALJE
                   DELIMITED BY ALL " "
                   INTO LOG-TOKEN(1) LOG-TOKEN(2) LOG-TOKEN(3)
                        LOG-TOKEN(4) LOG-TOKEN(5) LOG-TOKEN(6)
               PERFORM VARYING TOKEN-IX FROM 1 BY 1
                   UNTIL TOKEN-IX > 6 OR LOG-MATCH = "J"
                   PERFORM VURDER-TOKEN
               END-PERFORM
           END-IF.

       VURDER-TOKEN.
           MOVE SPACES TO TOKEN-VAERDI
           EVALUATE TRUE
               WHEN LOG-TOKEN(TOKEN-IX)(1:2) = "K:"
                   MOVE LOG-TOKEN(TOKEN-IX)(3:) TO TOKEN-VAERDI
                   PERFORM TJEK-TOKEN-NUMERISK
                   IF TOKEN-LAENGDE > 0
                       MOVE FUNCTION NUMVAL(TOKEN-VAERDI) TO SOEG-NR
                       PERFORM FIND-KT
                       IF IX-FUNDET > 0
                           MOVE "J" TO LOG-MATCH
                       END-IF
                   END-IF
               WHEN LOG-TOKEN(TOKEN-IX)(1:6) = "KUNDE:"
                   MOVE LOG-TOKEN(TOKEN-IX)(7:) TO TOKEN-VAERDI
                   PERFORM TJEK-TOKEN-NUMERISK
                   IF TOKEN-LAENGDE > 0
                       AND FUNCTION NUMVAL(TOKEN-VAERDI) = KUNDE-NR
                       MOVE "J" TO LOG-MATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * TOKEN-LAENGDE = antal cifre, eller 0 naar vaerdien ikke er
      * et rent tal.
       TJEK-TOKEN-NUMERISK.
           MOVE 0 TO TOKEN-LAENGDE
           IF TOKEN-VAERDI NOT = SPACES
               COMPUTE TOKEN-LAENGDE =
                   FUNCTION LENGTH(FUNCTION TRIM(TOKEN-VAERDI))
               IF TOKEN-VAERDI(1:TOKEN-LAENGDE) IS NOT NUMERIC
                   MOVE 0 TO TOKEN-LAENGDE
               END-IF
           END-IF.

      * Udleveringen logges med frist og status til dokumentation,
      * og i transaktion.log med KUNDE:<id> saa den selv indgaar i
      * en senere indsigtsanmodning.
       LOG-INDSIGT.
           IF NU-DATO-TXT > FRIST-DATO
               MOVE "FORSINKET" TO INDSIGT-STATUS
           ELSE
               MOVE "RETTIDIG" TO INDSIGT-STATUS
           END-IF
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
               ";"
               MODTAGET-DATO DELIMITED BY SIZE
               ";"
               FRIST-DATO DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               ANTAL-LINJER DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(INDSIGT-STATUS) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(UDTRAEK-NAVN) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           OPEN EXTEND INDSIGTLOGFIL
           IF INDSIGTLOGFIL-STATUS = "35"
               OPEN OUTPUT INDSIGTLOGFIL
           END-IF
           WRITE INDSIGTLOG-LINJE FROM LINJE
           CLOSE INDSIGTLOGFIL

           MOVE "INDSIGT" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           MOVE ALL SPACES TO LT-DETALJE
           STRING "KUNDE:" DELIMITED BY SIZE
               FUNCTION TRIM(KUNDE-NR-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(INDSIGT-STATUS) DELIMITED BY SIZE
               INTO LT-DETALJE
           END-STRING
           CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID LT-DETALJE.
