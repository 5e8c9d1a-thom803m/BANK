       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPUDTRAEK.

      *> Natbatch-trin der danner det daglige maskinlaesbare
      *> kontoudtog til erhvervskunders bogholderisystemer - en fil
      *> pr. konto med aktivt abonnement i erp_abonnementer.txt
      *> (ERPABON), navngivet erpudtog_<konto>_<AAAAMMDD>.txt.
      *> Filformat (";"-separeret):
      *>   H;<konto>;<dato>;<valuta>;<primosaldo>
      *>   P;<loebenr>;<type>;<tekst>;<beloeb>;<saldo>;<modpart>
      *>   T;<antal>;<sum>;<ultimosaldo>
      *> Posteringerne er dagens linjer fra HISTADGANG i bogfoerings-
      *> raekkefoelge; beloebet har fortegn (samme virkningsliste som
      *> SALDOTJEK), og primosaldoen er foerste linjes ny-saldo minus
      *> dens virkning. Modparten udfyldes hvor den kendes: det andet
      *> ben af en OVERFPOST-overfoersel (samme loebenr paa en anden
      *> konto), afsenderreferencen paa CLEARING-IND og kreditoren
      *> paa BS-TRAEK. En dag uden posteringer giver en fil med kun
      *> H- og T-linje, saa kunden kan se at udtoget er koert.
      *> Resultatet noteres pr. abonnement (seneste dato, OK eller
      *> FEJL:<aarsag>, filnavn) via temp-fil/FILSKIFT, saa ERPABON
      *> og DRIFTSTATUS naeste morgen viser fejlede og manglende
      *> filer; erpudtog_rapport.txt opsummerer koerslen. En enkelt
      *> kundes fejl stopper ikke kaeden - trinnet returnerer RC 0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONFIL ASSIGN TO "erp_abonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.
           SELECT ABONTEMP ASSIGN TO "erp_abonnementer_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT UDTOGFIL ASSIGN USING UDTOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDTOGFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "erpudtog_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ABONFIL.
       01 ABON-LINJE       PIC X(200).

       FD ABONTEMP.
       01 ABONTEMP-LINJE   PIC X(200).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD UDTOGFIL.
       01 UDTOG-LINJE      PIC X(200).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "ERPABONREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 ABONFIL-STATUS   PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 UDTOGFIL-STATUS  PIC XX.

       01 UDTOG-NAVN       PIC X(40).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

      * Kontoens posteringer i dag, i bogfoeringsraekkefoelge.
       01 DAG-TABEL.
          05 DAG-RAEKKE OCCURS 300 TIMES.
             10 DL-LOEBENR     PIC X(10).
             10 DL-TYPE        PIC X(15).
             10 DL-BELOEB      PIC X(15).
             10 DL-SALDO       PIC X(15).
             10 DL-FELT8       PIC X(25).
             10 DL-FELT9       PIC X(30).
             10 DL-MODPART     PIC X(60).
       01 ANTAL-DAG        PIC 9(4) VALUE 0.
       01 MAKS-DAG         PIC 9(4) VALUE 300.
       01 IDX              PIC 9(4).
       01 TABEL-FULD-FLAG  PIC X VALUE "N".
          88 TABEL-FULD    VALUE "J".

       01 KONTO-FUNDET     PIC X VALUE "N".
          88 KONTO-EXISTERER VALUE "Y".

       01 VIRKNING-FLAG    PIC X.
          88 VIRKNING-PLUS   VALUE "P".
          88 VIRKNING-MINUS  VALUE "M".
          88 VIRKNING-UKENDT VALUE "U".

       01 LINJE-BELOEB     PIC S9(11)V99.
       01 SIGNERET-BELOEB  PIC S9(11)V99.
       01 PRIMO-SALDO      PIC S9(11)V99.
       01 LOEBENDE-SALDO   PIC S9(11)V99.
       01 SUM-BELOEB       PIC S9(11)V99.
       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 SALDO-TXT        PIC X(15).
       01 POST-TEKST       PIC X(30).

       01 AFSLAG-AARSAG    PIC X(40).

       01 ANTAL-ABON       PIC 9(5) VALUE 0.
       01 ANTAL-DANNET     PIC 9(5) VALUE 0.
       01 ANTAL-FEJL       PIC 9(5) VALUE 0.
       01 ANTAL-UDTOG-EDIT PIC Z(4)9.

       01 LINJE            PIC X(200).
       01 TRIM-LINJE       PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ERPUDTRAEK".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

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

           DISPLAY "=== ERPUDTRAEK: Daglige kontoudtog til "
               "erhvervskunder ===".

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
           MOVE 0 TO RETUR

           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "ERPUDTRAEK - daglige kontoudtog " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS = "35"
               CLOSE ABONFIL
               DISPLAY "Ingen erp_abonnementer.txt fundet - ingen "
                   "kontoudtog at danne."
           ELSE
               OPEN OUTPUT ABONTEMP
               PERFORM UNTIL EOF
                   READ ABONFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(ABON-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM BEHANDL-ABONNEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABONFIL
               CLOSE ABONTEMP
               MOVE "S" TO FS-HANDLING
               MOVE "erp_abonnementer_tmp.txt" TO FS-KILDE
               MOVE "erp_abonnementer.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           END-IF

           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Abonnementer: " DELIMITED BY SIZE
               ANTAL-ABON DELIMITED BY SIZE
               "  dannet: " DELIMITED BY SIZE
               ANTAL-DANNET DELIMITED BY SIZE
               "  fejlet: " DELIMITED BY SIZE
               ANTAL-FEJL DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL

           DISPLAY "Kontoudtog: " ANTAL-DANNET " dannet, "
               ANTAL-FEJL " fejlet - se erpudtog_rapport.txt."

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Et abonnement: aktive faar dannet dagens fil, og resultatet
      * skrives tilbage i abonnementslinjen.
       BEHANDL-ABONNEMENT.
           MOVE SPACES TO ERP-FELT4 ERP-FELT5 ERP-FELT6 ERP-FELT7
               ERP-FELT8
           UNSTRING ABON-LINJE
               DELIMITED BY ";"
               INTO ERP-FELT1 ERP-FELT2 ERP-FELT3 ERP-FELT4
                    ERP-FELT5 ERP-FELT6 ERP-FELT7 ERP-FELT8
           IF ERP-FELT2 = "A" OR ERP-FELT2 = "a"
               ADD 1 TO ANTAL-ABON
               PERFORM DAN-UDTOG
               MOVE NU-DATO-TXT TO ERP-FELT6
               IF AFSLAG-AARSAG = SPACES
                   ADD 1 TO ANTAL-DANNET
                   MOVE "OK" TO ERP-FELT7
                   MOVE UDTOG-NAVN TO ERP-FELT8
                   MOVE ANTAL-DAG TO ANTAL-UDTOG-EDIT
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "DANNET konto " DELIMITED BY SIZE
                       FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(ANTAL-UDTOG-EDIT)
                           DELIMITED BY SIZE
                       " posteringer -> " DELIMITED BY SIZE
                       FUNCTION TRIM(UDTOG-NAVN) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
               ELSE
                   ADD 1 TO ANTAL-FEJL
                   MOVE ALL SPACES TO ERP-FELT7
                   STRING "FEJL:" DELIMITED BY SIZE
                       FUNCTION TRIM(AFSLAG-AARSAG) DELIMITED BY SIZE
                       INTO ERP-FELT7
                   END-STRING
                   MOVE SPACES TO ERP-FELT8
                   MOVE ALL SPACES TO RAPPORT-LINJE
                   STRING "FEJL   konto " DELIMITED BY SIZE
                       FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(AFSLAG-AARSAG) DELIMITED BY SIZE
                       INTO RAPPORT-LINJE
                   END-STRING
               END-IF
               WRITE RAPPORT-LINJE
               PERFORM SKRIV-ABONLINJE
           ELSE
               WRITE ABONTEMP-LINJE FROM ABON-LINJE
           END-IF.

       SKRIV-ABONLINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(ERP-FELT8) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE ABONTEMP-LINJE FROM LINJE.

      * Dagens fil for kontoen i ERP-FELT1. AFSLAG-AARSAG er blank
      * naar filen er dannet.
       DAN-UDTOG.
           MOVE SPACES TO AFSLAG-AARSAG
           MOVE ALL SPACES TO UDTOG-NAVN
           STRING "erpudtog_" DELIMITED BY SIZE
               FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO UDTOG-NAVN
           END-STRING
           PERFORM FIND-KONTO
           IF NOT KONTO-EXISTERER
               MOVE "konto findes ikke" TO AFSLAG-AARSAG
           ELSE
               PERFORM HENT-DAGENS-POSTERINGER
               IF TABEL-FULD
                   MOVE "flere end 300 posteringer i dag"
                       TO AFSLAG-AARSAG
               ELSE
                   IF ANTAL-DAG > 0
                       PERFORM FIND-MODPARTER
                   END-IF
                   PERFORM SKRIV-UDTOGSFIL
               END-IF
           END-IF.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
           ELSE
               MOVE FUNCTION NUMVAL(ERP-FELT1) TO KONTO-NOEGLE
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KONTO-EXISTERER TO TRUE
                       MOVE SPACES TO KONTO-FELT11
                       UNSTRING KONTO-DATA
                           DELIMITED BY ";"
                           INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                                KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                                KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                                KONTO-FELT10
                                KONTO-FELT11
               END-READ
               CLOSE KONTOFIL
           END-IF.

      * Gennemloeb 1: kontoens egne linjer med dagens dato.
       HENT-DAGENS-POSTERINGER.
           MOVE 0 TO ANTAL-DAG
           MOVE "N" TO TABEL-FULD-FLAG
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
                   PERFORM SKIL-HISTLINJE
                   IF HIST-FELT2 = NU-DATO-TXT
                       AND FUNCTION NUMVAL(HIST-FELT1) =
                           FUNCTION NUMVAL(ERP-FELT1)
                       IF ANTAL-DAG < MAKS-DAG
                           ADD 1 TO ANTAL-DAG
                           MOVE HIST-FELT6 TO DL-LOEBENR(ANTAL-DAG)
                           MOVE HIST-FELT3 TO DL-TYPE(ANTAL-DAG)
                           MOVE HIST-FELT4 TO DL-BELOEB(ANTAL-DAG)
                           MOVE HIST-FELT5 TO DL-SALDO(ANTAL-DAG)
                           MOVE HIST-FELT8 TO DL-FELT8(ANTAL-DAG)
                           MOVE HIST-FELT9 TO DL-FELT9(ANTAL-DAG)
                           MOVE SPACES TO DL-MODPART(ANTAL-DAG)
                       ELSE
                           SET TABEL-FULD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

      * Gennemloeb 2: en OVERFPOST-overfoersel skriver begge ben med
      * samme loebenr - en anden kontos linje i dag med et af vores
      * loebenumre er modparten. CLEARING-IND og BS-TRAEK baerer selv
      * deres modpart.
       FIND-MODPARTER.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ANTAL-DAG
               EVALUATE FUNCTION TRIM(DL-TYPE(IDX))
                   WHEN "CLEARING-IND"
                       IF DL-FELT8(IDX)(1:4) = "REF:"
                           MOVE ALL SPACES TO DL-MODPART(IDX)
                           STRING "AFSENDERREF " DELIMITED BY SIZE
                               FUNCTION TRIM(DL-FELT8(IDX)(5:21))
                                   DELIMITED BY SIZE
                               INTO DL-MODPART(IDX)
                           END-STRING
                       END-IF
                   WHEN "BS-TRAEK"
                       IF FUNCTION TRIM(DL-FELT9(IDX)) NOT = SPACES
                           MOVE ALL SPACES TO DL-MODPART(IDX)
                           STRING "KREDITOR " DELIMITED BY SIZE
                               FUNCTION TRIM(DL-FELT9(IDX))
                                   DELIMITED BY SIZE
                               INTO DL-MODPART(IDX)
                           END-STRING
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

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
                   PERFORM SKIL-HISTLINJE
                   IF HIST-FELT2 = NU-DATO-TXT
                       AND FUNCTION TRIM(HIST-FELT6) NOT = SPACES
                       AND FUNCTION NUMVAL(HIST-FELT1) NOT =
                           FUNCTION NUMVAL(ERP-FELT1)
                       PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > ANTAL-DAG
                           IF DL-LOEBENR(IDX) = HIST-FELT6
                               AND DL-MODPART(IDX) = SPACES
                               MOVE ALL SPACES TO DL-MODPART(IDX)
                               STRING "KONTO " DELIMITED BY SIZE
                                   FUNCTION TRIM(HIST-FELT1)
                                       DELIMITED BY SIZE
                                   INTO DL-MODPART(IDX)
                               END-STRING
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKIL-HISTLINJE.
           MOVE SPACES TO HIST-FELT1 HIST-FELT2 HIST-FELT3 HIST-FELT4
               HIST-FELT5 HIST-FELT6 HIST-FELT7 HIST-FELT8 HIST-FELT9
           IF FUNCTION LENGTH(FUNCTION TRIM(HA-LINJE)) > 0
               UNSTRING HA-LINJE
                   DELIMITED BY ";"
                   INTO HIST-FELT1 HIST-FELT2 HIST-FELT3 HIST-FELT4
                        HIST-FELT5 HIST-FELT6 HIST-FELT7 HIST-FELT8
                        HIST-FELT9
           END-IF.

       SKRIV-UDTOGSFIL.
           OPEN OUTPUT UDTOGFIL
           IF UDTOGFIL-STATUS NOT = "00"
               MOVE "udtogsfilen kunne ikke dannes" TO AFSLAG-AARSAG
           ELSE
               PERFORM BEREGN-PRIMO
               MOVE PRIMO-SALDO TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO SALDO-TXT
               MOVE ALL SPACES TO LINJE
               STRING "H;" DELIMITED BY SIZE
                   FUNCTION TRIM(ERP-FELT1) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NU-DATO-TXT DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE UDTOG-LINJE FROM LINJE
               MOVE PRIMO-SALDO TO LOEBENDE-SALDO
               MOVE 0 TO SUM-BELOEB
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ANTAL-DAG
                   PERFORM SKRIV-POSTERINGSLINJE
               END-PERFORM
               MOVE SUM-BELOEB TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
               MOVE LOEBENDE-SALDO TO BELOEB-EDIT
               MOVE FUNCTION TRIM(BELOEB-EDIT) TO SALDO-TXT
               MOVE ANTAL-DAG TO ANTAL-UDTOG-EDIT
               MOVE ALL SPACES TO LINJE
               STRING "T;" DELIMITED BY SIZE
                   FUNCTION TRIM(ANTAL-UDTOG-EDIT) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               WRITE UDTOG-LINJE FROM LINJE
               IF UDTOGFIL-STATUS NOT = "00"
                   MOVE "skrivefejl paa udtogsfilen"
                       TO AFSLAG-AARSAG
               END-IF
               CLOSE UDTOGFIL
           END-IF.

      * Primo: foerste linjes ny-saldo minus dens virkning; uden
      * posteringer i dag er primo = ultimo = kontoens saldo.
       BEREGN-PRIMO.
           IF ANTAL-DAG = 0
               MOVE FUNCTION NUMVAL(KONTO-FELT4) TO PRIMO-SALDO
           ELSE
               MOVE 1 TO IDX
               PERFORM SAET-VIRKNING
               IF VIRKNING-UKENDT
                   MOVE LINJE-BELOEB TO SIGNERET-BELOEB
               END-IF
               COMPUTE PRIMO-SALDO =
                   FUNCTION NUMVAL(DL-SALDO(1)) - SIGNERET-BELOEB
           END-IF.

       SKRIV-POSTERINGSLINJE.
           PERFORM SAET-VIRKNING
      * Ukendt posteringstype: beloebets fortegn kan ikke tolkes -
      * laes virkningen af linjens ny-saldo.
           IF VIRKNING-UKENDT
               COMPUTE SIGNERET-BELOEB =
                   FUNCTION NUMVAL(DL-SALDO(IDX)) - LOEBENDE-SALDO
           END-IF
           ADD SIGNERET-BELOEB TO LOEBENDE-SALDO
           ADD SIGNERET-BELOEB TO SUM-BELOEB
           PERFORM SAET-TEKST
           MOVE SIGNERET-BELOEB TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
           MOVE LOEBENDE-SALDO TO BELOEB-EDIT
           MOVE FUNCTION TRIM(BELOEB-EDIT) TO SALDO-TXT
           MOVE ALL SPACES TO LINJE
           STRING "P;" DELIMITED BY SIZE
               FUNCTION TRIM(DL-LOEBENR(IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DL-TYPE(IDX)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(POST-TEKST) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SALDO-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DL-MODPART(IDX)) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE UDTOG-LINJE FROM LINJE.

      * Linjens fortegn - samme virkningsliste som SALDOTJEK.
       SAET-VIRKNING.
           MOVE FUNCTION NUMVAL(DL-BELOEB(IDX)) TO LINJE-BELOEB
           EVALUATE FUNCTION TRIM(DL-TYPE(IDX))
               WHEN "OPRET"
               WHEN "INDSAT"
               WHEN "OVERF-IND"
               WHEN "FAST-IND"
               WHEN "RENTE"
               WHEN "SALDO-FREM"
               WHEN "CLEARING-IND"
      * STORNO skrives med fortegnsvendt beloeb og kan derfor blot
      * laegges til.
               WHEN "STORNO"
               WHEN "RENTEKORREKTION"
               WHEN "LAAN-UDBET"
               WHEN "LAAN-AFDRAG"
               WHEN "AFTALE-RETUR"
               WHEN "LOEN"
               WHEN "INDSIG-KREDIT"
               WHEN "RETUR"
               WHEN "BO-INDBETALING"
               WHEN "KOMPENSATION"
                   SET VIRKNING-PLUS TO TRUE
                   MOVE LINJE-BELOEB TO SIGNERET-BELOEB
               WHEN "HAEV"
               WHEN "OVERF-UD"
               WHEN "FAST-UD"
               WHEN "GEBYR"
               WHEN "EKSTERN-UD"
               WHEN "LAAN-YDELSE"
               WHEN "AFTALE-UD"
               WHEN "AFTALE-UDLOEB"
               WHEN "LOEN-TRAEK"
               WHEN "BS-TRAEK"
               WHEN "KILDESKAT"
               WHEN "OVERTRAEKSRENTE"
               WHEN "RYKKERGEBYR"
               WHEN "INDSIG-DEBET"
               WHEN "BO-UDLODNING"
               WHEN "KORT"
               WHEN "ATM-HAEV"
               WHEN "BOKSLEJE"
                   SET VIRKNING-MINUS TO TRUE
                   COMPUTE SIGNERET-BELOEB = 0 - LINJE-BELOEB
               WHEN OTHER
                   SET VIRKNING-UKENDT TO TRUE
                   MOVE 0 TO SIGNERET-BELOEB
           END-EVALUATE.

      * Posteringstekst til kundens bogholderi.
       SAET-TEKST.
           EVALUATE FUNCTION TRIM(DL-TYPE(IDX))
               WHEN "INDSAT"
                   MOVE "Indbetaling" TO POST-TEKST
               WHEN "HAEV"
                   MOVE "Haevning" TO POST-TEKST
               WHEN "OVERF-IND"
                   MOVE "Overfoersel modtaget" TO POST-TEKST
               WHEN "OVERF-UD"
                   MOVE "Overfoersel sendt" TO POST-TEKST
               WHEN "FAST-IND"
                   MOVE "Fast overfoersel modtaget" TO POST-TEKST
               WHEN "FAST-UD"
                   MOVE "Fast overfoersel" TO POST-TEKST
               WHEN "CLEARING-IND"
                   MOVE "Indgaaende betaling" TO POST-TEKST
               WHEN "EKSTERN-UD"
                   MOVE "Udgaaende betaling" TO POST-TEKST
               WHEN "BS-TRAEK"
                   MOVE "Betalingsservice" TO POST-TEKST
               WHEN "RETUR"
                   MOVE "Returneret betaling" TO POST-TEKST
               WHEN "RENTE"
                   MOVE "Rente" TO POST-TEKST
               WHEN "OVERTRAEKSRENTE"
                   MOVE "Overtraeksrente" TO POST-TEKST
               WHEN "GEBYR"
                   MOVE "Gebyr" TO POST-TEKST
               WHEN "RYKKERGEBYR"
                   MOVE "Rykkergebyr" TO POST-TEKST
               WHEN "STORNO"
                   MOVE "Tilbagefoersel" TO POST-TEKST
               WHEN "RENTEKORREKTION"
                   MOVE "Rentekorrektion" TO POST-TEKST
               WHEN "LOEN"
                   MOVE "Loen" TO POST-TEKST
               WHEN "KORT"
                   MOVE "Kortbetaling" TO POST-TEKST
               WHEN "ATM-HAEV"
                   MOVE "Haeveautomat" TO POST-TEKST
               WHEN "LAAN-YDELSE"
                   MOVE "Laaneydelse" TO POST-TEKST
               WHEN "LAAN-UDBET"
                   MOVE "Laaneudbetaling" TO POST-TEKST
               WHEN "BOKSLEJE"
                   MOVE "Boksleje" TO POST-TEKST
               WHEN OTHER
                   MOVE DL-TYPE(IDX) TO POST-TEKST
           END-EVALUATE.
