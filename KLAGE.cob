       IDENTIFICATION DIVISION.
       PROGRAM-ID. KLAGE.

      *> Klageregister (klager.txt, se KLAGEREC.cpy) for de
      *> generelle kundeklager - raadgivning, gebyrer, service,
      *> kreditafslag m.v. - som ikke handler om en konkret
      *> postering (dem tager INDSIGELSE). Handlinger:
      *>   O = registrer en klage paa et Kunde-ID med kategori,
      *>       modtagelsesdato, kanal og ansvarlig operatoer.
      *>       Svarfristen beregnes som modtagelsesdatoen plus
      *>       FRISTDAGE bankdage efter bankkalenderen (BANKDAG);
      *>       filialen er den registrerende operatoers (8. felt i
      *>       brugere.txt, blank = HK).
      *>   A = afgoer en aaben klage med udfald (medhold, delvist
      *>       medhold, afvist) og eventuel kompensation. En
      *>       kompensation kraever supervisor-godkendelse via
      *>       BRUGERTJEK og krediteres en af kundens aabne konti
      *>       med en KOMPENSATION-historiklinje (markeret
      *>       KLAGE:<klage-id>).
      *>   L = list de aabne klager med svarfrist.
      *>   R = aarsrapport til Finanstilsynet pr. kategori og pr.
      *>       filial (klagerapport_<aar>.txt, registreret i
      *>       rapportkataloget via RAPPORTARKIV).
      *> Fristdagene staar i klagekonfig.txt ("FRISTDAGE;15" og
      *> "VARSELDAGE;5" oprettes hvis filen mangler); KLAGEFRIST
      *> bruger VARSELDAGE i natbatchen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KLAGEFIL ASSIGN TO "klager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGEFIL-STATUS.
           SELECT KLAGETEMP ASSIGN TO "klager_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONFIGFIL ASSIGN TO "klagekonfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONFIGFIL-STATUS.
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
           SELECT BRUGERFIL ASSIGN TO "brugere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRUGERFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN USING RAPPORT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KLAGEFIL.
       01 KLAGE-LINJE      PIC X(250).

       FD KLAGETEMP.
       01 KLAGETEMP-LINJE  PIC X(250).

       FD KONFIGFIL.
       01 KONFIG-LINJE     PIC X(40).

       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD BRUGERFIL.
       01 BRUGER-LINJE     PIC X(100).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "KLAGEREC.cpy".
       COPY "KONTOREC.cpy".
       COPY "KONTOHISTREC.cpy".

       01 KLAGEFIL-STATUS  PIC XX.
       01 KONFIGFIL-STATUS PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 KONTOFIL-STATUS  PIC XX.
       01 BRUGERFIL-STATUS PIC XX.

       01 RAPPORT-NAVN     PIC X(40).

       01 HANDLING         PIC X.
          88 ER-OPRET      VALUE "O" "o".
          88 ER-AFGOER     VALUE "A" "a".
          88 ER-LIST       VALUE "L" "l".
          88 ER-RAPPORT    VALUE "R" "r".

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAGNR            PIC 9(7).
       01 NU-DAGNR         PIC 9(7).
       01 FRIST-DAGNR      PIC 9(7).
       01 DAGE-TIL-FRIST   PIC S9(5).
       01 TALTE-BANKDAGE   PIC 9(3).

       01 FRIST-DAGE       PIC 9(3) VALUE 15.
       01 KONFIG-NOEGLE    PIC X(15).
       01 KONFIG-VAERDI    PIC X(15).

       01 BD-DATO          PIC X(10).
       01 BD-RETUR         PIC 9.

       01 KLAGE-GYLDIG     PIC X.
          88 KLAGE-OK      VALUE "J".
       01 DATO-GYLDIG      PIC X.

      * Indtastning ved oprettelse og afgoerelse.
       01 IND-KUNDE        PIC X(10).
       01 IND-KATEGORI     PIC X.
       01 IND-KANAL        PIC X.
       01 IND-MODTAGET     PIC X(10).
       01 IND-ANSVARLIG    PIC X(10).
       01 IND-EMNE         PIC X(60).
       01 IND-KLAGE-ID     PIC X(10).
       01 IND-UDFALD       PIC X.
       01 IND-BELOEB       PIC X(15).
       01 IND-KONTO        PIC X(10).

       01 NY-KLAGE-ID      PIC X(10).
       01 NY-KATEGORI      PIC X(15).
       01 NY-KANAL         PIC X(10).
       01 NY-FRIST         PIC X(10).
       01 NY-UDFALD        PIC X(10).
       01 OPERATOR-FILIAL  PIC X(10).

       01 BRUGER-ID        PIC X(10).
       01 BRUGER-KODE      PIC X(10).
       01 BRUGER-NAVN      PIC X(30).
       01 BRUGER-ROLLE     PIC X(10).
       01 BRUGER-STATUS    PIC X(1).
       01 BRUGER-FEJL      PIC X(1).
       01 BRUGER-SKIFT     PIC X(1).
       01 BRUGER-FILIAL    PIC X(10).
       01 ANSVARLIG-FUNDET PIC X.

       01 KLAGE-FUNDET     PIC X VALUE "N".
          88 KLAGE-ER-FUNDET VALUE "Y".

       01 KOMP-BELOEB      PIC S9(11)V99.
       01 KOMP-TXT         PIC X(15).
       01 KONTO-GYLDIG     PIC X.
       01 NY-SALDO         PIC S9(11)V99.
       01 SALDO-EDIT       PIC -(10)9.99.
       01 NY-SALDO-TXT     PIC X(15).

       01 SUP-ID           PIC X(10).
       01 SUP-KODE         PIC X(10).
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.
       01 SUP-GODKENDT     PIC X.

      * Aarsrapport: en raekke pr. kategori og pr. filial.
       01 RAPPORT-AAR-TXT  PIC X(4).
       01 RAPPORT-AAR      PIC 9(4).
       01 KAT-TABEL.
          05 KAT-RAEKKE OCCURS 6 TIMES.
             10 KAT-NAVN      PIC X(15).
             10 KAT-MODTAGET  PIC 9(5).
             10 KAT-AFGJORT   PIC 9(5).
             10 KAT-MEDHOLD   PIC 9(5).
             10 KAT-AFVIST    PIC 9(5).
             10 KAT-AABNE     PIC 9(5).
             10 KAT-OVER      PIC 9(5).
             10 KAT-KOMP      PIC S9(13)V99.
       01 KAT-IX           PIC 9(2).
       01 FIL-TABEL.
          05 FIL-RAEKKE OCCURS 50 TIMES.
             10 FIL-NAVN      PIC X(15).
             10 FIL-MODTAGET  PIC 9(5).
             10 FIL-AFGJORT   PIC 9(5).
             10 FIL-MEDHOLD   PIC 9(5).
             10 FIL-AFVIST    PIC 9(5).
             10 FIL-AABNE     PIC 9(5).
             10 FIL-OVER      PIC 9(5).
             10 FIL-KOMP      PIC S9(13)V99.
       01 FIL-ANTAL        PIC 9(2) VALUE 0.
       01 FIL-IX           PIC 9(2).
       01 FIL-FUNDET-IX    PIC 9(2).
       01 SOEG-FILIAL      PIC X(10).
       01 TOTAL-RAEKKE.
          05 TOT-NAVN         PIC X(15) VALUE "I ALT".
          05 TOT-MODTAGET     PIC 9(5).
          05 TOT-AFGJORT      PIC 9(5).
          05 TOT-MEDHOLD      PIC 9(5).
          05 TOT-AFVIST       PIC 9(5).
          05 TOT-AABNE        PIC 9(5).
          05 TOT-OVER         PIC 9(5).
          05 TOT-KOMP         PIC S9(13)V99.
       01 OVER-FRIST       PIC X.
       01 LINJE-KOMP       PIC S9(11)V99.

       01 RAPPORT-DETALJE.
          05 RD-NAVN          PIC X(15).
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MODTAGET      PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-AFGJORT       PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MEDHOLD       PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-AFVIST        PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-AABNE         PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-OVER          PIC Z(5)9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-KOMP          PIC -(11)9.99.

       01 ANTAL-VIST       PIC 9(5) VALUE 0.

       01 LINJE            PIC X(250).
       01 TRIM-LINJE       PIC X(250).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 BRUGER-EOF-FLAG  PIC X VALUE "N".
          88 BRUGER-EOF    VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30).
       01 RA-FIL           PIC X(50).
       01 RA-PROGRAM       PIC X(20).
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "KLAGE".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
       01 LT-DETALJE       PIC X(40).

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
           MOVE NU-DATO TO DATO-TAL
           COMPUTE NU-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)

           DISPLAY "=== KLAGE: Klageregister ===".
           DISPLAY "Opret (O), afgoer (A), list aabne (L) eller "
               "aarsrapport (R): " WITH NO ADVANCING.
           ACCEPT HANDLING

           MOVE 1 TO RETUR
           EVALUATE TRUE
               WHEN ER-OPRET
                   PERFORM OPRET-KLAGE
               WHEN ER-AFGOER
                   PERFORM AFGOER-KLAGE
               WHEN ER-LIST
                   PERFORM LIST-AABNE
               WHEN ER-RAPPORT
                   PERFORM SKRIV-AARSRAPPORT
               WHEN OTHER
                   DISPLAY "Ugyldig handling."
           END-EVALUATE

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

      * Ny klage: kunden skal findes i kunder.txt og den ansvarlige
      * i brugere.txt; svarfristen beregnes i bankdage.
       OPRET-KLAGE.
           MOVE "J" TO KLAGE-GYLDIG
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT IND-KUNDE
           PERFORM TJEK-KUNDE
           IF KLAGE-OK
               DISPLAY "Kategori (R=raadgivning, G=gebyr, "
                   "S=service, K=kreditafslag, P=produkt, "
                   "A=andet): " WITH NO ADVANCING
               ACCEPT IND-KATEGORI
               EVALUATE IND-KATEGORI
                   WHEN "R"
                   WHEN "r"
                       MOVE "RAADGIVNING" TO NY-KATEGORI
                   WHEN "G"
                   WHEN "g"
                       MOVE "GEBYR" TO NY-KATEGORI
                   WHEN "S"
                   WHEN "s"
                       MOVE "SERVICE" TO NY-KATEGORI
                   WHEN "K"
                   WHEN "k"
                       MOVE "KREDITAFSLAG" TO NY-KATEGORI
                   WHEN "P"
                   WHEN "p"
                       MOVE "PRODUKT" TO NY-KATEGORI
                   WHEN "A"
                   WHEN "a"
                       MOVE "ANDET" TO NY-KATEGORI
                   WHEN OTHER
                       DISPLAY "Afvist: ukendt kategori."
                       MOVE "N" TO KLAGE-GYLDIG
               END-EVALUATE
           END-IF
           IF KLAGE-OK
               DISPLAY "Kanal (F=filial, T=telefon, B=brev, "
                   "E=email, N=netbank): " WITH NO ADVANCING
               ACCEPT IND-KANAL
               EVALUATE IND-KANAL
                   WHEN "F"
                   WHEN "f"
                       MOVE "FILIAL" TO NY-KANAL
                   WHEN "T"
                   WHEN "t"
                       MOVE "TELEFON" TO NY-KANAL
                   WHEN "B"
                   WHEN "b"
                       MOVE "BREV" TO NY-KANAL
                   WHEN "E"
                   WHEN "e"
                       MOVE "EMAIL" TO NY-KANAL
                   WHEN "N"
                   WHEN "n"
                       MOVE "NETBANK" TO NY-KANAL
                   WHEN OTHER
                       DISPLAY "Afvist: ukendt kanal."
                       MOVE "N" TO KLAGE-GYLDIG
               END-EVALUATE
           END-IF
           IF KLAGE-OK
               DISPLAY "Modtaget (AAAA-MM-DD, blank = i dag): "
                   WITH NO ADVANCING
               ACCEPT IND-MODTAGET
               PERFORM VALIDER-MODTAGET
               IF DATO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: modtagelsesdatoen skal vaere "
                       "AAAA-MM-DD og ikke ligge efter i dag."
                   MOVE "N" TO KLAGE-GYLDIG
               END-IF
           END-IF
           IF KLAGE-OK
               DISPLAY "Ansvarlig operatoer (blank = "
                   FUNCTION TRIM(OPERATOR-ID) "): "
                   WITH NO ADVANCING
               ACCEPT IND-ANSVARLIG
               IF FUNCTION TRIM(IND-ANSVARLIG) = SPACES
                   MOVE OPERATOR-ID TO IND-ANSVARLIG
               END-IF
               PERFORM LAES-BRUGERE
               IF ANSVARLIG-FUNDET NOT = "J"
                   DISPLAY "Afvist: ukendt operatoer "
                       FUNCTION TRIM(IND-ANSVARLIG) "."
                   MOVE "N" TO KLAGE-GYLDIG
               END-IF
           END-IF
           IF KLAGE-OK
               DISPLAY "Emne (kort beskrivelse): "
                   WITH NO ADVANCING
               ACCEPT IND-EMNE
               INSPECT IND-EMNE REPLACING ALL ";" BY ","
               PERFORM SIKR-KONFIGFIL
               PERFORM LAES-KONFIG
               PERFORM BEREGN-FRIST
               CALL "NYTLOEBENR" USING NY-KLAGE-ID
               MOVE ALL SPACES TO LINJE
               STRING
                   FUNCTION TRIM(NY-KLAGE-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(IND-KUNDE) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-KATEGORI) DELIMITED BY SIZE
                   ";"
                   IND-MODTAGET DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(NY-KANAL) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(IND-ANSVARLIG) DELIMITED BY SIZE
                   ";"
                   NY-FRIST DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(OPERATOR-FILIAL) DELIMITED BY SIZE
                   ";A;;;;;;"
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   ";"
                   FUNCTION TRIM(IND-EMNE) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               OPEN EXTEND KLAGEFIL
               IF KLAGEFIL-STATUS = "35"
                   OPEN OUTPUT KLAGEFIL
               END-IF
               WRITE KLAGE-LINJE FROM LINJE
               CLOSE KLAGEFIL
               DISPLAY "Klage " FUNCTION TRIM(NY-KLAGE-ID)
                   " er registreret - svarfrist " NY-FRIST
                   " (" FRIST-DAGE " bankdage)."
               MOVE 0 TO RETUR
           END-IF.

       TJEK-KUNDE.
           IF FUNCTION TRIM(IND-KUNDE) IS NOT NUMERIC
               DISPLAY "Afvist: Kunde-ID skal vaere numerisk."
               MOVE "N" TO KLAGE-GYLDIG
           ELSE
               OPEN INPUT KUNDEFIL
               IF KUNDEFIL-STATUS = "35"
                   CLOSE KUNDEFIL
                   DISPLAY "Afvist: ingen kunder.txt fundet."
                   MOVE "N" TO KLAGE-GYLDIG
               ELSE
                   MOVE FUNCTION NUMVAL(IND-KUNDE) TO FELT-ID
                   MOVE SPACES TO FELT-SEGMENT
                   READ KUNDEFIL
                       INVALID KEY
                           DISPLAY "Afvist: ukendt Kunde-ID "
                               FUNCTION TRIM(IND-KUNDE) "."
                           MOVE "N" TO KLAGE-GYLDIG
                       NOT INVALID KEY
                           DISPLAY "Kunde: "
                               FUNCTION TRIM(FELT-FORNAVN) " "
                               FUNCTION TRIM(FELT-EFTERNAVN)
                   END-READ
                   CLOSE KUNDEFIL
               END-IF
           END-IF.

      * Samme datokontrol som LAANINDFRI; blank = i dag.
       VALIDER-MODTAGET.
           MOVE "N" TO DATO-GYLDIG
           IF FUNCTION TRIM(IND-MODTAGET) = SPACES
               MOVE NU-DATO-TXT TO IND-MODTAGET
               MOVE "J" TO DATO-GYLDIG
           ELSE
               IF IND-MODTAGET(1:4) IS NUMERIC
                   AND IND-MODTAGET(5:1) = "-"
                   AND IND-MODTAGET(6:2) IS NUMERIC
                   AND IND-MODTAGET(8:1) = "-"
                   AND IND-MODTAGET(9:2) IS NUMERIC
                   IF FUNCTION NUMVAL(IND-MODTAGET(6:2)) >= 1
                       AND FUNCTION NUMVAL(IND-MODTAGET(6:2)) <= 12
                       AND FUNCTION NUMVAL(IND-MODTAGET(9:2)) >= 1
                       AND FUNCTION NUMVAL(IND-MODTAGET(9:2)) <= 31
                       AND IND-MODTAGET NOT > NU-DATO-TXT
                       MOVE "J" TO DATO-GYLDIG
                   END-IF
               END-IF
           END-IF.

      * Et gennemloeb af brugere.txt: findes den ansvarlige, og
      * hvilken filial har den registrerende operatoer (samme
      * regel som OPRETKONTO's FIND-FILIAL - blank = HK).
       LAES-BRUGERE.
           MOVE "N" TO ANSVARLIG-FUNDET
           MOVE "HK" TO OPERATOR-FILIAL
           MOVE "N" TO BRUGER-EOF-FLAG
           OPEN INPUT BRUGERFIL
           IF BRUGERFIL-STATUS = "35"
               CLOSE BRUGERFIL
           ELSE
               PERFORM UNTIL BRUGER-EOF
                   READ BRUGERFIL
                       AT END SET BRUGER-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(BRUGER-LINJE)) > 0
                               MOVE SPACES TO BRUGER-FILIAL
                               UNSTRING BRUGER-LINJE
                                   DELIMITED BY ";"
                                   INTO BRUGER-ID BRUGER-KODE
                                        BRUGER-NAVN BRUGER-ROLLE
                                        BRUGER-STATUS BRUGER-FEJL
                                        BRUGER-SKIFT BRUGER-FILIAL
                               IF FUNCTION TRIM(BRUGER-ID) =
                                   FUNCTION TRIM(IND-ANSVARLIG)
                                   MOVE "J" TO ANSVARLIG-FUNDET
                               END-IF
                               IF FUNCTION TRIM(BRUGER-ID) =
                                   FUNCTION TRIM(OPERATOR-ID)
                                   AND FUNCTION TRIM(BRUGER-FILIAL)
                                       NOT = SPACES
                                   MOVE FUNCTION
                                       TRIM(BRUGER-FILIAL)
                                       TO OPERATOR-FILIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRUGERFIL
           END-IF.

      * Svarfristen: modtagelsesdatoen plus FRIST-DAGE bankdage.
       BEREGN-FRIST.
           MOVE IND-MODTAGET(1:4) TO DT-AAR
           MOVE IND-MODTAGET(6:2) TO DT-MAANED
           MOVE IND-MODTAGET(9:2) TO DT-DAG
           COMPUTE DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           MOVE 0 TO TALTE-BANKDAGE
           MOVE IND-MODTAGET TO BD-DATO
           PERFORM UNTIL TALTE-BANKDAGE >= FRIST-DAGE
               ADD 1 TO DAGNR
               COMPUTE DATO-TAL-RED = FUNCTION DATE-OF-INTEGER(DAGNR)
               MOVE ALL SPACES TO BD-DATO
               STRING
                   DT-AAR DELIMITED BY SIZE
                   "-"
                   DT-MAANED DELIMITED BY SIZE
                   "-"
                   DT-DAG DELIMITED BY SIZE
                   INTO BD-DATO
               END-STRING
               CALL "BANKDAG" USING BD-DATO BD-RETUR
               IF BD-RETUR = 0
                   ADD 1 TO TALTE-BANKDAGE
               END-IF
           END-PERFORM
           MOVE BD-DATO TO NY-FRIST.

      * Afgoerelse af en aaben klage. En kompensation krediteres
      * en af kundens aabne konti efter supervisor-godkendelse.
       AFGOER-KLAGE.
           MOVE "J" TO KLAGE-GYLDIG
           DISPLAY "Klage-ID: " WITH NO ADVANCING
           ACCEPT IND-KLAGE-ID
           PERFORM FIND-KLAGE
           IF NOT KLAGE-ER-FUNDET
               DISPLAY "Ingen aaben klage med ID "
                   FUNCTION TRIM(IND-KLAGE-ID) " blev fundet."
               MOVE "N" TO KLAGE-GYLDIG
           ELSE
               DISPLAY "Kunde " FUNCTION TRIM(KLAGE-FELT2)
                   "  " FUNCTION TRIM(KLAGE-FELT3)
                   "  modtaget " KLAGE-FELT4
                   "  frist " KLAGE-FELT7
               DISPLAY "  " FUNCTION TRIM(KLAGE-FELT16)
               DISPLAY "Udfald (M=medhold, D=delvist medhold, "
                   "A=afvist): " WITH NO ADVANCING
               ACCEPT IND-UDFALD
               EVALUATE IND-UDFALD
                   WHEN "M"
                   WHEN "m"
                       MOVE "MEDHOLD" TO NY-UDFALD
                   WHEN "D"
                   WHEN "d"
                       MOVE "DELVIST" TO NY-UDFALD
                   WHEN "A"
                   WHEN "a"
                       MOVE "AFVIST" TO NY-UDFALD
                   WHEN OTHER
                       DISPLAY "Afvist: ukendt udfald."
                       MOVE "N" TO KLAGE-GYLDIG
               END-EVALUATE
           END-IF
           IF KLAGE-OK
               DISPLAY "Kompensation (blank = ingen): "
                   WITH NO ADVANCING
               ACCEPT IND-BELOEB
               MOVE 0 TO KOMP-BELOEB
               IF FUNCTION TRIM(IND-BELOEB) NOT = SPACES
                   MOVE FUNCTION NUMVAL(IND-BELOEB) TO KOMP-BELOEB
               END-IF
               MOVE SPACES TO IND-KONTO
               MOVE SPACES TO KOMP-TXT
               IF KOMP-BELOEB < 0
                   DISPLAY "Afvist: kompensationen kan ikke vaere "
                       "negativ."
                   MOVE "N" TO KLAGE-GYLDIG
               END-IF
           END-IF
           IF KLAGE-OK AND KOMP-BELOEB > 0
               MOVE KOMP-BELOEB TO SALDO-EDIT
               MOVE FUNCTION TRIM(SALDO-EDIT) TO KOMP-TXT
               DISPLAY "Konto der krediteres: " WITH NO ADVANCING
               ACCEPT IND-KONTO
               PERFORM TJEK-KOMP-KONTO
               IF KONTO-GYLDIG NOT = "J"
                   DISPLAY "Afvist: kontoen skal vaere en aaben "
                       "konto der tilhoerer kunden."
                   MOVE "N" TO KLAGE-GYLDIG
               ELSE
                   PERFORM SUPERVISOR-GODKEND
                   IF SUP-GODKENDT NOT = "J"
                       DISPLAY "Afvist: kompensation kraever "
                           "supervisor-godkendelse."
                       MOVE "N" TO KLAGE-GYLDIG
                   END-IF
               END-IF
           END-IF
           IF KLAGE-OK
               IF KOMP-BELOEB > 0
                   PERFORM POSTER-KOMPENSATION
               END-IF
               PERFORM LUK-KLAGE
               DISPLAY "Klage " FUNCTION TRIM(IND-KLAGE-ID)
                   " er afgjort: " FUNCTION TRIM(NY-UDFALD) "."
               IF KOMP-BELOEB > 0
                   DISPLAY "Kompensation " FUNCTION TRIM(KOMP-TXT)
                       " krediteret konto "
                       FUNCTION TRIM(IND-KONTO)
                       " - ny saldo " FUNCTION TRIM(NY-SALDO-TXT)
               END-IF
               MOVE 0 TO RETUR
           END-IF.

      * Kontoen skal findes, tilhoere klagens kunde (ejer eller
      * medejer) og vaere aaben.
       TJEK-KOMP-KONTO.
           MOVE "N" TO KONTO-GYLDIG
           IF FUNCTION TRIM(IND-KONTO) IS NUMERIC
               OPEN INPUT KONTOFIL
               IF KONTOFIL-STATUS = "35"
                   CLOSE KONTOFIL
               ELSE
                   MOVE FUNCTION NUMVAL(IND-KONTO) TO KONTO-NOEGLE
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM SKIL-KONTOLINJE
                           IF KONTO-FELT9 NOT = "J"
                               AND (FUNCTION NUMVAL(KONTO-FELT2) =
                                   FUNCTION NUMVAL(KLAGE-FELT2)
                               OR (FUNCTION TRIM(KONTO-FELT8)
                                   NOT = SPACES
                               AND FUNCTION NUMVAL(KONTO-FELT8) =
                                   FUNCTION NUMVAL(KLAGE-FELT2)))
                               MOVE "J" TO KONTO-GYLDIG
                           END-IF
                   END-READ
                   CLOSE KONTOFIL
               END-IF
           END-IF.

      * Samme supervisor-legitimering som AFTALE's brud foer tid.
       SUPERVISOR-GODKEND.
           MOVE "N" TO SUP-GODKENDT
           DISPLAY "Supervisor Bruger-ID: " WITH NO ADVANCING
           ACCEPT SUP-ID
           DISPLAY "Supervisor kodeord: " WITH NO ADVANCING
           ACCEPT SUP-KODE
           CALL "BRUGERTJEK" USING SUP-ID SUP-KODE SUP-ROLLE
               SUP-RETUR
           IF SUP-RETUR = 0 AND SUP-ROLLE = "SUPERVISOR"
               MOVE "J" TO SUP-GODKENDT
               MOVE "OVERSTYR" TO LT-HAENDELSE
               MOVE 0 TO LT-RC
               MOVE ALL SPACES TO LT-DETALJE
               STRING "T:" DELIMITED BY SIZE
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   " K:" DELIMITED BY SIZE
                   FUNCTION TRIM(IND-KONTO) DELIMITED BY SIZE
                   " B:" DELIMITED BY SIZE
                   FUNCTION TRIM(KOMP-TXT) DELIMITED BY SIZE
                   INTO LT-DETALJE
               END-STRING
               CALL "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE
                   LT-RC SUP-ID LT-DETALJE
           END-IF.

      * Kompensationen krediteres kontoen direkte paa noeglen og
      * historikken faar en KOMPENSATION-linje markeret med klagen.
       POSTER-KOMPENSATION.
           OPEN I-O KONTOFIL
           MOVE FUNCTION NUMVAL(IND-KONTO) TO KONTO-NOEGLE
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SKIL-KONTOLINJE
                   COMPUTE NY-SALDO =
                       FUNCTION NUMVAL(KONTO-FELT4) + KOMP-BELOEB
                   MOVE NY-SALDO TO SALDO-EDIT
                   MOVE FUNCTION TRIM(SALDO-EDIT) TO NY-SALDO-TXT
                   PERFORM SKRIV-KONTOLINJE
           END-READ
           CLOSE KONTOFIL

           CALL "NYTLOEBENR" USING HIST-FELT6
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(IND-KONTO) DELIMITED BY SIZE
               ";"
               NU-DATO-TXT DELIMITED BY SIZE
               ";KOMPENSATION;"
               FUNCTION TRIM(KOMP-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(NY-SALDO-TXT) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";KLAGE:"
               FUNCTION TRIM(IND-KLAGE-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT8 KONTO-FELT9 KONTO-FELT10
               KONTO-FELT11
           UNSTRING KONTO-DATA
               DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3
                    KONTO-FELT4 KONTO-FELT5 KONTO-FELT6
                    KONTO-FELT7 KONTO-FELT8 KONTO-FELT9
                    KONTO-FELT10
                    KONTO-FELT11.

       SKRIV-KONTOLINJE.
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

      * Klagen findes og er aaben; felterne staar i KLAGE-FELT1-16
      * efter kaldet.
       FIND-KLAGE.
           MOVE "N" TO KLAGE-FUNDET
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "35"
               CLOSE KLAGEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KLAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KLAGE-LINJE)) > 0
                               PERFORM SKIL-KLAGELINJE
                               IF FUNCTION TRIM(KLAGE-FELT1) =
                                   FUNCTION TRIM(IND-KLAGE-ID)
                                   AND KLAGE-FELT9 = "A"
                                   SET KLAGE-ER-FUNDET TO TRUE
                                   SET EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGEFIL
           END-IF.

      * Klagen lukkes med udfald, kompensation, afgjort-dato og
      * operatoer - temp-fil/FILSKIFT-moensteret.
       LUK-KLAGE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KLAGEFIL
           OPEN OUTPUT KLAGETEMP
           PERFORM UNTIL EOF
               READ KLAGEFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(KLAGE-LINJE) TO TRIM-LINJE
                       IF TRIM-LINJE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM SKIL-KLAGELINJE
                           IF FUNCTION TRIM(KLAGE-FELT1) =
                               FUNCTION TRIM(IND-KLAGE-ID)
                               AND KLAGE-FELT9 = "A"
                               MOVE "F" TO KLAGE-FELT9
                               MOVE NY-UDFALD TO KLAGE-FELT10
                               MOVE KOMP-TXT TO KLAGE-FELT11
                               MOVE IND-KONTO TO KLAGE-FELT12
                               MOVE NU-DATO-TXT TO KLAGE-FELT13
                               MOVE OPERATOR-ID TO KLAGE-FELT14
                               PERFORM SKRIV-KLAGELINJE
                               WRITE KLAGETEMP-LINJE FROM LINJE
                           ELSE
                               WRITE KLAGETEMP-LINJE
                                   FROM KLAGE-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KLAGEFIL
           CLOSE KLAGETEMP
           MOVE "S" TO FS-HANDLING
           MOVE "klager_tmp.txt" TO FS-KILDE
           MOVE "klager.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

       SKIL-KLAGELINJE.
           MOVE SPACES TO KLAGE-FELT10 KLAGE-FELT11 KLAGE-FELT12
               KLAGE-FELT13 KLAGE-FELT14 KLAGE-FELT15 KLAGE-FELT16
           UNSTRING KLAGE-LINJE
               DELIMITED BY ";"
               INTO KLAGE-FELT1 KLAGE-FELT2 KLAGE-FELT3
                    KLAGE-FELT4 KLAGE-FELT5 KLAGE-FELT6
                    KLAGE-FELT7 KLAGE-FELT8 KLAGE-FELT9
                    KLAGE-FELT10 KLAGE-FELT11 KLAGE-FELT12
                    KLAGE-FELT13 KLAGE-FELT14 KLAGE-FELT15
                    KLAGE-FELT16.

       SKRIV-KLAGELINJE.
           MOVE ALL SPACES TO LINJE
           STRING
               FUNCTION TRIM(KLAGE-FELT1) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT2) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT3) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT4) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT5) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT8) DELIMITED BY SIZE
               ";"
               KLAGE-FELT9 DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT10) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT11) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT12) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT13) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT14) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT15) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(KLAGE-FELT16) DELIMITED BY SIZE
               INTO LINJE
           END-STRING.

       LIST-AABNE.
           MOVE 0 TO ANTAL-VIST
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS = "35"
               CLOSE KLAGEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KLAGEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KLAGE-LINJE)) > 0
                               PERFORM SKIL-KLAGELINJE
                               IF KLAGE-FELT9 = "A"
                                   PERFORM VIS-AABEN-KLAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGEFIL
           END-IF
           IF ANTAL-VIST = 0
               DISPLAY "Ingen aabne klager."
           END-IF
           MOVE 0 TO RETUR.

       VIS-AABEN-KLAGE.
           ADD 1 TO ANTAL-VIST
           MOVE KLAGE-FELT7(1:4) TO DT-AAR
           MOVE KLAGE-FELT7(6:2) TO DT-MAANED
           MOVE KLAGE-FELT7(9:2) TO DT-DAG
           COMPUTE FRIST-DAGNR = FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           COMPUTE DAGE-TIL-FRIST = FRIST-DAGNR - NU-DAGNR
           DISPLAY "Klage " FUNCTION TRIM(KLAGE-FELT1)
               "  kunde " FUNCTION TRIM(KLAGE-FELT2)
               "  " FUNCTION TRIM(KLAGE-FELT3)
               "  modtaget " KLAGE-FELT4
               "  ansvarlig " FUNCTION TRIM(KLAGE-FELT6)
           IF DAGE-TIL-FRIST < 0
               DISPLAY "    frist " KLAGE-FELT7 "  OVERSKREDET  "
                   FUNCTION TRIM(KLAGE-FELT16)
           ELSE
               DISPLAY "    frist " KLAGE-FELT7 "  (" DAGE-TIL-FRIST
                   " dage)  " FUNCTION TRIM(KLAGE-FELT16)
           END-IF.

      * Aarsrapport: klager modtaget i aaret, pr. kategori og pr.
      * filial. "Over frist" = afgjort efter svarfristen eller
      * stadig aaben efter den.
       SKRIV-AARSRAPPORT.
           DISPLAY "Aar (AAAA, blank = forrige aar): "
               WITH NO ADVANCING
           ACCEPT RAPPORT-AAR-TXT
           IF FUNCTION TRIM(RAPPORT-AAR-TXT) = SPACES
               COMPUTE RAPPORT-AAR = NU-AAR - 1
               MOVE RAPPORT-AAR TO RAPPORT-AAR-TXT
           END-IF
           IF RAPPORT-AAR-TXT IS NOT NUMERIC
               DISPLAY "Afvist: aaret skal vaere et aarstal."
           ELSE
               PERFORM NULSTIL-TAELLERE
               MOVE "N" TO EOF-FLAG
               OPEN INPUT KLAGEFIL
               IF KLAGEFIL-STATUS = "35"
                   CLOSE KLAGEFIL
               ELSE
                   PERFORM UNTIL EOF
                       READ KLAGEFIL
                           AT END SET EOF TO TRUE
                           NOT AT END
                               IF FUNCTION
                               LENGTH(FUNCTION TRIM(KLAGE-LINJE)) > 0
                                   PERFORM SKIL-KLAGELINJE
                                   IF KLAGE-FELT4(1:4) =
                                       RAPPORT-AAR-TXT
                                       PERFORM TAEL-KLAGE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KLAGEFIL
               END-IF
               PERFORM UDSKRIV-AARSRAPPORT
               MOVE "klagerapport" TO RA-NAVN
               MOVE RAPPORT-NAVN TO RA-FIL
               MOVE "KLAGE" TO RA-PROGRAM
               CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
                   RA-RETUR
               DISPLAY "Aarsrapport " RAPPORT-AAR-TXT ": "
                   TOT-MODTAGET " klager - se "
                   FUNCTION TRIM(RAPPORT-NAVN) "."
               MOVE 0 TO RETUR
           END-IF.

       NULSTIL-TAELLERE.
           INITIALIZE KAT-TABEL
           MOVE "RAADGIVNING" TO KAT-NAVN(1)
           MOVE "GEBYR" TO KAT-NAVN(2)
           MOVE "SERVICE" TO KAT-NAVN(3)
           MOVE "KREDITAFSLAG" TO KAT-NAVN(4)
           MOVE "PRODUKT" TO KAT-NAVN(5)
           MOVE "ANDET" TO KAT-NAVN(6)
           INITIALIZE FIL-TABEL
           MOVE 0 TO FIL-ANTAL
           MOVE 0 TO TOT-MODTAGET TOT-AFGJORT TOT-MEDHOLD
               TOT-AFVIST TOT-AABNE TOT-OVER TOT-KOMP
           MOVE ALL SPACES TO RAPPORT-NAVN
           STRING "klagerapport_" DELIMITED BY SIZE
               RAPPORT-AAR-TXT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO RAPPORT-NAVN
           END-STRING.

       TAEL-KLAGE.
           MOVE "N" TO OVER-FRIST
           IF KLAGE-FELT9 = "F"
               IF KLAGE-FELT13 > KLAGE-FELT7
                   MOVE "J" TO OVER-FRIST
               END-IF
           ELSE
               IF NU-DATO-TXT > KLAGE-FELT7
                   MOVE "J" TO OVER-FRIST
               END-IF
           END-IF
           MOVE 0 TO LINJE-KOMP
           IF FUNCTION TRIM(KLAGE-FELT11) NOT = SPACES
               MOVE FUNCTION NUMVAL(KLAGE-FELT11) TO LINJE-KOMP
           END-IF

           MOVE 6 TO KAT-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 6
               IF KAT-NAVN(FIL-IX) = KLAGE-FELT3
                   MOVE FIL-IX TO KAT-IX
               END-IF
           END-PERFORM
           ADD 1 TO KAT-MODTAGET(KAT-IX) TOT-MODTAGET
           IF KLAGE-FELT9 = "F"
               ADD 1 TO KAT-AFGJORT(KAT-IX) TOT-AFGJORT
               IF FUNCTION TRIM(KLAGE-FELT10) = "AFVIST"
                   ADD 1 TO KAT-AFVIST(KAT-IX) TOT-AFVIST
               ELSE
                   ADD 1 TO KAT-MEDHOLD(KAT-IX) TOT-MEDHOLD
               END-IF
           ELSE
               ADD 1 TO KAT-AABNE(KAT-IX) TOT-AABNE
           END-IF
           IF OVER-FRIST = "J"
               ADD 1 TO KAT-OVER(KAT-IX) TOT-OVER
           END-IF
           ADD LINJE-KOMP TO KAT-KOMP(KAT-IX) TOT-KOMP

           IF FUNCTION TRIM(KLAGE-FELT8) = SPACES
               MOVE "HK" TO SOEG-FILIAL
           ELSE
               MOVE KLAGE-FELT8 TO SOEG-FILIAL
           END-IF
           PERFORM FIND-FILIAL-RAEKKE
           ADD 1 TO FIL-MODTAGET(FIL-FUNDET-IX)
           IF KLAGE-FELT9 = "F"
               ADD 1 TO FIL-AFGJORT(FIL-FUNDET-IX)
               IF FUNCTION TRIM(KLAGE-FELT10) = "AFVIST"
                   ADD 1 TO FIL-AFVIST(FIL-FUNDET-IX)
               ELSE
                   ADD 1 TO FIL-MEDHOLD(FIL-FUNDET-IX)
               END-IF
           ELSE
               ADD 1 TO FIL-AABNE(FIL-FUNDET-IX)
           END-IF
           IF OVER-FRIST = "J"
               ADD 1 TO FIL-OVER(FIL-FUNDET-IX)
           END-IF
           ADD LINJE-KOMP TO FIL-KOMP(FIL-FUNDET-IX).

      * Samme filialtabel som KUNDEPROFIT: 49 navngivne filialer,
      * resten samles i OEVRIGE paa sidste plads.
       FIND-FILIAL-RAEKKE.
           MOVE 0 TO FIL-FUNDET-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FIL-ANTAL OR FIL-FUNDET-IX > 0
               IF FIL-NAVN(FIL-IX) = SOEG-FILIAL
                   MOVE FIL-IX TO FIL-FUNDET-IX
               END-IF
           END-PERFORM
           IF FIL-FUNDET-IX = 0
               IF FIL-ANTAL < 49
                   ADD 1 TO FIL-ANTAL
                   MOVE SOEG-FILIAL TO FIL-NAVN(FIL-ANTAL)
                   MOVE FIL-ANTAL TO FIL-FUNDET-IX
               ELSE
                   MOVE 50 TO FIL-FUNDET-IX
                   MOVE "OEVRIGE" TO FIL-NAVN(50)
               END-IF
           END-IF.

       UDSKRIV-AARSRAPPORT.
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "KLAGEREGISTER - aarsopgoerelse " DELIMITED BY SIZE
               RAPPORT-AAR-TXT DELIMITED BY SIZE
               " (dannet " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "PR. KATEGORI" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM SKRIV-KOLONNER
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 6
               MOVE KAT-NAVN(KAT-IX) TO RD-NAVN
               MOVE KAT-MODTAGET(KAT-IX) TO RD-MODTAGET
               MOVE KAT-AFGJORT(KAT-IX) TO RD-AFGJORT
               MOVE KAT-MEDHOLD(KAT-IX) TO RD-MEDHOLD
               MOVE KAT-AFVIST(KAT-IX) TO RD-AFVIST
               MOVE KAT-AABNE(KAT-IX) TO RD-AABNE
               MOVE KAT-OVER(KAT-IX) TO RD-OVER
               MOVE KAT-KOMP(KAT-IX) TO RD-KOMP
               WRITE RAPPORT-LINJE FROM RAPPORT-DETALJE
           END-PERFORM
           PERFORM SKRIV-TOTAL

           MOVE SPACES TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "PR. FILIAL" TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM SKRIV-KOLONNER
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 50
               IF FIL-MODTAGET(FIL-IX) > 0
                   MOVE FIL-NAVN(FIL-IX) TO RD-NAVN
                   MOVE FIL-MODTAGET(FIL-IX) TO RD-MODTAGET
                   MOVE FIL-AFGJORT(FIL-IX) TO RD-AFGJORT
                   MOVE FIL-MEDHOLD(FIL-IX) TO RD-MEDHOLD
                   MOVE FIL-AFVIST(FIL-IX) TO RD-AFVIST
                   MOVE FIL-AABNE(FIL-IX) TO RD-AABNE
                   MOVE FIL-OVER(FIL-IX) TO RD-OVER
                   MOVE FIL-KOMP(FIL-IX) TO RD-KOMP
                   WRITE RAPPORT-LINJE FROM RAPPORT-DETALJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-TOTAL

           MOVE SPACES TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Medhold omfatter fuldt og delvist medhold. "
               DELIMITED BY SIZE
               "Over frist = afgjort efter eller aaben ud over "
               DELIMITED BY SIZE
               "svarfristen." DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL.

       SKRIV-KOLONNER.
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "                 Modt. Afgjort Medhold  Afvist"
               DELIMITED BY SIZE
               "   Aabne  Over f.   Kompensation" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE ALL "-" TO RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE(83:)
           WRITE RAPPORT-LINJE.

       SKRIV-TOTAL.
           MOVE TOT-NAVN TO RD-NAVN
           MOVE TOT-MODTAGET TO RD-MODTAGET
           MOVE TOT-AFGJORT TO RD-AFGJORT
           MOVE TOT-MEDHOLD TO RD-MEDHOLD
           MOVE TOT-AFVIST TO RD-AFVIST
           MOVE TOT-AABNE TO RD-AABNE
           MOVE TOT-OVER TO RD-OVER
           MOVE TOT-KOMP TO RD-KOMP
           WRITE RAPPORT-LINJE FROM RAPPORT-DETALJE.

      * Konfiguration (samme "opret hvis filen mangler"-moenster
      * som profitkonfig.txt).
       SIKR-KONFIGFIL.
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
               OPEN OUTPUT KONFIGFIL
               MOVE "FRISTDAGE;15" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               MOVE "VARSELDAGE;5" TO KONFIG-LINJE
               WRITE KONFIG-LINJE
               CLOSE KONFIGFIL
           ELSE
               CLOSE KONFIGFIL
           END-IF.

       LAES-KONFIG.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KONFIGFIL
           IF KONFIGFIL-STATUS = "35"
               CLOSE KONFIGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KONFIGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(KONFIG-LINJE)) > 0
                               UNSTRING KONFIG-LINJE
                                   DELIMITED BY ";"
                                   INTO KONFIG-NOEGLE KONFIG-VAERDI
                               IF FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(KONFIG-NOEGLE)) = "FRISTDAGE"
                                   MOVE FUNCTION NUMVAL(KONFIG-VAERDI)
                                       TO FRIST-DAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONFIGFIL
           END-IF.
