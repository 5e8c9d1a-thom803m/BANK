       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARAFSTEM.

      *> Natbatch-trin der afstemmer centralens daglige
      *> afregningsopgoerelse for bankens afviklingskonto mod det vi
      *> selv har posteret i samme clearingcyklus. Opgoerelsen
      *> nb_afregning.txt har en linje pr. afviklet post
      *> "TYPE;REF;BELOEB" og en afsluttende "NETTO;<beloeb>" med
      *> nettobevaegelsen paa afviklingskontoen (positiv = indgaaet
      *> til banken). Typerne er
      *>   IND    indgaaende clearingkreditering (AFSENDERREF)
      *>   UD     udgaaende betaling (REF fra clearing_ud_<dato>.txt)
      *>   RETUR  returneret udgaaende betaling (UDBETAL-<koe-id>)
      *>   BS     betalingsserviceopkraevning afregnet til kreditor
      *> IND og RETUR tilgaar afviklingskontoen, UD og BS fragaar.
      *> Stemmer detaillinjerne ikke med NETTO, eller mangler
      *> traileren, afstemmes INTET og trinnet returnerer RC 1.
      *>
      *> Bankens side af samme cyklus hentes fra dagens historik
      *> (CLEARING-IND og BS-TRAEK med "REF:<ref>", RETUR via
      *> originalposteringens loebenr i udbetal_koe.txt) og fra
      *> dagens clearing_ud_<dato>.txt. Poster matches paa type,
      *> reference og beloeb; hvad der ikke matcher - fra begge
      *> sider - foeres frem i aabenpostfilen clearafstem_aabne.txt
      *> ("SIDE;TYPE;REF;BELOEB;DATO", SIDE B = banken, N =
      *> centralen) og matches igen de foelgende dage, fx naar en
      *> kreditering i reparationskoeen endelig posteres.
      *> clearafstem_rapport.txt viser de aabne poster med alder og
      *> aldersfordeling. Overstiger nettodifferencen paa dagens nye
      *> umatchede poster tolerancen (clearafstem_tolerance.txt,
      *> "TOLERANCE;0.00" som standard), returneres RC 1, saa
      *> differencen staar i natbatch.log og paa DRIFTSTATUS.
      *> Koerslen noteres i clearafstem_koersel.txt; en genkoersel
      *> samme dag (efter at differencen er undersoegt) afstemmer
      *> ikke igen men lader kaeden fortsaette. Mangler dagens
      *> opgoerelse, foeres bankens poster frem som aabne til den
      *> kommer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFREGNFIL ASSIGN TO "nb_afregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGNFIL-STATUS.
           SELECT AABNEFIL ASSIGN TO "clearafstem_aabne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AABNEFIL-STATUS.
           SELECT AABNETEMP ASSIGN TO "clearafstem_aabne_tmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KOERSELFIL ASSIGN TO "clearafstem_koersel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELFIL-STATUS.
           SELECT TOLFIL ASSIGN TO "clearafstem_tolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLFIL-STATUS.
           SELECT KOEFIL ASSIGN TO "udbetal_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT UDFIL ASSIGN USING UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "clearafstem_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AFREGNFIL.
       01 AFREGN-LINJE     PIC X(100).

       FD AABNEFIL.
       01 AABNE-LINJE      PIC X(100).

       FD AABNETEMP.
       01 AABNETEMP-LINJE  PIC X(100).

       FD KOERSELFIL.
       01 KOERSEL-LINJE    PIC X(20).

       FD TOLFIL.
       01 TOL-LINJE        PIC X(30).

       FD KOEFIL.
       01 KOE-LINJE        PIC X(120).

       FD UDFIL.
       01 UD-LINJE         PIC X(100).

       FD RAPPORTFIL.
       01 RAPPORT-LINJE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "KONTOHISTREC.cpy".

       01 AFREGNFIL-STATUS PIC XX.
       01 AABNEFIL-STATUS  PIC XX.
       01 KOERSELFIL-STATUS PIC XX.
       01 TOLFIL-STATUS    PIC XX.
       01 KOEFIL-STATUS    PIC XX.
       01 UDFIL-STATUS     PIC XX.

       01 UDFIL-NAVN       PIC X(40).

       01 AF-FELT1         PIC X(10).
       01 AF-FELT2         PIC X(30).
       01 AF-FELT3         PIC X(15).

       01 AB-FELT1         PIC X(1).
       01 AB-FELT2         PIC X(6).
       01 AB-FELT3         PIC X(30).
       01 AB-FELT4         PIC X(15).
       01 AB-FELT5         PIC X(10).

       01 UD-FELT1         PIC X(10).
       01 UD-FELT2         PIC X(15).
       01 UD-FELT3         PIC X(15).
       01 UD-FELT4         PIC X(30).

       01 KOE-FELT1        PIC X(10).
       01 KOE-FELT2        PIC X(10).
       01 KOE-FELT3        PIC X(10).
       01 KOE-FELT4        PIC X(4).
       01 KOE-FELT5        PIC X(10).
       01 KOE-FELT6        PIC X(15).
       01 KOE-FELT7        PIC X(10).
       01 KOE-FELT8        PIC X(1).
       01 KOE-FELT9        PIC X(10).

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
             10 NU-MAANED  PIC 9(2).
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(13).
       01 NU-DATO-TXT      PIC X(10).
       01 NU-DAGNR         PIC 9(7).

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAGE-GAMMEL      PIC S9(5).

      * Alle poster i afstemningen - de fremfoerte aabne, bankens
      * og centralens for i dag. Referencen holdes i 21 tegn, det
      * historikkens REF:-felt kan baere.
       01 POST-TABEL.
          05 PT-RAEKKE OCCURS 500 TIMES.
             10 PT-SIDE        PIC X(1).
             10 PT-TYPE        PIC X(6).
             10 PT-REF         PIC X(21).
             10 PT-BELOEB      PIC S9(11)V99.
             10 PT-DATO        PIC X(10).
             10 PT-MATCH       PIC X(1).
       01 ANTAL-POSTER     PIC 9(4) VALUE 0.
       01 MAKS-POSTER      PIC 9(4) VALUE 500.
       01 IDX              PIC 9(4).
       01 IDX2             PIC 9(4).
       01 TABEL-FULD-FLAG  PIC X VALUE "N".
          88 TABEL-FULD    VALUE "J".

       01 NY-SIDE          PIC X(1).
       01 NY-TYPE          PIC X(6).
       01 NY-REF           PIC X(21).
       01 NY-BELOEB        PIC S9(11)V99.
       01 NY-DATO          PIC X(10).

       01 AFREGNING-FLAG   PIC X VALUE "N".
          88 AFREGNING-MODTAGET VALUE "J".
       01 TRAILER-FLAG     PIC X VALUE "N".
          88 TRAILER-FUNDET VALUE "J".
       01 UKENDT-TYPE-FLAG PIC X VALUE "N".
          88 UKENDT-TYPE   VALUE "J".
       01 TRAILER-NETTO    PIC S9(11)V99 VALUE 0.
       01 OPTALT-NETTO     PIC S9(11)V99 VALUE 0.
       01 SIGNERET-BELOEB  PIC S9(11)V99.

       01 TOLERANCE        PIC S9(9)V99 VALUE 0.
       01 TOL-NOEGLE       PIC X(10).
       01 TOL-VAERDI       PIC X(15).

       01 KOERSEL-DATO     PIC X(10).

       01 RETUR-LOEBENR    PIC X(10).
       01 RETUR-KOE-ID     PIC X(10).

       01 ANTAL-MATCHET    PIC 9(5) VALUE 0.
       01 ANTAL-AABNE      PIC 9(5) VALUE 0.
       01 ANTAL-NYE-AABNE  PIC 9(5) VALUE 0.
       01 ANTAL-0-2        PIC 9(5) VALUE 0.
       01 ANTAL-3-10       PIC 9(5) VALUE 0.
       01 ANTAL-OVER-10    PIC 9(5) VALUE 0.
       01 DAGENS-DIFF      PIC S9(11)V99 VALUE 0.
       01 SAMLET-DIFF      PIC S9(11)V99 VALUE 0.
       01 ABS-DIFF         PIC S9(11)V99 VALUE 0.

       01 BELOEB-EDIT      PIC -(10)9.99.
       01 BELOEB-TXT       PIC X(15).
       01 DAGE-EDIT        PIC -(4)9.

       01 TRIM-LINJE       PIC X(200).
       01 LINJE            PIC X(200).

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
       01 KOE-EOF-FLAG     PIC X VALUE "N".
          88 KOE-EOF       VALUE "Y".
       01 HIST-EOF-FLAG    PIC X VALUE "N".
          88 HIST-EOF      VALUE "Y".

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 RA-NAVN          PIC X(30) VALUE "CLEARAFSTEM".
       01 RA-FIL           PIC X(50) VALUE "clearafstem_rapport.txt".
       01 RA-PROGRAM       PIC X(20) VALUE "CLEARAFSTEM".
       01 RA-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "CLEARAFSTEM".
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

           DISPLAY "=== CLEARAFSTEM: Afstemning af centralens "
               "afregning ===".

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
           MOVE ALL SPACES TO UDFIL-NAVN
           STRING "clearing_ud_" DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO UDFIL-NAVN
           END-STRING

           MOVE 0 TO RETUR
           PERFORM LAES-KOERSEL
           IF KOERSEL-DATO = NU-DATO-TXT
               DISPLAY "Afregningen er allerede afstemt for "
                   NU-DATO-TXT " - se clearafstem_rapport.txt."
           ELSE
               PERFORM LAES-TOLERANCE
               PERFORM TJEK-AFREGNING
               IF RETUR = 0
                   PERFORM AFSTEM
               END-IF
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE RETUR TO LT-RC
           CALL "LOGTRANS" USING LT-PROGRAM LT-HAENDELSE LT-RC
               OPERATOR-ID
           EXIT PROGRAM.

       AFSTEM.
           PERFORM LAES-AABNE
           PERFORM HENT-BANKENS-HISTORIK
           PERFORM HENT-BANKENS-CLEARUD
           IF AFREGNING-MODTAGET
               PERFORM HENT-AFREGNING
               MOVE "S" TO FS-HANDLING
               MOVE "nb_afregning.txt" TO FS-KILDE
               MOVE "nb_afregning_behandlet.txt" TO FS-MAAL
               CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
                   FS-RETUR
           ELSE
               DISPLAY "Ingen nb_afregning.txt fundet - bankens "
                   "poster foeres frem som aabne."
           END-IF
           IF TABEL-FULD
               DISPLAY "Afvist: flere end " MAKS-POSTER
                   " poster i afstemningen - intet afstemt."
               MOVE 1 TO RETUR
           ELSE
               PERFORM MATCH-POSTER
               PERFORM SKRIV-AABNE
               PERFORM SKRIV-RAPPORT
               PERFORM NOTER-KOERSEL
               CALL "RAPPORTARKIV" USING RA-NAVN RA-FIL RA-PROGRAM
                   RA-RETUR
               MOVE DAGENS-DIFF TO ABS-DIFF
               IF ABS-DIFF < 0
                   COMPUTE ABS-DIFF = 0 - ABS-DIFF
               END-IF
               MOVE DAGENS-DIFF TO BELOEB-EDIT
               IF AFREGNING-MODTAGET AND ABS-DIFF > TOLERANCE
                   DISPLAY "DIFFERENCE: dagens umatchede poster "
                       "netto " FUNCTION TRIM(BELOEB-EDIT)
                       " overstiger tolerancen - se "
                       "clearafstem_rapport.txt."
                   MOVE 1 TO RETUR
               END-IF
               DISPLAY "Afstemning: " ANTAL-MATCHET " par matchet, "
                   ANTAL-AABNE " aabne poster (" ANTAL-NYE-AABNE
                   " nye), dagens difference "
                   FUNCTION TRIM(BELOEB-EDIT) "."
           END-IF.

      * Pas 1: opgoerelsen afstemmes mod sin NETTO-trailer foer
      * noget matches.
       TJEK-AFREGNING.
           MOVE "N" TO AFREGNING-FLAG
           MOVE "N" TO TRAILER-FLAG
           MOVE "N" TO UKENDT-TYPE-FLAG
           MOVE 0 TO OPTALT-NETTO
           MOVE 0 TO TRAILER-NETTO
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AFREGNFIL
           IF AFREGNFIL-STATUS = "35"
               CLOSE AFREGNFIL
           ELSE
               SET AFREGNING-MODTAGET TO TRUE
               PERFORM UNTIL EOF
                   READ AFREGNFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(AFREGN-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               PERFORM OPTAEL-AFREGNLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFREGNFIL
               EVALUATE TRUE
                   WHEN NOT TRAILER-FUNDET
                       DISPLAY "Afvist: nb_afregning.txt mangler "
                           "NETTO-trailer - intet afstemt."
                       MOVE 1 TO RETUR
                   WHEN UKENDT-TYPE
                       DISPLAY "Afvist: nb_afregning.txt har en "
                           "ukendt posttype - intet afstemt."
                       MOVE 1 TO RETUR
                   WHEN TRAILER-NETTO NOT = OPTALT-NETTO
                       DISPLAY "Afvist: NETTO-traileren stemmer "
                           "ikke med detaillinjerne - intet "
                           "afstemt."
                       MOVE 1 TO RETUR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       OPTAEL-AFREGNLINJE.
           MOVE SPACES TO AF-FELT1 AF-FELT2 AF-FELT3
           UNSTRING AFREGN-LINJE
               DELIMITED BY ";"
               INTO AF-FELT1 AF-FELT2 AF-FELT3
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(AF-FELT1)) = "NETTO"
               SET TRAILER-FUNDET TO TRUE
               MOVE FUNCTION NUMVAL(AF-FELT2) TO TRAILER-NETTO
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AF-FELT1))
                   TO NY-TYPE
               MOVE FUNCTION NUMVAL(AF-FELT3) TO NY-BELOEB
               PERFORM SAET-FORTEGN
               ADD SIGNERET-BELOEB TO OPTALT-NETTO
           END-IF.

      * IND og RETUR tilgaar afviklingskontoen, UD og BS fragaar.
       SAET-FORTEGN.
           EVALUATE NY-TYPE
               WHEN "IND"
               WHEN "RETUR"
                   MOVE NY-BELOEB TO SIGNERET-BELOEB
               WHEN "UD"
               WHEN "BS"
                   COMPUTE SIGNERET-BELOEB = 0 - NY-BELOEB
               WHEN OTHER
                   SET UKENDT-TYPE TO TRUE
                   MOVE 0 TO SIGNERET-BELOEB
           END-EVALUATE.

       LAES-KOERSEL.
           MOVE SPACES TO KOERSEL-DATO
           OPEN INPUT KOERSELFIL
           IF KOERSELFIL-STATUS = "35"
               CLOSE KOERSELFIL
           ELSE
               READ KOERSELFIL
                   AT END CONTINUE
                   NOT AT END
                       MOVE KOERSEL-LINJE(1:10) TO KOERSEL-DATO
               END-READ
               CLOSE KOERSELFIL
           END-IF.

       NOTER-KOERSEL.
           OPEN OUTPUT KOERSELFIL
           MOVE NU-DATO-TXT TO KOERSEL-LINJE
           WRITE KOERSEL-LINJE
           CLOSE KOERSELFIL.

       LAES-TOLERANCE.
           MOVE 0 TO TOLERANCE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TOLFIL
           IF TOLFIL-STATUS = "35"
               CLOSE TOLFIL
           ELSE
               PERFORM UNTIL EOF
                   READ TOLFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO TOL-NOEGLE TOL-VAERDI
                           UNSTRING TOL-LINJE
                               DELIMITED BY ";"
                               INTO TOL-NOEGLE TOL-VAERDI
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(TOL-NOEGLE))
                               = "TOLERANCE"
                               MOVE FUNCTION NUMVAL(TOL-VAERDI)
                                   TO TOLERANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLFIL
           END-IF.

      * De fremfoerte aabne poster fra tidligere dage.
       LAES-AABNE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AABNEFIL
           IF AABNEFIL-STATUS = "35"
               CLOSE AABNEFIL
           ELSE
               PERFORM UNTIL EOF
                   READ AABNEFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(AABNE-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               MOVE SPACES TO AB-FELT3 AB-FELT5
                               UNSTRING AABNE-LINJE
                                   DELIMITED BY ";"
                                   INTO AB-FELT1 AB-FELT2 AB-FELT3
                                        AB-FELT4 AB-FELT5
                               MOVE AB-FELT1 TO NY-SIDE
                               MOVE AB-FELT2 TO NY-TYPE
                               MOVE AB-FELT3 TO NY-REF
                               MOVE FUNCTION NUMVAL(AB-FELT4)
                                   TO NY-BELOEB
                               MOVE AB-FELT5 TO NY-DATO
                               PERFORM TILFOEJ-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AABNEFIL
           END-IF.

      * Bankens side: dagens CLEARING-IND-, BS-TRAEK- og RETUR-
      * linjer i historikken.
       HENT-BANKENS-HISTORIK.
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
                   IF FUNCTION LENGTH(FUNCTION TRIM(HA-LINJE)) > 0
                       MOVE SPACES TO HIST-FELT8
                       UNSTRING HA-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                                HIST-FELT4 HIST-FELT5 HIST-FELT6
                                HIST-FELT7 HIST-FELT8
                       IF HIST-FELT2 = NU-DATO-TXT
                           PERFORM VURDER-HISTORIKLINJE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       VURDER-HISTORIKLINJE.
           MOVE "B" TO NY-SIDE
           MOVE NU-DATO-TXT TO NY-DATO
           MOVE FUNCTION NUMVAL(HIST-FELT4) TO NY-BELOEB
           EVALUATE FUNCTION TRIM(HIST-FELT3)
               WHEN "CLEARING-IND"
                   MOVE "IND" TO NY-TYPE
                   PERFORM HENT-HIST-REF
                   PERFORM TILFOEJ-POST
               WHEN "BS-TRAEK"
                   MOVE "BS" TO NY-TYPE
                   PERFORM HENT-HIST-REF
                   PERFORM TILFOEJ-POST
               WHEN "RETUR"
                   MOVE "RETUR" TO NY-TYPE
                   PERFORM FIND-RETUR-KOEPOST
                   MOVE ALL SPACES TO NY-REF
                   STRING "UDBETAL-" DELIMITED BY SIZE
                       FUNCTION TRIM(RETUR-KOE-ID) DELIMITED BY SIZE
                       INTO NY-REF
                   END-STRING
                   PERFORM TILFOEJ-POST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HENT-HIST-REF.
           MOVE SPACES TO NY-REF
           IF HIST-FELT8(1:4) = "REF:"
               MOVE HIST-FELT8(5:21) TO NY-REF
           END-IF.

      * En RETUR-linje baerer originalposteringens loebenr
      * ("RETUR-AF:<nr>"); koeposten med samme loebenr giver det
      * koe-id centralen kender betalingen under.
       FIND-RETUR-KOEPOST.
           MOVE SPACES TO RETUR-KOE-ID
           MOVE SPACES TO RETUR-LOEBENR
           IF HIST-FELT8(1:9) = "RETUR-AF:"
               MOVE HIST-FELT8(10:10) TO RETUR-LOEBENR
           END-IF
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
                               MOVE SPACES TO KOE-FELT9
                               UNSTRING KOE-LINJE
                                   DELIMITED BY ";"
                                   INTO KOE-FELT1 KOE-FELT2
                                        KOE-FELT3 KOE-FELT4
                                        KOE-FELT5 KOE-FELT6
                                        KOE-FELT7 KOE-FELT8
                                        KOE-FELT9
                               IF RETUR-LOEBENR NOT = SPACES
                                   AND FUNCTION TRIM(KOE-FELT9) =
                                       FUNCTION TRIM(RETUR-LOEBENR)
                                   MOVE KOE-FELT1 TO RETUR-KOE-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOEFIL
           END-IF.

      * Bankens side: dagens udgaaende clearingfil fra CLEARUD.
       HENT-BANKENS-CLEARUD.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UDFIL
           IF UDFIL-STATUS = "35"
               CLOSE UDFIL
           ELSE
               PERFORM UNTIL EOF
                   READ UDFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           MOVE FUNCTION TRIM(UD-LINJE)
                               TO TRIM-LINJE
                           IF TRIM-LINJE NOT = SPACES
                               AND TRIM-LINJE(1:8) NOT = "TRAILER;"
                               MOVE SPACES TO UD-FELT4
                               UNSTRING UD-LINJE
                                   DELIMITED BY ";"
                                   INTO UD-FELT1 UD-FELT2 UD-FELT3
                                        UD-FELT4
                               MOVE "B" TO NY-SIDE
                               MOVE "UD" TO NY-TYPE
                               MOVE UD-FELT4 TO NY-REF
                               MOVE FUNCTION NUMVAL(UD-FELT3)
                                   TO NY-BELOEB
                               MOVE NU-DATO-TXT TO NY-DATO
                               PERFORM TILFOEJ-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UDFIL
           END-IF.

      * Centralens side: dagens opgoerelse (allerede afstemt mod
      * sin trailer).
       HENT-AFREGNING.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT AFREGNFIL
           PERFORM UNTIL EOF
               READ AFREGNFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(AFREGN-LINJE)
                           TO TRIM-LINJE
                       IF TRIM-LINJE NOT = SPACES
                           MOVE SPACES TO AF-FELT1 AF-FELT2
                               AF-FELT3
                           UNSTRING AFREGN-LINJE
                               DELIMITED BY ";"
                               INTO AF-FELT1 AF-FELT2 AF-FELT3
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(AF-FELT1)) NOT = "NETTO"
                               MOVE "N" TO NY-SIDE
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(AF-FELT1))
                                   TO NY-TYPE
                               MOVE AF-FELT2 TO NY-REF
                               MOVE FUNCTION NUMVAL(AF-FELT3)
                                   TO NY-BELOEB
                               MOVE NU-DATO-TXT TO NY-DATO
                               PERFORM TILFOEJ-POST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFREGNFIL.

       TILFOEJ-POST.
           IF ANTAL-POSTER < MAKS-POSTER
               ADD 1 TO ANTAL-POSTER
               MOVE NY-SIDE TO PT-SIDE(ANTAL-POSTER)
               MOVE NY-TYPE TO PT-TYPE(ANTAL-POSTER)
               MOVE NY-REF TO PT-REF(ANTAL-POSTER)
               MOVE NY-BELOEB TO PT-BELOEB(ANTAL-POSTER)
               MOVE NY-DATO TO PT-DATO(ANTAL-POSTER)
               MOVE "N" TO PT-MATCH(ANTAL-POSTER)
           ELSE
               SET TABEL-FULD TO TRUE
           END-IF.

      * Hver umatchet centralpost parres med den foerste umatchede
      * bankpost med samme type, reference og beloeb.
       MATCH-POSTER.
           MOVE 0 TO ANTAL-MATCHET
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ANTAL-POSTER
               IF PT-SIDE(IDX) = "N" AND PT-MATCH(IDX) = "N"
                   PERFORM VARYING IDX2 FROM 1 BY 1
                       UNTIL IDX2 > ANTAL-POSTER
                          OR PT-MATCH(IDX) = "J"
                       IF PT-SIDE(IDX2) = "B"
                           AND PT-MATCH(IDX2) = "N"
                           AND PT-TYPE(IDX2) = PT-TYPE(IDX)
                           AND PT-REF(IDX2) = PT-REF(IDX)
                           AND PT-BELOEB(IDX2) = PT-BELOEB(IDX)
                           MOVE "J" TO PT-MATCH(IDX)
                           MOVE "J" TO PT-MATCH(IDX2)
                           ADD 1 TO ANTAL-MATCHET
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SKRIV-AABNE.
           OPEN OUTPUT AABNETEMP
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ANTAL-POSTER
               IF PT-MATCH(IDX) = "N"
                   MOVE PT-BELOEB(IDX) TO BELOEB-EDIT
                   MOVE FUNCTION TRIM(BELOEB-EDIT) TO BELOEB-TXT
                   MOVE ALL SPACES TO LINJE
                   STRING
                       PT-SIDE(IDX) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(PT-TYPE(IDX)) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(PT-REF(IDX)) DELIMITED BY SIZE
                       ";"
                       FUNCTION TRIM(BELOEB-TXT) DELIMITED BY SIZE
                       ";"
                       PT-DATO(IDX) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   WRITE AABNETEMP-LINJE FROM LINJE
               END-IF
           END-PERFORM
           CLOSE AABNETEMP
           MOVE "S" TO FS-HANDLING
           MOVE "clearafstem_aabne_tmp.txt" TO FS-KILDE
           MOVE "clearafstem_aabne.txt" TO FS-MAAL
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL
               FS-RETUR.

      * Rapporten: dagens tal, de aabne poster med alder og
      * aldersfordelingen. Differencen er centralens minus bankens
      * umatchede poster (med fortegn).
       SKRIV-RAPPORT.
           MOVE 0 TO ANTAL-AABNE ANTAL-NYE-AABNE
           MOVE 0 TO ANTAL-0-2 ANTAL-3-10 ANTAL-OVER-10
           MOVE 0 TO DAGENS-DIFF SAMLET-DIFF
           OPEN OUTPUT RAPPORTFIL
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "CLEARAFSTEM - afstemning af afregning "
               DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           IF AFREGNING-MODTAGET
               MOVE TRAILER-NETTO TO BELOEB-EDIT
               MOVE ALL SPACES TO RAPPORT-LINJE
               STRING "Centralens netto i dag: " DELIMITED BY SIZE
                   FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
                   INTO RAPPORT-LINJE
               END-STRING
           ELSE
               MOVE "Ingen afregningsopgoerelse modtaget i dag."
                   TO RAPPORT-LINJE
           END-IF
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Matchede par: " DELIMITED BY SIZE
               ANTAL-MATCHET DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE "Aabne poster (B = banken, N = centralen):"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ANTAL-POSTER
               IF PT-MATCH(IDX) = "N"
                   PERFORM RAPPORTER-AABEN-POST
               END-IF
           END-PERFORM
           MOVE "----------------------------------------"
               TO RAPPORT-LINJE
           WRITE RAPPORT-LINJE
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Aldersfordeling: 0-2 dage " DELIMITED BY SIZE
               ANTAL-0-2 DELIMITED BY SIZE
               "  3-10 dage " DELIMITED BY SIZE
               ANTAL-3-10 DELIMITED BY SIZE
               "  over 10 dage " DELIMITED BY SIZE
               ANTAL-OVER-10 DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE DAGENS-DIFF TO BELOEB-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Dagens nye aabne poster: " DELIMITED BY SIZE
               ANTAL-NYE-AABNE DELIMITED BY SIZE
               "  netto difference " DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE SAMLET-DIFF TO BELOEB-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Alle aabne poster: " DELIMITED BY SIZE
               ANTAL-AABNE DELIMITED BY SIZE
               "  netto difference " DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           MOVE TOLERANCE TO BELOEB-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "Tolerance: " DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE
           CLOSE RAPPORTFIL.

       RAPPORTER-AABEN-POST.
           ADD 1 TO ANTAL-AABNE
           MOVE PT-TYPE(IDX) TO NY-TYPE
           MOVE PT-BELOEB(IDX) TO NY-BELOEB
           PERFORM SAET-FORTEGN
           IF PT-SIDE(IDX) = "B"
               COMPUTE SIGNERET-BELOEB = 0 - SIGNERET-BELOEB
           END-IF
           ADD SIGNERET-BELOEB TO SAMLET-DIFF
           IF PT-DATO(IDX) = NU-DATO-TXT
               ADD 1 TO ANTAL-NYE-AABNE
               ADD SIGNERET-BELOEB TO DAGENS-DIFF
           END-IF
           MOVE PT-DATO(IDX)(1:4) TO DT-AAR
           MOVE PT-DATO(IDX)(6:2) TO DT-MAANED
           MOVE PT-DATO(IDX)(9:2) TO DT-DAG
           IF DATO-TAL-RED > 16010101
               COMPUTE DAGE-GAMMEL = NU-DAGNR
                   - FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           ELSE
               MOVE 0 TO DAGE-GAMMEL
           END-IF
           EVALUATE TRUE
               WHEN DAGE-GAMMEL <= 2
                   ADD 1 TO ANTAL-0-2
               WHEN DAGE-GAMMEL <= 10
                   ADD 1 TO ANTAL-3-10
               WHEN OTHER
                   ADD 1 TO ANTAL-OVER-10
           END-EVALUATE
           MOVE PT-BELOEB(IDX) TO BELOEB-EDIT
           MOVE DAGE-GAMMEL TO DAGE-EDIT
           MOVE ALL SPACES TO RAPPORT-LINJE
           STRING "AABEN " DELIMITED BY SIZE
               PT-SIDE(IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-TYPE(IDX) DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               FUNCTION TRIM(PT-REF(IDX)) DELIMITED BY SIZE
               " beloeb " DELIMITED BY SIZE
               FUNCTION TRIM(BELOEB-EDIT) DELIMITED BY SIZE
               " fra " DELIMITED BY SIZE
               PT-DATO(IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DAGE-EDIT) DELIMITED BY SIZE
               " dage)" DELIMITED BY SIZE
               INTO RAPPORT-LINJE
           END-STRING
           WRITE RAPPORT-LINJE.
