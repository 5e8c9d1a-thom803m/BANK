       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGKAEDE.

      *> Hash-kaede paa revisionslogfilerne (transaktion.log og
      *> kundelog.txt), saa en linje der er rettet, fjernet eller
      *> skudt ind bagefter kan opdages. Hver ny linje faar sin egen
      *> hash som sidste felt (";" + 20 cifre), beregnet over den
      *> forrige linjes hash plus linjens eget indhold. Hashen er to
      *> uafhaengige rullende hashes af KODEHASH's slags (faktor 33
      *> hhv. 131 med hver sit store primtal som modulus) sat
      *> sammen til 20 cifre. Ved siden af loggen ligger et kaedeanker
      *> <stamme>_kaede.txt (ANTAL;SIDSTE-HASH), saa skriveren ikke
      *> skal laese hele loggen for at finde forrige hash, og saa en
      *> afkortet log kan opdages ved kontrollen.
      *> Handlinger:
      *>   S = tilfoej KD-LINJE til KD-LOGFIL med kaedet hash
      *>       (RETUR 1 = blank linje, intet skrevet)
      *>   V = gennemgaa kaeden; linjer dateret KD-FRA-DATO til
      *>       KD-TIL-DATO (blank = aaben) vurderes, og resultatet
      *>       returneres som tekst i KD-LINJE. RETUR 0 = intakt,
      *>       1 = brud i perioden, 2 = ingen kaedede linjer i
      *>       perioden.
      *> Linjer fra foer kaeden blev indfoert (uden hash) taelles som
      *> ukaedede; efter den foerste kaedede linje er en linje uden
      *> hash et brud. Efter et brud fortsaetter kontrollen fra den
      *> gemte hash, saa senere brud ogsaa findes. Fejler anker-
      *> tjekket (antal linjer eller sidste hash), er der fjernet
      *> eller tilfoejet linjer i slutningen af loggen.
      *> Ankeret opbygges kun af loggen selv, saa laenge loggen ikke
      *> har kaedede linjer (foerste kaedede linje i en gammel log).
      *> Mangler ankeret til en log der allerede er kaedet, kaedes nye
      *> linjer videre fra loggens sidste hash, men ankeret genskabes
      *> IKKE - ellers ville en slettet anker-fil plus en afkortet log
      *> gaa upaaagtet hen. Kontrollen melder "kaedeankeret mangler",
      *> indtil ankeret efter undersoegelse er lagt tilbage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGFIL ASSIGN USING LOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGFIL-STATUS.
           SELECT ANKERFIL ASSIGN USING ANKER-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANKERFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOGFIL.
       01 LOG-LINJE        PIC X(330).

       FD ANKERFIL.
       01 ANKER-LINJE      PIC X(60).

       WORKING-STORAGE SECTION.
       01 LOGFIL-STATUS    PIC XX.
       01 ANKERFIL-STATUS  PIC XX.

       01 LOG-NAVN         PIC X(40).
       01 ANKER-NAVN       PIC X(40).
       01 NAVN-STAMME      PIC X(40).

       01 ANKER-FUNDET     PIC X VALUE "N".
          88 HAR-ANKER     VALUE "J".
       01 ANKER-ANTAL      PIC 9(9).
       01 ANKER-HASH       PIC X(20).
       01 ANKER-FELT1      PIC X(20).
       01 ANKER-FELT2      PIC X(30).

       01 FORRIGE-HASH     PIC X(20).
       01 GEMT-HASH        PIC X(20).
       01 NY-HASH.
          05 NY-HASH-1     PIC 9(10).
          05 NY-HASH-2     PIC 9(10).

       01 HASH-1           PIC 9(18) COMP.
       01 HASH-2           PIC 9(18) COMP.
       01 TEGN-NR          PIC 9(4) COMP.
       01 TEGN-VAERDI      PIC 9(4) COMP.

       01 INDHOLD          PIC X(330).
       01 INDHOLD-LAENGDE  PIC 9(4) COMP.
       01 LINJE-LAENGDE    PIC 9(4) COMP.
       01 HASH-POS         PIC 9(4) COMP.

       01 HASH-FLAG        PIC X VALUE "N".
          88 LINJE-HAR-HASH VALUE "J".
       01 KAEDE-FLAG       PIC X VALUE "N".
          88 KAEDE-STARTET VALUE "J".
       01 PERIODE-FLAG     PIC X VALUE "N".
          88 I-PERIODE     VALUE "J".

       01 LINJE-NR         PIC 9(9).
       01 LINJE-DATO       PIC X(10).
       01 SIDSTE-DATO      PIC X(10).

       01 ANTAL-UKAEDET    PIC 9(9).
       01 ANTAL-I-PERIODE  PIC 9(9).
       01 UKAEDET-I-PERIODE PIC 9(9).
       01 KAEDET-I-PERIODE PIC 9(9).
       01 ANTAL-BRUD       PIC 9(9).
       01 BRUD-I-PERIODE   PIC 9(9).
       01 FOERSTE-BRUD-NR  PIC 9(9).
       01 FOERSTE-BRUD-TEKST PIC X(60).
       01 BRUD-TEKST       PIC X(60).

       01 VIS-ANTAL-1      PIC Z(8)9.
       01 VIS-ANTAL-2      PIC Z(8)9.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       LINKAGE SECTION.
       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       PROCEDURE DIVISION USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR.

           MOVE 0 TO KD-RETUR
           MOVE FUNCTION TRIM(KD-LOGFIL) TO LOG-NAVN
           PERFORM DAN-ANKERNAVN

           EVALUATE KD-HANDLING
               WHEN "S"
                   PERFORM TILFOEJ-LINJE
               WHEN "V"
                   PERFORM VERIFICER-KAEDE
               WHEN OTHER
                   MOVE 1 TO KD-RETUR
           END-EVALUATE

           EXIT PROGRAM.

      * transaktion.log -> transaktion_kaede.txt,
      * kundelog.txt -> kundelog_kaede.txt.
       DAN-ANKERNAVN.
           MOVE SPACES TO NAVN-STAMME
           UNSTRING LOG-NAVN DELIMITED BY "."
               INTO NAVN-STAMME
           MOVE SPACES TO ANKER-NAVN
           STRING FUNCTION TRIM(NAVN-STAMME) DELIMITED BY SIZE
               "_kaede.txt" DELIMITED BY SIZE
               INTO ANKER-NAVN
           END-STRING.

       TILFOEJ-LINJE.
           IF KD-LINJE = SPACES
               MOVE 1 TO KD-RETUR
           ELSE
               MOVE "N" TO KAEDE-FLAG
               PERFORM LAES-ANKER
               IF NOT HAR-ANKER
                   PERFORM OPBYG-ANKER
               END-IF
               MOVE ANKER-HASH TO FORRIGE-HASH

               MOVE SPACES TO INDHOLD
               MOVE KD-LINJE TO INDHOLD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(KD-LINJE TRAILING))
                   TO INDHOLD-LAENGDE
               PERFORM BEREGN-HASH

               MOVE SPACES TO LOG-LINJE
               STRING INDHOLD(1:INDHOLD-LAENGDE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NY-HASH DELIMITED BY SIZE
                   INTO LOG-LINJE
               END-STRING

      * Loggen findes maaske ikke endnu - samme status-35-
      * fald-tilbage som LOGTRANS altid har brugt.
               OPEN EXTEND LOGFIL
               IF LOGFIL-STATUS = "35"
                   OPEN OUTPUT LOGFIL
               END-IF
               WRITE LOG-LINJE
               CLOSE LOGFIL

               ADD 1 TO ANKER-ANTAL
               MOVE NY-HASH TO ANKER-HASH
               IF HAR-ANKER OR NOT KAEDE-STARTET
                   PERFORM SKRIV-ANKER
               END-IF
           END-IF.

       LAES-ANKER.
           MOVE "N" TO ANKER-FUNDET
           MOVE 0 TO ANKER-ANTAL
           MOVE ALL "0" TO ANKER-HASH
           OPEN INPUT ANKERFIL
           IF ANKERFIL-STATUS = "35"
               CLOSE ANKERFIL
           ELSE
               READ ANKERFIL
                   AT END
                       CONTINUE
                   NOT AT END
                       SET HAR-ANKER TO TRUE
                       MOVE SPACES TO ANKER-FELT1
                       MOVE SPACES TO ANKER-FELT2
                       UNSTRING ANKER-LINJE DELIMITED BY ";"
                           INTO ANKER-FELT1 ANKER-FELT2
                       IF FUNCTION TRIM(ANKER-FELT1) IS NUMERIC
                           MOVE FUNCTION NUMVAL(ANKER-FELT1)
                               TO ANKER-ANTAL
                       END-IF
                       MOVE ANKER-FELT2(1:20) TO ANKER-HASH
               END-READ
               CLOSE ANKERFIL
           END-IF.

       SKRIV-ANKER.
           OPEN OUTPUT ANKERFIL
           MOVE SPACES TO ANKER-LINJE
           STRING ANKER-ANTAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ANKER-HASH DELIMITED BY SIZE
               INTO ANKER-LINJE
           END-STRING
           WRITE ANKER-LINJE
           CLOSE ANKERFIL.

      * Intet anker: antal linjer og hashen fra den sidste kaedede
      * linje, ellers nuller. Har loggen kaedede linjer, saettes
      * KAEDE-STARTET, og ankeret skrives da ikke (se ovenfor).
       OPBYG-ANKER.
           MOVE 0 TO ANKER-ANTAL
           MOVE ALL "0" TO ANKER-HASH
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LOGFIL
           IF LOGFIL-STATUS = "35"
               CLOSE LOGFIL
           ELSE
               PERFORM UNTIL EOF
                   READ LOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ANKER-ANTAL
                           PERFORM SKIL-HASH
                           IF LINJE-HAR-HASH
                               MOVE GEMT-HASH TO ANKER-HASH
                               SET KAEDE-STARTET TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGFIL
           END-IF.

      * Deler en laest loglinje i indhold og gemt hash. En linje har
      * hash naar den slutter paa ";" og 20 cifre.
       SKIL-HASH.
           MOVE "N" TO HASH-FLAG
           MOVE SPACES TO GEMT-HASH
           MOVE SPACES TO INDHOLD
           MOVE 0 TO INDHOLD-LAENGDE
           IF LOG-LINJE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LOG-LINJE TRAILING))
                   TO LINJE-LAENGDE
               IF LINJE-LAENGDE > 21
                   COMPUTE HASH-POS = LINJE-LAENGDE - 19
                   IF LOG-LINJE(HASH-POS - 1:1) = ";"
                       AND LOG-LINJE(HASH-POS:20) IS NUMERIC
                       SET LINJE-HAR-HASH TO TRUE
                       MOVE LOG-LINJE(HASH-POS:20) TO GEMT-HASH
                       COMPUTE INDHOLD-LAENGDE = HASH-POS - 2
                       MOVE LOG-LINJE(1:INDHOLD-LAENGDE) TO INDHOLD
                   END-IF
               END-IF
           END-IF.

      * Hash over forrige hash + INDHOLD(1:INDHOLD-LAENGDE) + laengden.
       BEREGN-HASH.
           MOVE 5381 TO HASH-1
           MOVE 7919 TO HASH-2
           PERFORM VARYING TEGN-NR FROM 1 BY 1
               UNTIL TEGN-NR > 20
               MOVE FUNCTION ORD(FORRIGE-HASH(TEGN-NR:1))
                   TO TEGN-VAERDI
               PERFORM BLAND-TEGN
           END-PERFORM
           PERFORM VARYING TEGN-NR FROM 1 BY 1
               UNTIL TEGN-NR > INDHOLD-LAENGDE
               MOVE FUNCTION ORD(INDHOLD(TEGN-NR:1))
                   TO TEGN-VAERDI
               PERFORM BLAND-TEGN
           END-PERFORM
           MOVE INDHOLD-LAENGDE TO TEGN-VAERDI
           PERFORM BLAND-TEGN
           MOVE HASH-1 TO NY-HASH-1
           MOVE HASH-2 TO NY-HASH-2.

       BLAND-TEGN.
           COMPUTE HASH-1 = FUNCTION MOD(
               HASH-1 * 33 + TEGN-VAERDI, 999999937)
           COMPUTE HASH-2 = FUNCTION MOD(
               HASH-2 * 131 + TEGN-VAERDI, 999999929).

       VERIFICER-KAEDE.
           MOVE 0 TO LINJE-NR
           MOVE 0 TO ANTAL-UKAEDET
           MOVE 0 TO ANTAL-I-PERIODE
           MOVE 0 TO UKAEDET-I-PERIODE
           MOVE 0 TO ANTAL-BRUD
           MOVE 0 TO BRUD-I-PERIODE
           MOVE 0 TO FOERSTE-BRUD-NR
           MOVE SPACES TO FOERSTE-BRUD-TEKST
           MOVE SPACES TO SIDSTE-DATO
           MOVE "N" TO KAEDE-FLAG
           MOVE ALL "0" TO FORRIGE-HASH

           PERFORM LAES-ANKER

           MOVE "N" TO EOF-FLAG
           OPEN INPUT LOGFIL
           IF LOGFIL-STATUS = "35"
               CLOSE LOGFIL
               IF HAR-ANKER AND ANKER-ANTAL > 0
                   MOVE "J" TO PERIODE-FLAG
                   MOVE "loggen mangler, men kaedeankeret findes"
                       TO BRUD-TEKST
                   PERFORM REGISTRER-BRUD
               END-IF
           ELSE
               PERFORM UNTIL EOF
                   READ LOGFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LINJE-NR
                           PERFORM KONTROLLER-LINJE
                   END-READ
               END-PERFORM
               CLOSE LOGFIL
               PERFORM KONTROLLER-ANKER
           END-IF

           PERFORM DAN-RESULTAT.

       KONTROLLER-LINJE.
           MOVE LOG-LINJE(1:10) TO LINJE-DATO
           MOVE LINJE-DATO TO SIDSTE-DATO
           MOVE "J" TO PERIODE-FLAG
           IF KD-FRA-DATO NOT = SPACES
               AND LINJE-DATO < KD-FRA-DATO
               MOVE "N" TO PERIODE-FLAG
           END-IF
           IF KD-TIL-DATO NOT = SPACES
               AND LINJE-DATO > KD-TIL-DATO
               MOVE "N" TO PERIODE-FLAG
           END-IF
           IF I-PERIODE
               ADD 1 TO ANTAL-I-PERIODE
           END-IF

           PERFORM SKIL-HASH
           IF NOT LINJE-HAR-HASH
               IF KAEDE-STARTET
                   MOVE "linje uden hash inde i kaeden (indsat)"
                       TO BRUD-TEKST
                   PERFORM REGISTRER-BRUD
               ELSE
                   ADD 1 TO ANTAL-UKAEDET
                   IF I-PERIODE
                       ADD 1 TO UKAEDET-I-PERIODE
                   END-IF
               END-IF
           ELSE
               SET KAEDE-STARTET TO TRUE
               PERFORM BEREGN-HASH
               IF NY-HASH NOT = GEMT-HASH
                   MOVE "hash passer ikke (rettet/fjernet/indsat)"
                       TO BRUD-TEKST
                   PERFORM REGISTRER-BRUD
               END-IF
               MOVE GEMT-HASH TO FORRIGE-HASH
           END-IF.

      * Slutningen af loggen mod ankeret. Et brud her regnes med i
      * perioden, naar perioden naar frem til loggens sidste dato.
       KONTROLLER-ANKER.
           MOVE "J" TO PERIODE-FLAG
           IF KD-TIL-DATO NOT = SPACES
               AND KD-TIL-DATO < SIDSTE-DATO
               MOVE "N" TO PERIODE-FLAG
           END-IF
           IF HAR-ANKER
               IF ANKER-ANTAL NOT = LINJE-NR
                   OR ANKER-HASH NOT = FORRIGE-HASH
                   MOVE "slutningen afviger fra kaedeankeret"
                       TO BRUD-TEKST
                   PERFORM REGISTRER-BRUD
               END-IF
           ELSE
               IF KAEDE-STARTET
                   MOVE "kaedeankeret mangler" TO BRUD-TEKST
                   PERFORM REGISTRER-BRUD
               END-IF
           END-IF.

       REGISTRER-BRUD.
           ADD 1 TO ANTAL-BRUD
           IF I-PERIODE
               ADD 1 TO BRUD-I-PERIODE
               IF FOERSTE-BRUD-TEKST = SPACES
                   MOVE LINJE-NR TO FOERSTE-BRUD-NR
                   MOVE BRUD-TEKST TO FOERSTE-BRUD-TEKST
               END-IF
           END-IF.

       DAN-RESULTAT.
           COMPUTE KAEDET-I-PERIODE =
               ANTAL-I-PERIODE - UKAEDET-I-PERIODE
           MOVE SPACES TO KD-LINJE
           EVALUATE TRUE
               WHEN BRUD-I-PERIODE > 0
                   MOVE 1 TO KD-RETUR
                   MOVE BRUD-I-PERIODE TO VIS-ANTAL-1
                   MOVE FOERSTE-BRUD-NR TO VIS-ANTAL-2
                   IF FOERSTE-BRUD-NR > 0
                       STRING "BRUD: " DELIMITED BY SIZE
                           FUNCTION TRIM(VIS-ANTAL-1)
                               DELIMITED BY SIZE
                           " brud, foerste ved linje "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(VIS-ANTAL-2)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(FOERSTE-BRUD-TEKST)
                               DELIMITED BY SIZE
                           INTO KD-LINJE
                       END-STRING
                   ELSE
                       STRING "BRUD: " DELIMITED BY SIZE
                           FUNCTION TRIM(FOERSTE-BRUD-TEKST)
                               DELIMITED BY SIZE
                           INTO KD-LINJE
                       END-STRING
                   END-IF
               WHEN KAEDET-I-PERIODE > 0
                   MOVE 0 TO KD-RETUR
                   MOVE KAEDET-I-PERIODE TO VIS-ANTAL-1
                   MOVE UKAEDET-I-PERIODE TO VIS-ANTAL-2
                   STRING "INTAKT: " DELIMITED BY SIZE
                       FUNCTION TRIM(VIS-ANTAL-1) DELIMITED BY SIZE
                       " kaedede linjer verificeret, "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(VIS-ANTAL-2) DELIMITED BY SIZE
                       " fra foer kaeden" DELIMITED BY SIZE
                       INTO KD-LINJE
                   END-STRING
               WHEN OTHER
                   MOVE 2 TO KD-RETUR
                   MOVE ANTAL-I-PERIODE TO VIS-ANTAL-1
                   STRING "IKKE KAEDET: ingen kaedede linjer i "
                       DELIMITED BY SIZE
                       "perioden (" DELIMITED BY SIZE
                       FUNCTION TRIM(VIS-ANTAL-1) DELIMITED BY SIZE
                       " linjer)" DELIMITED BY SIZE
                       INTO KD-LINJE
                   END-STRING
           END-EVALUATE.
