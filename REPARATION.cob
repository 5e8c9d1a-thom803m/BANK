      *>   REP-ID;KONTO;DATO;BELOEB;AFSENDERREF;AARSAG;INDSAT
      *> Handlinger: list (L), ret og genposter (R) - det rigtige
      *> Konto-ID tastes og krediteringen posteres ad den normale
      *> vej (CLEARING-IND-historiklinje med valoer paa den
      *> oprindelige clearingdato, spaerret/lukket og indskud over
      *> en bunden opsparings lofter (BINDTJEK) afvises stadig) -
      *> eller bekraeft retur (B), der sender posten til
      *> clearing_retur.txt. I begge tilfaelde forlader posten
      *> koeen. Poster over fristen sendes automatisk retur af
      *> CLEARIND's natlige aeldning.
      *> Poster med aarsag SANKTIONSHIT (afsenderen ramte
      *> sanktionslisten) kan ikke genposteres herfra - de
      *> tilbageholdes til compliance har afgjort sagen i AMLSAG,
      *> hvorefter returen bekraeftes (B).

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

       DATA DIVISION.
       01 HA-FILNAVN       PIC X(50).
       01 HA-SLUT          PIC X(1).

      * Valoerdato for genposteringen (VALOERDATO).
       01 VD-POSTTYPE      PIC X(15).
       01 VD-BOGDATO       PIC X(10).
       01 VD-TID           PIC X(4).
       01 VD-VALOER        PIC X(10).
       01 VD-RETUR         PIC 9.

      * Bunden opsparing (BINDTJEK).
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).
               DISPLAY "Ingen post med ID "
                   FUNCTION TRIM(SØGE-REP-ID)
                   " i reparationskoeen."
           ELSE
           IF REP-FELT6(1:12) = "SANKTIONSHIT"
               DISPLAY "Posten er tilbageholdt ved sanktions"
                   "screening (" FUNCTION TRIM(REP-FELT6)
                   ") og kan ikke genposteres."
           ELSE
               PERFORM POSTER-KREDITERING
               IF POSTERET-OK = "J"
                       " og posten fjernet fra koeen."
                   MOVE 0 TO RETUR
               END-IF
           END-IF
           END-IF.

      * Bekraeft returen: posten skrives til clearing_retur.txt og
               INTO REP-FELT1 REP-FELT2 REP-FELT3 REP-FELT4
                    REP-FELT5 REP-FELT6 REP-FELT7.

      * Genposteringen foelger CLEARIND's normale vej: spaerret,
      * lukket og indskud over en bunden opsparings lofter afvises
      * stadig; kontoen krediteres ved direkte REWRITE, faar en
      * CLEARING-IND-historiklinje, og indskuddet bogfoeres i
      * BINDTJEK's taellere.
       POSTER-KREDITERING.
           MOVE "N" TO POSTERET-OK
           MOVE FUNCTION NUMVAL(REP-FELT4) TO KREDIT-BELOEB
                               DISPLAY "Afvist: kontoen er "
                                   "lukket."
                           WHEN OTHER
                               PERFORM TJEK-INDSKUDSLOFT
                       END-EVALUATE
               END-READ
               CLOSE KONTOFIL
           END-IF.

       TJEK-INDSKUDSLOFT.
           MOVE "I" TO BN-HANDLING
           CALL "BINDTJEK" USING BN-HANDLING NYT-KONTO-ID BN-KUNDE
               BN-TYPE KREDIT-BELOEB BN-DATO BN-RETUR
           EVALUATE BN-RETUR
               WHEN 2
                   DISPLAY "Afvist: aarligt indskudsloft "
                       "overskredet."
               WHEN 3
                   DISPLAY "Afvist: samlet indskudsloft "
                       "overskredet."
               WHEN OTHER
                   COMPUTE NY-SALDO =
                       FUNCTION NUMVAL(KONTO-FELT4)
                       + KREDIT-BELOEB
                   MOVE NY-SALDO TO SALDO-EDIT
                   MOVE FUNCTION TRIM(SALDO-EDIT)
                       TO NY-SALDO-TXT
                   PERFORM SKRIV-KONTOLINJE
                   PERFORM SKRIV-HISTORIK
                   MOVE "B" TO BN-HANDLING
                   CALL "BINDTJEK" USING BN-HANDLING NYT-KONTO-ID
                       BN-KUNDE BN-TYPE KREDIT-BELOEB BN-DATO
                       BN-RETUR
                   MOVE "J" TO POSTERET-OK
           END-EVALUATE.

       SKIL-KONTOLINJE.
           MOVE SPACES TO KONTO-FELT11
           UNSTRING KONTO-DATA
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
               FUNCTION TRIM(REP-FELT5) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
      * Valoer paa den oprindelige clearingdato som i CLEARIND, saa
      * en forsinket kreditering forrentes fra den rigtige dag.
           MOVE NU-DATO-TXT TO VD-BOGDATO
           IF REP-FELT3(1:4) IS NUMERIC
               AND REP-FELT3(5:1) = "-"
               AND REP-FELT3(6:2) IS NUMERIC
               AND REP-FELT3(8:1) = "-"
               AND REP-FELT3(9:2) IS NUMERIC
               MOVE REP-FELT3 TO VD-BOGDATO
           END-IF
           MOVE "CLEARING-IND" TO VD-POSTTYPE
           MOVE SPACES TO VD-TID
           CALL "VALOERDATO" USING VD-POSTTYPE VD-BOGDATO VD-TID
               VD-VALOER VD-RETUR
           MOVE "V" TO HA-HANDLING
           MOVE VD-VALOER TO HA-TIL-DATO
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.
