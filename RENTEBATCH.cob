      *> dokumenteres pr. konto og dag.
      *> Rentesatsen slaas op pr. konto i rentesatser.txt ud fra
      *> kontoens Type (KONTO-FELT3); findes typen ikke i tabellen
      *> bruges STANDARD-raekken. En gyldig individuel prisaftale
      *> (PRISAFTALE) paa kontoen eller ejeren gaar forud for
      *> tabellen og noteres paa proforma-linjen. En raekke kan
      *> baere en gyldig-fra-dato (3. felt, vedligeholdt i
      *> SATSADMIN): blandt raekkerne for typen bruges den med
      *> nyeste gyldig-fra-dato der ikke ligger efter dags dato,
      *> saa naeste uges satser kan tastes
      *> paa forhaand uden at gaelde for tidligt; raekker uden dato
      *> er altid gyldige med lavest prioritet. Renten laegges til
      *> FELT4 ved direkte REWRITE i den indekserede konti.txt
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RENTEFIL ASSIGN TO "rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 PK-RETUR         PIC 9.
       01 RENTE-BELOEB     PIC S9(11)V99.

      * Individuelle prisaftaler (PRISAFTALE) slaas op foer
      * rentesatser.txt i fallback-beregningen - en aftalt sats er
      * ét fladt baand fra 0 uden loft, som i RENTEDAGLIG.
       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.
       01 RENTE-AFTALE     PIC X(10).

      * Kildeskat paa rente ved tilskrivningen: satsen (med gyldig-
      * fra-regel som rentesatser.txt) staar i kildeskat_sats.txt,
      * traekket posteres som egen KILDESKAT-historiklinje, og den

                           MOVE 0 TO KSKAT-BELOEB
                           MOVE 0 TO NETTO-BELOEB
                           MOVE SPACES TO RENTE-AFTALE
                           MOVE SALDO-NU TO BRUTTO-SALDO
                           IF KONTO-FELT6 = "J" OR KONTO-FELT6 = "j"
                               MOVE SALDO-NU TO SALDO-NY
               FUNCTION TRIM(SALDO-NY-TXT) DELIMITED BY SIZE
               INTO PROFORMA-LINJE
           END-STRING
           IF RENTE-AFTALE NOT = SPACES
               MOVE ALL SPACES TO LINJE
               STRING FUNCTION TRIM(PROFORMA-LINJE)
                   DELIMITED BY SIZE
                   "  prisaftale " DELIMITED BY SIZE
                   FUNCTION TRIM(RENTE-AFTALE) DELIMITED BY SIZE
                   INTO LINJE
               END-STRING
               MOVE LINJE TO PROFORMA-LINJE
           END-IF
           WRITE PROFORMA-LINJE.

      * Kontoens akkumulerede tilvaekst fra RENTEDAGLIG, hvis nogen.
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       LAES-CHECKPOINT.

      * Satsraekken findes via produktkatalogets rentenoegle
      * (PRODKAT); en type uden katalograekke falder tilbage til
      * det gamle opslag direkte paa typeteksten. En gyldig
      * prisaftale paa kontoen eller ejeren gaar forud for tabellen.
       FIND-RENTESATS.
           MOVE SPACES TO PK-SEGMENT-BLANK
           CALL "PRODKAT" USING KONTO-FELT3 PK-SEGMENT-BLANK
           MOVE "N" TO SATS-FUNDET
           MOVE 0 TO RENTE-SATS
           MOVE 0 TO BAND-ANTAL
           PERFORM FIND-AFTALESATS
           IF NOT SATS-ER-FUNDET
               PERFORM SOEG-TABELSATS
           END-IF.

      * Aftalt kreditsats: ét baand fra 0 uden loft.
       FIND-AFTALESATS.
           MOVE SPACES TO RENTE-AFTALE
           MOVE KONTO-FELT1 TO PA-KONTO
           MOVE KONTO-FELT2 TO PA-KUNDE
           MOVE "RENTE" TO PA-ART
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE 1 TO BAND-ANTAL
               MOVE 0 TO BAND-FRA (1)
               MOVE 0 TO BAND-TIL (1)
               MOVE "J" TO BAND-UDEN-LOFT (1)
               MOVE PA-VAERDI TO BAND-SATS (1)
               MOVE NU-DATO-TXT TO BAND-DATO (1)
               MOVE PA-AFTALE-ID TO RENTE-AFTALE
               SET SATS-ER-FUNDET TO TRUE
           END-IF.

       SOEG-TABELSATS.
           MOVE SPACES TO BEDSTE-DATO
           MOVE "N" TO SATS-EOF-FLAG
           OPEN INPUT RENTEFIL
