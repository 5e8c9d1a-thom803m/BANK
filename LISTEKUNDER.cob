               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT CHECKPOINTFIL ASSIGN TO "listekunder.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.

       DATA DIVISION.
       01 ANTAL-SKREVET         PIC 9(7) VALUE 0.
       01 ANTAL-AFVIST          PIC 9(7) VALUE 0.

      * CPR-visning gennem CPRVIS; begrundelsen gaelder hele
      * udskriften.
       01 CV-REF                PIC X(20).
       01 CV-BEGRUND            PIC X(40).
       01 CV-VIS                PIC X(11).
       01 CV-RETUR              PIC 9.

       LINKAGE SECTION.
       01 RETUR                PIC 9.
       01 OPERATOR-ID           PIC X(10).
           ACCEPT FILTER-SEGMENT.
           MOVE FUNCTION UPPER-CASE(FILTER-SEGMENT)
               TO FILTER-SEGMENT.
           DISPLAY "CPR vises maskeret. Begrundelse for fulde "
               "CPR-numre (blank = efter rolle): " WITH NO ADVANCING.
           ACCEPT CV-BEGRUND.

           PERFORM LAES-CHECKPOINT
           IF SENESTE-ID > 0
           END-IF.

       SKRIV-SKAERM.
           PERFORM HENT-CPR
           DISPLAY FUNCTION TRIM(FELT-ID)
                   "  "
                   FUNCTION TRIM(FELT-FORNAVN)
                   FUNCTION TRIM(FELT-TELEFON)
                   "  Email: "
                   FUNCTION TRIM(FELT-EMAIL)
                   "  CPR: " FUNCTION TRIM(CV-VIS)
                   "  Segment: " FUNCTION TRIM(KUNDE-SEGMENT).

       SKRIV-CSV-LINJE.
           PERFORM HENT-CPR
           MOVE ALL SPACES TO EKSPORT-LINJE
           STRING
               FUNCTION TRIM(FELT-ID) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(CV-VIS) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
           END-STRING
           WRITE EKSPORT-LINJE.

      * Skaerm og CSV foelger samme regel: maskeret CPR, medmindre
      * rollen eller begrundelsen giver det fulde nummer (logges pr.
      * kunde af CPRVIS).
       HENT-CPR.
           MOVE SPACES TO CV-REF
           STRING "KUNDE:" DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO CV-REF
           END-STRING
           CALL "CPRVIS" USING FELT-CPR CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID.

       LAES-CHECKPOINT.
           MOVE 0 TO SENESTE-ID
           OPEN INPUT CHECKPOINTFIL
