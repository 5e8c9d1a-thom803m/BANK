       IDENTIFICATION DIVISION.
       PROGRAM-ID. OEVELSE.

      *> Delt styring af oevelsesbanken, hvor nye tellere kan oeve
      *> sig paa anonymiserede data uden at roere driften. Naar
      *> oevelsestilstanden er slaaet til, peges al filadgang for
      *> hele sessionen (alle kaldte programmer, revisionsloggen
      *> transaktion.log, clearingfilerne og FILSKIFT's omdoebninger)
      *> over i oevelsesbankens egen mappe ved at saette
      *> runtime-variablen COB_FILE_PATH - ingen programmer skal
      *> derfor kende til tilstanden. Hvilken mappe der er den
      *> aktuelle oevelsesbank staar i den levende fil
      *> oevelsesbank.txt (MAPPE;GENERATION;NULSTILLET;AF), som
      *> OEVNULSTIL skriver naar en supervisor nulstiller saettet.
      *> Handlinger:
      *>   A = slaa oevelse til (RETUR 0 = aktiv, 1 = oevelsesbanken
      *>       er ikke klargjort - OEVNULSTIL er aldrig koert)
      *>   D = tilbage til driften (RETUR 0)
      *>   S = spoerg           (RETUR 0 = drift, 1 = oevelse)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OEVFIL ASSIGN TO "oevelsesbank.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OEVFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OEVFIL.
       01 OEV-LINJE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 OEVFIL-STATUS    PIC XX.

       01 OEV-MAPPE        PIC X(40).
       01 OEV-GENERATION   PIC X(8).

      * Driftens filsti huskes ved foerste kald, saa D altid kan
      * vende tilbage til den - ogsaa naar installationen selv har
      * sat COB_FILE_PATH.
       01 DRIFT-STI        PIC X(200).
       01 DRIFT-STI-HENTET PIC X VALUE "N".
          88 STI-ER-HENTET VALUE "J".
       01 OEVELSE-STI      PIC X(250).
       01 TILSTAND         PIC X VALUE "D".
          88 I-OEVELSE     VALUE "O".
          88 I-DRIFT       VALUE "D".

       LINKAGE SECTION.
       01 OE-HANDLING      PIC X.
          88 SLAA-TIL      VALUE "A".
          88 SLAA-FRA      VALUE "D".
          88 SPOERG        VALUE "S".
       01 OE-RETUR         PIC 9.

       PROCEDURE DIVISION USING OE-HANDLING OE-RETUR.

           MOVE 0 TO OE-RETUR
           IF NOT STI-ER-HENTET
               MOVE SPACES TO DRIFT-STI
               ACCEPT DRIFT-STI FROM ENVIRONMENT "COB_FILE_PATH"
               IF DRIFT-STI = SPACES
                   MOVE "." TO DRIFT-STI
               END-IF
               SET STI-ER-HENTET TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN SLAA-TIL
                   IF I-DRIFT
                       PERFORM SLAA-OEVELSE-TIL
                   END-IF
               WHEN SLAA-FRA
                   IF I-OEVELSE
                       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
                       DISPLAY DRIFT-STI
                           UPON ENVIRONMENT-VALUE
                       SET I-DRIFT TO TRUE
                   END-IF
               WHEN SPOERG
                   IF I-OEVELSE
                       MOVE 1 TO OE-RETUR
                   END-IF
               WHEN OTHER
                   MOVE 1 TO OE-RETUR
           END-EVALUATE

           EXIT PROGRAM.

      * Mappen laeses fra driftens oevelsesbank.txt; uden den (eller
      * med en tom linje) er der intet oevelsessaet at skifte til,
      * og sessionen bliver i driften.
       SLAA-OEVELSE-TIL.
           MOVE SPACES TO OEV-MAPPE
           OPEN INPUT OEVFIL
           IF OEVFIL-STATUS = "35"
               CLOSE OEVFIL
           ELSE
               READ OEVFIL
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING OEV-LINJE DELIMITED BY ";"
                           INTO OEV-MAPPE OEV-GENERATION
               END-READ
               CLOSE OEVFIL
           END-IF

           IF FUNCTION TRIM(OEV-MAPPE) = SPACES
               MOVE 1 TO OE-RETUR
           ELSE
               MOVE SPACES TO OEVELSE-STI
               IF FUNCTION TRIM(DRIFT-STI) = "."
                   MOVE OEV-MAPPE TO OEVELSE-STI
               ELSE
                   STRING FUNCTION TRIM(DRIFT-STI) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(OEV-MAPPE) DELIMITED BY SIZE
                       INTO OEVELSE-STI
                   END-STRING
               END-IF
               DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
               DISPLAY OEVELSE-STI
                   UPON ENVIRONMENT-VALUE
               SET I-OEVELSE TO TRUE
           END-IF.
