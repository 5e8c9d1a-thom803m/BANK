               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEFIL.
       COPY "KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01 KUNDEFIL-STATUS  PIC XX.

       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       01 NU.
          05 NU-DATO.
               INTO LINJE
           END-STRING

      * Skrives gennem LOGKAEDE, der kaeder linjen til den forrige
      * med en hash (og selv opretter kundelog.txt hvis den mangler).
           MOVE "S" TO KD-HANDLING
           MOVE "kundelog.txt" TO KD-LOGFIL
           MOVE LINJE TO KD-LINJE
           MOVE SPACES TO KD-FRA-DATO
           MOVE SPACES TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR.
