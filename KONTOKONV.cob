               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.

       DATA DIVISION.
                               MOVE FUNCTION NUMVAL(KONTO-FELT1)
                                   TO KONTO-NOEGLE
                               MOVE GAMMEL-LINJE TO KONTO-DATA
                               CALL "KONTOEJER" USING KONTO-POST
                               WRITE KONTO-POST
                                   INVALID KEY
                                       ADD 1 TO ANTAL-AFVIST
