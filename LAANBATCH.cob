               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "laanrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 PLANTEMP-LINJE   PIC X(100).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIKLINJE.
