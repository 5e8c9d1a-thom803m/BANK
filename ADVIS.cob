               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT FRAVALGFIL ASSIGN TO "advis_fravalg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
