               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT SAGFIL ASSIGN TO "amlsager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
