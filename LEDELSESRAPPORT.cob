               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT BATCHLOGFIL ASSIGN TO "natbatch.log"
               ORGANIZATION IS LINE SEQUENTIAL
                           ADD LINJE-BELOEB TO IND-MD
                       END-IF
                   WHEN "HAEV"
                   WHEN "ATM-HAEV"
                       ADD LINJE-BELOEB TO UD-AAR
                       IF HIST-FELT2(1:7) = MAANED-TXT
                           ADD LINJE-BELOEB TO UD-MD
