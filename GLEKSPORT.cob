               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT PLANFIL ASSIGN TO "kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               WRITE PLAN-LINJE
               MOVE "*;HAEV;20100;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;ATM-HAEV;20100;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;OPRET;20100;K" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;OVERF-UD;20100;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;BS-TRAEK;20200;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;KORT;20200;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;NEDSKRIV;16900;K" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;NEDSKRIV-UDG;40100;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;KOMPENSATION;40200;K" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;BOKSLEJE;30200;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;PERIODE-UDG;40300;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;PERIODE-SKYLD;20900;K" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;PERIODE-TILG;16100;D" TO PLAN-LINJE
               WRITE PLAN-LINJE
               MOVE "*;PERIODE-INDT;30300;K" TO PLAN-LINJE
               WRITE PLAN-LINJE
               CLOSE PLANFIL
               DISPLAY "Ingen kontoplan.txt fundet - oprettet "
                   "standardkontoplan."
