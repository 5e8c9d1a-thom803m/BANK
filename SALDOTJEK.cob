               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT RAPPORTFIL ASSIGN TO "saldotjek_rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * STORNO skrives med fortegnsvendt beloeb og kan derfor blot
      * laegges til.
               WHEN "STORNO"
               WHEN "RENTEKORREKTION"
               WHEN "LAAN-UDBET"
               WHEN "LAAN-AFDRAG"
               WHEN "AFTALE-RETUR"
               WHEN "INDSIG-KREDIT"
               WHEN "RETUR"
               WHEN "BO-INDBETALING"
               WHEN "KOMPENSATION"
                   SET VIRKNING-PLUS TO TRUE
               WHEN "HAEV"
               WHEN "OVERF-UD"
               WHEN "RYKKERGEBYR"
               WHEN "INDSIG-DEBET"
               WHEN "BO-UDLODNING"
               WHEN "KORT"
               WHEN "ATM-HAEV"
               WHEN "BOKSLEJE"
                   SET VIRKNING-MINUS TO TRUE
               WHEN OTHER
                   SET VIRKNING-UKENDT TO TRUE
