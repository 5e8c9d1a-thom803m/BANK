      *>   FILIAL;DATO;TYPE;BELOEB;MODPART;BEKRAEFTET;BRUGER
      *> TYPE: UD (hvaelv->kasse), IND (kasse->hvaelv), OPTALT
      *> (dagens optaelling, altid bekraeftet J), DEPOT-IND/
      *> DEPOT-UD (forsendelse fra/til centraldepotet), ATM-UD/
      *> ATM-IND (fyldning/toemning af en haeveautomat, bogfoert
      *> af ATMREG).
      *> En overfoersel bookes af den ene side (bekraeftet N) og
      *> bekraeftes af modparten (B) - begge sider staar dermed
      *> inde for beloebet - og kassesiden faar samtidig sin linje
               EVALUATE FUNCTION TRIM(HV-FELT3)
                   WHEN "IND"
                   WHEN "DEPOT-IND"
                   WHEN "ATM-IND"
                       ADD FUNCTION NUMVAL(HV-FELT4)
                           TO HVAELV-SALDO
                   WHEN "UD"
                   WHEN "DEPOT-UD"
                   WHEN "ATM-UD"
                       SUBTRACT FUNCTION NUMVAL(HV-FELT4)
                           FROM HVAELV-SALDO
                   WHEN OTHER
