      *>               operatoeren paa linjen er den godkendende
      *>               supervisor)
      *>   BO-OVERST  (doedsbo-overstyring)
      *>   LEGIT-OVST (overstyring af legitimationskravet)
      *>   GODKENDT   (fire-oejne-frigivelse i GODKEND)
      *>   STORNO     (tilbagefoersel)
      *>   TILB-BEKR  (tilbageringning bekraeftet i TILBAGERING)
      *>   TILB-AFVIS (tilbageringning afvist i TILBAGERING)
      *> taelles pr. par af godkendende supervisor og teller
      *> (detaljefeltet "T:<teller> B:<beloeb>" som LOGTRANSD
      *> skriver paa disse haendelser), og der flages moenstre:
               EVALUATE FUNCTION TRIM(LOG-FELT4)
                   WHEN "OVERSTYR"
                   WHEN "BO-OVERST"
                   WHEN "LEGIT-OVST"
                   WHEN "GODKENDT"
                   WHEN "STORNO"
                   WHEN "TILB-BEKR"
                   WHEN "TILB-AFVIS"
                       PERFORM NOTER-HAENDELSE
                   WHEN OTHER
                       CONTINUE
