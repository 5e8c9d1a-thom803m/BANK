      *> matcher paa den raa typetekst. Mangler filen oprettes den
      *> med raekker for de kendte typer (samme "opret hvis filen
      *> mangler"-moenster som SIKR-GEBYRFIL), saa en eksisterende
      *> installation opfoerer sig som hidtil. Bindingsfelterne
      *> (felt 7-10) laeses af BINDTJEK, ikke her.
      *>
      *> Retur: 0 = type fundet og segment tilladt, 1 = typen findes
      *> ikke i kataloget, 2 = typen maa ikke aabnes for segmentet.
               MOVE "AFTALE;0.00;AFTALE;AFTALE;AFTALE;ALLE"
                   TO PROD-LINJE
               WRITE PROD-LINJE
               MOVE "BOERNEOPSPARING;0.00;OPSPARING;OPSPARING;"
                   & "OPSPARING;PRIVAT;18;6000.00;48000.00;OPSPARING"
                   TO PROD-LINJE
               WRITE PROD-LINJE
               CLOSE PRODFIL
               DISPLAY "Intet produktkatalog.txt fundet - oprettet "
                   "standardkatalog."
