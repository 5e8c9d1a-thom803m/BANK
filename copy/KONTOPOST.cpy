      *> stedet for at kopiere hele filen gennem en temp-fil.
      *> Engangskonverteringen fra den gamle sekventielle fil goeres
      *> af KONTOKONV.
      *> De to ejerfelter efter datadelen er afledt af linjens felt 2
      *> (primaer ejer) og felt 8 (medejer) og baerer de alternative
      *> noegler, saa en kundes konti kan findes uden at laese hele
      *> filen. De saettes af KONTOEJER lige foer hver WRITE/REWRITE;
      *> 0 = ingen (med)ejer.
       01 KONTO-POST.
          05 KONTO-NOEGLE     PIC 9(5).    *> = Konto-ID (FELT1)
          05 KONTO-DATA       PIC X(195).  *> ";"-linjen som hidtil
          05 KONTO-EJER-ID    PIC 9(5).    *> = FELT2, alt. noegle
          05 KONTO-MEDEJER-ID PIC 9(5).    *> = FELT8, alt. noegle
