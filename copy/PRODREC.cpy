      *> og rente-, gebyr- og dagsgraenseopslagene gaar gennem
      *> katalogets noegler i stedet for at matche paa den raa
      *> typetekst - et nyt produkt lanceres ved at tilfoeje én
      *> katalograekke. Felt 7-10 er bindingsreglerne for bundne
      *> opsparingsprodukter (boerneopsparing o.l.), haandhaevet af
      *> BINDTJEK; aeldre raekker uden felterne er ikke bundne.
       01 PROD-FELT1           PIC X(20).   *> Kontotype
       01 PROD-FELT2           PIC X(15).   *> Standard-overtraeks-
      *>                          graense ved oprettelse
       01 PROD-FELT6           PIC X(40).   *> Tilladte segmenter,
      *>                          "+"-separeret (PRIVAT+ERHVERV+
      *>                          ANSAT) eller ALLE
       01 PROD-FELT7           PIC X(3).    *> Bindingsalder: udbetaling
      *>                          spaerret til kontohaverens
      *>                          foedselsdag i denne alder (CPR);
      *>                          blank/0 = ingen udbetalingsspaerre
       01 PROD-FELT8           PIC X(15).   *> Aarligt indskudsloft
      *>                          (blank/0 = intet loft)
       01 PROD-FELT9           PIC X(15).   *> Samlet indskudsloft
      *>                          over kontoens levetid (blank/0 =
      *>                          intet loft)
       01 PROD-FELT10          PIC X(20).   *> Kontotype kontoen
      *>                          konverteres til ved frigivelse
      *>                          (BINDFRIGIV, blank = OPSPARING)
