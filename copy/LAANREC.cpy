      *> pr. laan (";"-separeret som konti.txt); laaneplan.txt er den
      *> amortiseringsplan OPRETLAAN danner ved oprettelsen, en linje
      *> pr. termin, som LAANBATCH afvikler paa forfaldsdagen.
      *> LAANINDFRI indsaetter B-linjer med termin-nr "EKS"
      *> (ekstraordinaert afdrag) og "INDF" (indfrielse).
       01 LAAN-FELT1           PIC X(10).   *> Laanekonto (Konto-ID)
       01 LAAN-FELT2           PIC X(10).   *> Betalingskonto
       01 LAAN-FELT3           PIC X(10).   *> Aarlig rente (decimal)
       01 LAAN-FELT4           PIC X(2).    *> Betalingsdag i maaneden
      *> Variabelt forrentede laan baerer desuden tre felter; paa et
      *> fastforrentet laan er de tomme. LAAN-FELT3 er da den
      *> aktuelle rente (referencerente + margin), som LAANREPRIS
      *> ajourfoerer naar referencerenten faar en ny raekke.
       01 LAAN-FELT5           PIC X(15).   *> Referencerente (noegle
      *>                                       i rentesatser.txt)
       01 LAAN-FELT6           PIC X(10).   *> Margin (decimal)
       01 LAAN-FELT7           PIC X(10).   *> Gyldig-fra paa den
      *>                                       anvendte satsraekke
      *> Kreditsagen bag laanet (KREDITSAG) stemples i felt 8; paa
      *> et fastforrentet laan er felt 5-7 da tomme.
       01 LAAN-FELT8           PIC X(10).   *> Kreditsagsnr

       01 PLAN-FELT1           PIC X(10).   *> Laanekonto (Konto-ID)
       01 PLAN-FELT2           PIC X(4).    *> Termin-nr
       01 PLAN-FELT6           PIC X(15).   *> Afdragsdel
       01 PLAN-FELT7           PIC X(15).   *> Restgaeld efter termin
       01 PLAN-FELT8           PIC X(1).    *> Status (A=afventer,
      *>                          B=betalt, M=misligholdt,
      *>                          I=indfriet af LAANINDFRI)
