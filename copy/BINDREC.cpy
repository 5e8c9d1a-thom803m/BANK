      *> Delt layout for en bundne_konti.txt-linje (";"-separeret
      *> tekst): en raekke pr. konto paa et bundet opsparingsprodukt
      *> (f.eks. boerneopsparing - se bindingsfelterne i
      *> PRODREC.cpy). Raekken oprettes af OPRETKONTO via BINDTJEK,
      *> indskudstaellerne fores af BINDTJEK ved hvert indskud, og
      *> BINDFRIGIV frigiver kontoen naar frigivelsesdatoen er naaet.
       01 BIND-FELT1           PIC X(10).   *> Konto-ID
       01 BIND-FELT2           PIC X(10).   *> Kunde-ID (kontohaver)
       01 BIND-FELT3           PIC X(20).   *> Kontotype (katalog)
       01 BIND-FELT4           PIC X(10).   *> Frigivelsesdato
      *>                          (AAAA-MM-DD, blank = ingen
      *>                          udbetalingsspaerre)
       01 BIND-FELT5           PIC X(4).    *> Indskudsaar
       01 BIND-FELT6           PIC X(15).   *> Indskud i indskudsaaret
       01 BIND-FELT7           PIC X(15).   *> Samlede indskud
       01 BIND-FELT8           PIC X(1).    *> Status (B=bundet,
      *>                          F=frigivet)
       01 BIND-FELT9           PIC X(10).   *> Frigivet dato
