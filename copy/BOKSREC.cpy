      *> Delt layout for en bokse.txt-linje (";"-separeret tekst,
      *> samme stil som ORDREREC.cpy): en raekke pr. udlejet
      *> bankboks. Noeglen er filial + boksnummer. Registeret
      *> vedligeholdes i BOKS, lejen opkraeves af BOKSLEJE og BOADMIN
      *> forsegler boksene naar et bo saettes paa lejeren.
       01 BOKS-FELT1           PIC X(10).   *> Filial (blank = HK)
       01 BOKS-FELT2           PIC X(10).   *> Boksnummer
       01 BOKS-FELT3           PIC X(5).    *> Stoerrelse (boksleje.txt)
       01 BOKS-FELT4           PIC X(10).   *> Kunde-ID (lejer)
       01 BOKS-FELT5           PIC X(10).   *> Startdato (AAAA-MM-DD)
       01 BOKS-FELT6           PIC X(10).   *> Debetkonto for lejen
       01 BOKS-FELT7           PIC X(30).   *> Udleverede noeglenumre
      *>                          (kommasepareret)
       01 BOKS-FELT8           PIC X(1).    *> Status (A=udlejet,
      *>                          O=opsagt, F=forseglet)
       01 BOKS-FELT9           PIC X(4).    *> Leje opkraevet for aar
       01 BOKS-FELT10          PIC X(1).    *> Restance (J = retry-
      *>                          trappen udtoemt uden betaling)
       01 BOKS-FELT11          PIC X(10).   *> Opsagt dato
