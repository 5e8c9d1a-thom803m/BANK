      *> Delt layout for en periodisering.txt-linje (";"-separeret
      *> tekst): en raekke pr. konto og kilde pr. maanedsultimo med
      *> den rente der er periodiseret i gl_journal.txt uden at vaere
      *> tilskrevet kontoen endnu. PERIODISER danner raekkerne paa
      *> maanedens sidste bankdag (status B) og tilbagefoerer dem paa
      *> naeste maaneds foerste bankdag (status T).
       01 PER-FELT1            PIC X(10).   *> Konto-ID
       01 PER-FELT2            PIC X(1).    *> Kilde (R=rentetil-
      *>                          vaekst, O=overtraekstilvaekst,
      *>                          A=aftaleindlaan, L=laan)
       01 PER-FELT3            PIC X(20).   *> Kontotype
       01 PER-FELT4            PIC X(10).   *> Filial (HK = blank)
       01 PER-FELT5            PIC X(15).   *> Periodiseret beloeb
       01 PER-FELT6            PIC X(7).    *> Periode (AAAA-MM)
       01 PER-FELT7            PIC X(10).   *> Bogfoert dato
       01 PER-FELT8            PIC X(1).    *> Status (B=bogfoert,
      *>                          T=tilbagefoert)
       01 PER-FELT9            PIC X(10).   *> Tilbagefoert dato
