      *> Delt layout for en erp_abonnementer.txt-linje (";"-separeret
      *> tekst, samme stil som MANDATREC.cpy): et erhvervskundes
      *> abonnement paa det daglige maskinlaesbare kontoudtog til
      *> sit bogholderisystem. Vedligeholdes paa ERPABON-skaermen;
      *> ERPUDTRAEK danner filerne i natbatchen og noterer seneste
      *> koersel i felt 6-8, som DRIFTSTATUS viser naeste morgen.
       01 ERP-FELT1            PIC X(10).   *> Konto-ID
       01 ERP-FELT2            PIC X(1).    *> Status: A=aktivt,
      *>                          O=ophoert
       01 ERP-FELT3            PIC X(10).   *> Tilmeldt (AAAA-MM-DD)
       01 ERP-FELT4            PIC X(10).   *> Ophoert (AAAA-MM-DD,
      *>                          blank for aktive)
       01 ERP-FELT5            PIC X(10).   *> Oprettet af (Bruger-ID)
       01 ERP-FELT6            PIC X(10).   *> Seneste koersel (dato)
       01 ERP-FELT7            PIC X(40).   *> Seneste status: OK eller
      *>                          FEJL:<aarsag>
       01 ERP-FELT8            PIC X(40).   *> Seneste dannede fil
