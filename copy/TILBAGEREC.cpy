      *> Delt layout for en tilbagering.txt-linje (";"-separeret
      *> tekst): en raekke pr. udgaaende betaling der er holdt til
      *> tilbageringning, fordi kundens adresse, telefon eller email
      *> er aendret kort forinden (KONTAKTVAGT). Raekken oprettes af
      *> betalingsvejen (UDBETAL, OVERFOER, FASTORDRE) med status V,
      *> og en ANDEN operatoer end den der tastede betalingen
      *> registrerer udfaldet af opkaldet til kunden i TILBAGERING.
       01 TILB-FELT1           PIC X(10).   *> Hold-ID
       01 TILB-FELT2           PIC X(10).   *> Kilde (UDBETAL,
      *>                          OVERFOER, FASTORDRE)
       01 TILB-FELT3           PIC X(10).   *> Kildens ID (koe-ID i
      *>                          udbetal_koe.txt/godkendkoe.txt eller
      *>                          ordre-ID i fasteordrer.txt)
       01 TILB-FELT4           PIC X(10).   *> Konto-ID (debiteres)
       01 TILB-FELT5           PIC X(10).   *> Kunde-ID (hvis
      *>                          kontaktdata er aendret)
       01 TILB-FELT6           PIC X(15).   *> Beloeb
       01 TILB-FELT7           PIC X(10).   *> Kontaktdata aendret
      *>                          (AAAA-MM-DD, seneste aendring)
       01 TILB-FELT8           PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 TILB-FELT9           PIC X(10).   *> Tastet af (Bruger-ID)
       01 TILB-FELT10          PIC X(1).    *> Status (V=venter,
      *>                          B=bekraeftet, A=afvist)
       01 TILB-FELT11          PIC X(10).   *> Behandlet af
       01 TILB-FELT12          PIC X(10).   *> Behandlet dato
       01 TILB-FELT13          PIC X(20).   *> Ring til (kundens
      *>                          telefonnr. FOER aendringen)
