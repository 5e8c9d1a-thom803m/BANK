      *> Delt layout for en prisaftaler.txt-linje (";"-separeret
      *> tekst, samme stil som KONTOREC.cpy): en raekke pr.
      *> individuel prisaftale, der gaar forud for produkt- og
      *> segmentraekkerne i rentesatser.txt, gebyrer.txt og
      *> gebyrtakster.txt. Registeret vedligeholdes i PRISADMIN
      *> (oprettelse kraever supervisor-godkendelse) og slaas op af
      *> PRISAFTALE-modulet; PRISUDLOEB lister hver nat de aftaler
      *> der udloeber inden for 30 dage.
       01 PRIS-FELT1           PIC X(10).   *> Aftale-ID (NYTLOEBENR)
       01 PRIS-FELT2           PIC X(1).    *> Niveau (K=konto,
      *>                          C=kunde - alle kundens konti)
       01 PRIS-FELT3           PIC X(10).   *> Konto-ID eller Kunde-ID
       01 PRIS-FELT4           PIC X(20).   *> Art: RENTE (kreditsats),
      *>                          DEBET (debetsats), GEBYR (maanedligt
      *>                          kontogebyr) eller TAKST:<posttype>
      *>                          (transaktionsgebyr, f.eks.
      *>                          TAKST:HAEV)
       01 PRIS-FELT5           PIC X(15).   *> Aftalt sats (decimal,
      *>                          0.0250 = 2,5 %) eller gebyr i kr.
       01 PRIS-FELT6           PIC X(10).   *> Gyldig fra (AAAA-MM-DD)
       01 PRIS-FELT7           PIC X(10).   *> Gyldig til (AAAA-MM-DD,
      *>                          sidste dag aftalen gaelder)
       01 PRIS-FELT8           PIC X(10).   *> Godkendt af (supervisor)
       01 PRIS-FELT9           PIC X(10).   *> Oprettet af
       01 PRIS-FELT10          PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 PRIS-FELT11          PIC X(1).    *> Status (A=aktiv,
      *>                          O=ophaevet foer tid)
       01 PRIS-FELT12          PIC X(10).   *> Ophaevet (AAAA-MM-DD)
       01 PRIS-FELT13          PIC X(10).   *> Ophaevet af
