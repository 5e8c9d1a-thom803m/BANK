      *> Delt layout for en fasteordrer.txt-linje (";"-separeret tekst,
      *> samme stil som konti.txt). En raekke pr. fast betaling som
      *> FASTKOER udfoerer paa forfaldsdagen hver maaned.
      *> En betaling til et andet pengeinstitut har til-konto
      *> EKSTERN og modtagerens reg.nr. og kontonr. i felt 9-10;
      *> interne ordrer har kun de otte foerste felter.
       01 ORDRE-FELT1          PIC X(10).   *> Ordre-ID
       01 ORDRE-FELT2          PIC X(10).   *> Fra Konto-ID
       01 ORDRE-FELT3          PIC X(10).   *> Til Konto-ID/EKSTERN
       01 ORDRE-FELT4          PIC X(15).   *> Beloeb
       01 ORDRE-FELT5          PIC X(2).    *> Dag i maaneden (1-31)
       01 ORDRE-FELT6          PIC X(10).   *> Startdato (AAAA-MM-DD)
       01 ORDRE-FELT7          PIC X(10).   *> Slutdato (blank = ingen)
       01 ORDRE-FELT8          PIC X(1).    *> Status (A=aktiv/S=stoppet)
      *>                          T = afventer tilbageringning
      *>                          (TILBAGERING)
       01 ORDRE-FELT9          PIC X(4).    *> Modtagers reg.nr.
       01 ORDRE-FELT10         PIC X(10).   *> Modtagers kontonr.
