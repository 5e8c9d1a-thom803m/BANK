      *> Delt layout for en kreditsager.txt-linje (";"-separeret
      *> tekst, samme stil som KONTOREC.cpy). En kreditsag er
      *> ansoegningen bag et nyt laan (OPRETLAAN) eller en
      *> overtraeksgraense over produktets standard (OPRETKONTO,
      *> KREDITSAG). Sagen oprettes og afgoeres i KREDITSAG og
      *> forbruges af KREDITTJEK, der stempler den konto sagen er
      *> brugt paa - en sag kan kun bruges een gang.
       01 KREDIT-FELT1         PIC X(10).   *> Sagsnr
       01 KREDIT-FELT2         PIC X(10).   *> Kunde-ID (ansoeger)
       01 KREDIT-FELT3         PIC X(10).   *> Formaal: LAAN eller
      *>                                       OVERTRAEK
       01 KREDIT-FELT4         PIC X(15).   *> Ansoegt beloeb/graense
       01 KREDIT-FELT5         PIC X(4).    *> Loebetid i maaneder
      *>                                       (0 for overtraek)
       01 KREDIT-FELT6         PIC X(15).   *> Maanedlig indkomst
       01 KREDIT-FELT7         PIC X(15).   *> Maanedlige ydelser
      *>                                       paa anden gaeld
       01 KREDIT-FELT8         PIC X(15).   *> Beregnet ny ydelse
       01 KREDIT-FELT9         PIC X(15).   *> Raadighedsbeloeb
      *>                                       (indkomst - gaeld -
      *>                                       ny ydelse)
       01 KREDIT-FELT10        PIC X(1).    *> Status: I=indsendt,
      *>                          G=godkendt, A=afvist
       01 KREDIT-FELT11        PIC X(10).   *> Indsendt dato
       01 KREDIT-FELT12        PIC X(10).   *> Indsendt af (Bruger-ID)
       01 KREDIT-FELT13        PIC X(10).   *> Afgjort dato
       01 KREDIT-FELT14        PIC X(10).   *> Afgjort af (Bruger-ID)
       01 KREDIT-FELT15        PIC X(10).   *> Brugt paa konto (blank
      *>                                       = ubrugt)
       01 KREDIT-FELT16        PIC X(10).   *> Brugt dato
       01 KREDIT-FELT17        PIC X(40).   *> Formaalsbeskrivelse
