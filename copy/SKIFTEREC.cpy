      *> Delt layout for en bankskifte.txt-linje (";"-separeret som
      *> konti.txt): en bankskiftesag pr. kunde. Oprettes i
      *> BANKSKIFTE; udgaaende sager gennemfoeres paa skiftedatoen af
      *> BSKIFTEKOER, og CLEARIND viderestiller sene krediteringer
      *> paa kundens lukkede konti til den nye bank indtil felt 12.
       01 SKF-FELT1            PIC X(10).   *> Sag-ID (NYTLOEBENR)
       01 SKF-FELT2            PIC X(1).    *> Retning: U=udgaaende
      *>                          (kunden flytter fra os), I=indgaaende
       01 SKF-FELT3            PIC X(10).   *> Kunde-ID
       01 SKF-FELT4            PIC X(10).   *> Konto-ID hos os (kun I:
      *>                          kontoen ordrerne oprettes paa)
       01 SKF-FELT5            PIC X(4).    *> Anden banks reg.nr.
       01 SKF-FELT6            PIC X(10).   *> Anden banks kontonr.
       01 SKF-FELT7            PIC X(10).   *> Skiftedato (AAAA-MM-DD)
       01 SKF-FELT8            PIC X(1).    *> Status: R=registreret,
      *>                          M=afventer manuel behandling,
      *>                          G=gennemfoert, X=annulleret
       01 SKF-FELT9            PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 SKF-FELT10           PIC X(10).   *> Oprettet af
       01 SKF-FELT11           PIC X(10).   *> Gennemfoert dato
       01 SKF-FELT12           PIC X(10).   *> Viderestilling til og
      *>                          med (kun U, blank for I)
       01 SKF-FELT13           PIC X(50).   *> Bemaerkning
