       01 RES-FELT3            PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 RES-FELT4            PIC X(10).   *> Udloeb (AAAA-MM-DD)
       01 RES-FELT5            PIC X(1).    *> Status: A=aaben,
      *>                          F=frigivet, U=udloebet uden
      *>                          kortafregning (KORTAFREG)
       01 RES-FELT6            PIC X(10).   *> Oprettet af (Bruger-ID)
       01 RES-FELT7            PIC X(40).   *> Tekst/aarsag
       01 RES-FELT8            PIC X(10).   *> Reservations-nr
      *>                          (fra NYTLOEBENR, unik noegle til
      *>                          frigivelse paa RESERVER-skaermen)
       01 RES-FELT9            PIC X(20).   *> Kortautorisations-
      *>                          reference (KORTAUT; blank for
      *>                          manuelle reservationer) - noeglen
      *>                          KORTAFREG matcher afregningen paa
