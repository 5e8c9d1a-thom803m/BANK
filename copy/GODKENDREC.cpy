       01 GODK-FELT7           PIC X(10).   *> Indtastet af (Bruger-ID)
       01 GODK-FELT8           PIC X(1).    *> Status (V=venter,
      *>                                       G=godkendt, R=afvist,
      *>                                       F=fejlet ved postering,
      *>                                       T=afventer tilbage-
      *>                                       ringning, TILBAGERING)
       01 GODK-FELT9           PIC X(10).   *> Behandlet af (Bruger-ID)
