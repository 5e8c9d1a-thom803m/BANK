       01 HIST-FELT7          PIC X(10).   *> Posteret af (Bruger-ID)
       01 HIST-FELT8          PIC X(25).   *> Storno-markering:
      *>                          STORNO-AF:<nr> paa modposteringen,
      *>                          STORNERET:<nr> paa originalen;
      *>                          EKSTRA:/INDFRI:<laan> paa
      *>                          LAANINDFRI's debitering;
      *>                          FASTORDRE:<ordre> paa en fast
      *>                          betalings EKSTERN-UD-linje;
      *>                          BANKSKIFTE:<sag> paa EKSTERN-UD
      *>                          ved bankskifte og viderestilling.
       01 HIST-FELT9          PIC X(30).   *> Modpart (kreditor-ID paa
      *>                          BS-TRAEK; blank paa de fleste typer)
       01 HIST-FELT10         PIC X(10).   *> Valoerdato (AAAA-MM-DD);
      *>                          rentedatoen, kan afvige fra
      *>                          bogfoeringsdatoen i felt 2. Blank
      *>                          paa gamle linjer = felt 2.
