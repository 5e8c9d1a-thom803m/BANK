      *> Delt layout for en legitimation.txt-linje (";"-separeret
      *> tekst): en raekke pr. legitimationsdokument en kunde har
      *> fremvist. Raekken oprettes af LEGITADMIN med operatoer og
      *> dags dato som verifikation; et fornyet dokument registreres
      *> som en ny raekke, og et mistet eller fejlregistreret
      *> dokument tilbagekaldes (status T). LEGITTJEK afgoer om
      *> kunden har gyldig legitimation.
       01 LEGIT-FELT1          PIC X(10).   *> Kunde-ID
       01 LEGIT-FELT2          PIC X(10).   *> Dokumenttype (PAS,
      *>                          KOERKORT, ID-KORT, OPHOLD)
       01 LEGIT-FELT3          PIC X(20).   *> Dokumentnummer
       01 LEGIT-FELT4          PIC X(3).    *> Udstedende land
      *>                          (ISO-landekode, f.eks. DK)
       01 LEGIT-FELT5          PIC X(10).   *> Udloebsdato
      *>                          (AAAA-MM-DD)
       01 LEGIT-FELT6          PIC X(10).   *> Verificeret af
      *>                          (operatoer)
       01 LEGIT-FELT7          PIC X(10).   *> Verificeret dato
       01 LEGIT-FELT8          PIC X(1).    *> Status (A=aktiv,
      *>                          T=tilbagekaldt)
