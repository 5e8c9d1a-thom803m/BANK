      *> Delte layouts for kundegrupperne (husstand og koncern).
      *> grupper.txt er stamdata, en linje pr. gruppe; gruppemedlem.txt
      *> knytter Kunde-ID'er til gruppen med relationstype, en linje
      *> pr. tilknytning (";"-separeret som konti.txt). En kunde kan
      *> hoere til hoejst een aktiv gruppe. Registeret vedligeholdes
      *> i GRUPPEADMIN; GRUPPEENG opgoer gruppens samlede engagement.
       01 GRP-FELT1            PIC X(10).   *> Gruppe-ID (NYTLOEBENR)
       01 GRP-FELT2            PIC X(40).   *> Gruppenavn
       01 GRP-FELT3            PIC X(10).   *> Type (HUSSTAND/KONCERN)
       01 GRP-FELT4            PIC X(15).   *> Engagementsgraense i kr.
      *>                          (blank/0 = storengagementsgraensen)
       01 GRP-FELT5            PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 GRP-FELT6            PIC X(10).   *> Oprettet af
       01 GRP-FELT7            PIC X(1).    *> Status (A=aktiv,
      *>                          O=ophoert)

       01 GM-FELT1             PIC X(10).   *> Gruppe-ID
       01 GM-FELT2             PIC X(10).   *> Kunde-ID
       01 GM-FELT3             PIC X(12).   *> Relation (HOVED,
      *>                          AEGTEFAELLE, SAMLEVER, BARN, MODER,
      *>                          DATTER, SOESTER, EJER, OEVRIG)
       01 GM-FELT4             PIC X(10).   *> Tilknyttet (AAAA-MM-DD)
       01 GM-FELT5             PIC X(10).   *> Tilknyttet af
       01 GM-FELT6             PIC X(1).    *> Status (A=aktiv,
      *>                          U=udtraadt)
       01 GM-FELT7             PIC X(10).   *> Udtraadt (AAAA-MM-DD)
