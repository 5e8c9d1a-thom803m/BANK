      *> Delt layout for en forsend_koe.txt-post (FD-niveau): dagens
      *> udgaaende breve, som FORSEND stiller i koe for alle
      *> brevskrivende programmer og FORSENDKOER fordeler i
      *> natbatchen. Et brev er en H-post (modtager og kanal) fulgt
      *> af sine L-poster (brevets tekstlinjer) i raekkefoelge.
      *> Faste kolonner, da brevteksten selv kan indeholde ";".
       01 FORSEND-POST.
          05 FP-KANAL        PIC X(1).
      *>      D = digital postkasse, P = papir (print),
      *>      B = tilbageholdt (adressebeskyttelse),
      *>      U = uanbringeligt (ukendt kunde)
          05 FP-POSTNR       PIC X(10).
          05 FP-BREVTYPE     PIC X(15).
          05 FP-KUNDE        PIC X(10).
          05 FP-CPR          PIC X(11).
          05 FP-POSTTYPE     PIC X(1).
      *>      H = brevhoved, L = tekstlinje
          05 FP-TEKST        PIC X(120).
