      *> Delt layout for en saldoalarm.txt-linje (";"-separeret som
      *> konti.txt): kundens abonnement paa en alarm for en konto.
      *> Oprettes og stoppes i SALDOALARM; ALARMKOER vurderer dem
      *> hver nat og opdaterer tilstand og datoer.
       01 ALM-FELT1            PIC X(10).   *> Alarm-ID (NYTLOEBENR)
       01 ALM-FELT2            PIC X(10).   *> Konto-ID
       01 ALM-FELT3            PIC X(10).   *> Modtager (Kunde-ID)
       01 ALM-FELT4            PIC X(12).   *> Type (SALDO-UNDER,
      *>                          OVERTRAEK, STOR-IND, STOR-UD)
       01 ALM-FELT5            PIC X(15).   *> Graense i kontoens
      *>                          valuta (blank ved OVERTRAEK)
       01 ALM-FELT6            PIC X(1).    *> Tilstand: J = graensen
      *>                          er krydset nu (saldo under/negativ),
      *>                          N = ikke - saa alarmen kun udloeses
      *>                          een gang pr. krydsning
       01 ALM-FELT7            PIC X(10).   *> Oprettet (AAAA-MM-DD)
       01 ALM-FELT8            PIC X(10).   *> Oprettet af
       01 ALM-FELT9            PIC X(1).    *> Status (A=aktiv,
      *>                          O=ophoert)
       01 ALM-FELT10           PIC X(10).   *> Senest vurderet
      *>                          (posteringsdato ALARMKOER er naaet)
       01 ALM-FELT11           PIC X(10).   *> Senest udloest
