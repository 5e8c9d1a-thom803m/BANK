      *> Delt layout for en udland_koe.txt-linje (";"-separeret som
      *> udbetal_koe.txt): en udenlandsk betaling pr. linje. Oprettes
      *> af UDLANDBET med status K; KORRESPUD sender K-posterne til
      *> korrespondentbanken og saetter S, og KORRSTATUS behandler
      *> korrespondentbankens svar (B eller R).
       01 UDK-FELT1            PIC X(10).   *> Koe-ID (loebende)
       01 UDK-FELT2            PIC X(10).   *> Registreret (AAAA-MM-DD)
       01 UDK-FELT3            PIC X(10).   *> Debiteret konto-ID
       01 UDK-FELT4            PIC X(1).    *> Status: K=klar,
      *>                          S=sendt, B=bekraeftet, R=returneret
       01 UDK-FELT5            PIC X(34).   *> Modtagers IBAN
       01 UDK-FELT6            PIC X(11).   *> Modtagerbankens BIC
       01 UDK-FELT7            PIC X(35).   *> Modtagers navn
       01 UDK-FELT8            PIC X(70).   *> Modtagers adresse
       01 UDK-FELT9            PIC X(5).    *> Betalingsvaluta
       01 UDK-FELT10           PIC X(15).   *> Beloeb i betalingsvaluta
       01 UDK-FELT11           PIC X(15).   *> Debiteret beloeb i
      *>                          kontoens valuta (kurs inkl. tillaeg)
       01 UDK-FELT12           PIC X(3).    *> Omkostninger: OUR, SHA
      *>                          eller BEN
       01 UDK-FELT13           PIC X(10).   *> Registreret af
       01 UDK-FELT14           PIC X(10).   *> Loebenr paa debiteringen
       01 UDK-FELT15           PIC X(40).   *> Returaarsag (kun R)
