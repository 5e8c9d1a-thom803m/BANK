      *> Delt layout for en klager.txt-linje (";"-separeret tekst,
      *> samme stil som KONTOREC.cpy): en raekke pr. kundeklage i
      *> klageregisteret (KLAGE). Klager om en konkret postering
      *> hoerer fortsat til INDSIGELSE; her registreres de generelle
      *> (raadgivning, gebyrer, service, kreditafslag m.v.).
      *> KLAGEFRIST laeser registeret hver nat og lister klager der
      *> naermer sig eller har overskredet svarfristen.
       01 KLAGE-FELT1          PIC X(10).   *> Klage-ID (NYTLOEBENR)
       01 KLAGE-FELT2          PIC X(10).   *> Kunde-ID
       01 KLAGE-FELT3          PIC X(15).   *> Kategori (RAADGIVNING/
      *>                          GEBYR/SERVICE/KREDITAFSLAG/PRODUKT/
      *>                          ANDET)
       01 KLAGE-FELT4          PIC X(10).   *> Modtaget (AAAA-MM-DD)
       01 KLAGE-FELT5          PIC X(10).   *> Kanal (FILIAL/TELEFON/
      *>                          BREV/EMAIL/NETBANK)
       01 KLAGE-FELT6          PIC X(10).   *> Ansvarlig operatoer
       01 KLAGE-FELT7          PIC X(10).   *> Svarfrist (AAAA-MM-DD,
      *>                          modtaget + FRISTDAGE bankdage)
       01 KLAGE-FELT8          PIC X(10).   *> Filial (registrerende
      *>                          operatoers filial, blank = HK)
       01 KLAGE-FELT9          PIC X(1).    *> Status (A=aaben,
      *>                          F=afgjort)
       01 KLAGE-FELT10         PIC X(10).   *> Udfald (MEDHOLD/DELVIST/
      *>                          AFVIST; blank saa laenge aaben)
       01 KLAGE-FELT11         PIC X(15).   *> Kompensation udbetalt
       01 KLAGE-FELT12         PIC X(10).   *> Konto krediteret
       01 KLAGE-FELT13         PIC X(10).   *> Afgjort (AAAA-MM-DD)
       01 KLAGE-FELT14         PIC X(10).   *> Afgjort af
       01 KLAGE-FELT15         PIC X(10).   *> Registreret af
       01 KLAGE-FELT16         PIC X(60).   *> Emne (fritekst)
