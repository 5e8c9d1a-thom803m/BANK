      *>   V = valutaimport_graense.txt
      *>   A = amlkonfig.txt
      *>   S = sikring_antal.txt
      *>   R = kreditgraense.txt       (bevillingsret, KREDITSAG)
      *> Alle filerne er NOEGLE;VAERDI-linjer. Hver aendring
      *> valideres (vaerdien skal vaere numerisk) og logges med
      *> gammel vaerdi, ny vaerdi og Bruger-ID til kontrollog.txt
      *> (samme foer/efter-moenster som kundelog). Aendringer i
      *> godkendgraense.txt, amlkonfig.txt og kreditgraense.txt
      *> traeder IKKE i kraft straks: de laegges i
      *> kontrol_venter.txt og skal bekraeftes af en ANDEN
      *> supervisor (BRUGERTJEK) foer de skrives - ingen kan
      *> laengere slaa fire-oejne-kontrollen fra alene.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 VALG-VALUTA   VALUE "V" "v".
          88 VALG-AML      VALUE "A" "a".
          88 VALG-SIKRING  VALUE "S" "s".
          88 VALG-KREDIT   VALUE "R" "r".

       01 HANDLING         PIC X.
          88 ER-LIST       VALUE "L" "l".
           DISPLAY "=== KONTROLADMIN: Kontrolfiler ===".
           DISPLAY "Fil - graenser (G), godkendgraense (K), "
               "valutaimportgraense (V),"
           DISPLAY "      amlkonfig (A), sikringsantal (S) eller "
               "kreditgraense (R): " WITH NO ADVANCING.
           ACCEPT FIL-VALG

           MOVE 1 TO RETUR
                   MOVE "J" TO DUAL-KONTROL
               WHEN VALG-SIKRING
                   MOVE "sikring_antal.txt" TO KONTROL-NAVN
               WHEN VALG-KREDIT
                   MOVE "kreditgraense.txt" TO KONTROL-NAVN
                   MOVE "J" TO DUAL-KONTROL
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
                   PERFORM AFSLUT
