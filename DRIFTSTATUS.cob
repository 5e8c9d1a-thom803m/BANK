      *>   - batchlaasen (BATCHLAAS "S"): haenger den?
      *>   - kassebevaegelser.txt: kasser med bevaegelser i gaar
      *>     uden OPGJORT-linje
      *>   - klagefrister.txt (KLAGEFRIST): klager med overskredet
      *>     eller naer svarfrist
      *>   - erp_abonnementer.txt (ERPUDTRAEK): erhvervskunders
      *>     daglige kontoudtog der fejlede eller ikke blev dannet
      *>     i seneste natbatch
      *> og giver hvert omraade en GROEN/GUL/ROED-dom, saa den
      *> vagthavende supervisor kan rydde exceptions i stedet for
      *> at jage dem.

           SELECT KASSEFIL ASSIGN TO "kassebevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KASSEFIL-STATUS.
           SELECT KLFRISTFIL ASSIGN TO "klagefrister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLFRISTFIL-STATUS.
           SELECT ABONFIL ASSIGN TO "erp_abonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABONFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KASSEFIL.
       01 KASSE-LINJE      PIC X(60).

       FD KLFRISTFIL.
       01 KLFRIST-LINJE    PIC X(120).

       FD ABONFIL.
       01 ABON-LINJE       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "VENTEREC.cpy".
       COPY "GODKENDREC.cpy".
       COPY "ERPABONREC.cpy".

       01 TRINLOGFIL-STATUS PIC XX.
       01 VENTEFIL-STATUS  PIC XX.
       01 REPFIL-STATUS    PIC XX.
       01 RETURFIL-STATUS  PIC XX.
       01 KASSEFIL-STATUS  PIC XX.
       01 KLFRISTFIL-STATUS PIC XX.
       01 ABONFIL-STATUS   PIC XX.

       01 NU.
          05 NU-DATO.
       01 ANTAL-REP        PIC 9(5).
       01 ANTAL-RETUR      PIC 9(5).
       01 ANTAL-UOPGJORT   PIC 9(3).
       01 ANTAL-KLAGE-OVER PIC 9(5).
       01 ANTAL-KLAGE-NAER PIC 9(5).
       01 ANTAL-ERP-FEJL   PIC 9(5).
       01 ANTAL-ERP-MANGLER PIC 9(5).

       01 KOE-FELT1        PIC X(10).
       01 KOE-FELT2        PIC X(10).
           PERFORM VIS-CLEARING
           PERFORM VIS-BATCHLAAS
           PERFORM VIS-KASSER
           PERFORM VIS-KLAGER
           PERFORM VIS-ERPUDTOG

           DISPLAY "========================================="
           MOVE 0 TO RETUR
                   END-IF
               END-IF
           END-IF.

      * Klager fra nattens KLAGEFRIST: ROED ved overskredet
      * svarfrist, GUL hvis en frist er naer.
       VIS-KLAGER.
           MOVE 0 TO ANTAL-KLAGE-OVER
           MOVE 0 TO ANTAL-KLAGE-NAER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KLFRISTFIL
           IF KLFRISTFIL-STATUS = "35"
               CLOSE KLFRISTFIL
           ELSE
               PERFORM UNTIL EOF
                   READ KLFRISTFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF KLFRIST-LINJE(1:1) = "O"
                               ADD 1 TO ANTAL-KLAGE-OVER
                           END-IF
                           IF KLFRIST-LINJE(1:1) = "N"
                               ADD 1 TO ANTAL-KLAGE-NAER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLFRISTFIL
           END-IF
           IF ANTAL-KLAGE-OVER > 0
               DISPLAY "[ROED]  Klager: " ANTAL-KLAGE-OVER
                   " med overskredet svarfrist, " ANTAL-KLAGE-NAER
                   " med naer frist (KLAGE, L)."
           ELSE
               IF ANTAL-KLAGE-NAER > 0
                   DISPLAY "[GUL]   Klager: " ANTAL-KLAGE-NAER
                       " med naer svarfrist (KLAGE, L)."
               ELSE
                   DISPLAY "[GROEN] Klager: ingen svarfrister "
                       "overskredet eller naer."
               END-IF
           END-IF.

      * ERP-kontoudtog: aktive abonnementer hvis seneste koersel
      * fejlede, eller som ikke blev dannet i seneste natbatch
      * (loggens seneste dato fra VIS-NATBATCH).
       VIS-ERPUDTOG.
           MOVE 0 TO ANTAL-ERP-FEJL
           MOVE 0 TO ANTAL-ERP-MANGLER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ABONFIL
           IF ABONFIL-STATUS = "35"
               CLOSE ABONFIL
           ELSE
               PERFORM UNTIL EOF
                   READ ABONFIL
                       AT END SET EOF TO TRUE
                       NOT AT END
                           IF FUNCTION
                           LENGTH(FUNCTION TRIM(ABON-LINJE)) > 0
                               PERFORM VURDER-ERP-ABONNEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABONFIL
           END-IF
           IF ANTAL-ERP-FEJL > 0 OR ANTAL-ERP-MANGLER > 0
               DISPLAY "[ROED]  ERP-kontoudtog: " ANTAL-ERP-FEJL
                   " fejlet, " ANTAL-ERP-MANGLER
                   " ikke dannet i nat (ERPABON, L)."
           ELSE
               DISPLAY "[GROEN] ERP-kontoudtog: alle dannet i nat."
           END-IF.

       VURDER-ERP-ABONNEMENT.
           MOVE SPACES TO ERP-FELT4 ERP-FELT5 ERP-FELT6 ERP-FELT7
               ERP-FELT8
           UNSTRING ABON-LINJE
               DELIMITED BY ";"
               INTO ERP-FELT1 ERP-FELT2 ERP-FELT3 ERP-FELT4
                    ERP-FELT5 ERP-FELT6 ERP-FELT7 ERP-FELT8
           IF ERP-FELT2 = "A" OR ERP-FELT2 = "a"
               EVALUATE TRUE
                   WHEN ERP-FELT7(1:4) = "FEJL"
                       ADD 1 TO ANTAL-ERP-FEJL
                   WHEN SENESTE-LOGDATO NOT = SPACES
                       AND ERP-FELT3 < SENESTE-LOGDATO
                       AND ERP-FELT6 < SENESTE-LOGDATO
                       ADD 1 TO ANTAL-ERP-MANGLER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
