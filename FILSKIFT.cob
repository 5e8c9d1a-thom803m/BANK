      *> af OPRETKUNDE/SLETKUNDE og enhver anden batch-lignende logik
      *> der skal skifte en temp-fil ind som den nye live-fil, eller
      *> smide en temp-fil vaek naar ingen aendring skal gennemfoeres.
      *> Handling M opretter mappen KILDE-NAVN (bruges af OEVNULSTIL
      *> til et nyt oevelsessaet).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          88 SKIFT-FIL-IND VALUE "S".
          88 SLET-FIL      VALUE "D".
          88 KOPIER-FIL    VALUE "C".
          88 OPRET-MAPPE   VALUE "M".
       01 KILDE-NAVN       PIC X(100).
       01 MAAL-NAVN        PIC X(100).
       01 RETUR            PIC 9.
                   IF CBL-RC NOT = 0
                       MOVE 1 TO RETUR
                   END-IF
               WHEN OPRET-MAPPE
                   CALL "CBL_CREATE_DIR" USING KILDE-NAVN
                       RETURNING CBL-RC
                   IF CBL-RC NOT = 0
                       MOVE 1 TO RETUR
                   END-IF
               WHEN OTHER
                   MOVE 1 TO RETUR
           END-EVALUATE
