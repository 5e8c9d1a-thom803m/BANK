           PERFORM KOPIER-EN-FIL
           MOVE "kundelog.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "kundelog_kaede.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "bankkalender.txt" TO FIL-NAVN
           PERFORM KOPIER-EN-FIL
           MOVE "amlkonfig.txt" TO FIL-NAVN
           PERFORM SLET-EN-FIL
           MOVE "kundelog.txt" TO FIL-NAVN
           PERFORM SLET-EN-FIL
           MOVE "kundelog_kaede.txt" TO FIL-NAVN
           PERFORM SLET-EN-FIL
           MOVE "bankkalender.txt" TO FIL-NAVN
           PERFORM SLET-EN-FIL
           MOVE "amlkonfig.txt" TO FIL-NAVN
