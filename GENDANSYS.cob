           PERFORM GENDAN-EN-FIL
           MOVE "kundelog.txt" TO FIL-NAVN
           PERFORM GENDAN-EN-FIL
           MOVE "kundelog_kaede.txt" TO FIL-NAVN
           PERFORM GENDAN-EN-FIL
           MOVE "bankkalender.txt" TO FIL-NAVN
           PERFORM GENDAN-EN-FIL
           MOVE "amlkonfig.txt" TO FIL-NAVN
