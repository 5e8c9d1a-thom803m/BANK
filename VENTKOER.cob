                   MOVE "dagsgraense overskredet" TO AARSAG
               WHEN 11
                   MOVE "aftaleindlaan foer forfald" TO AARSAG
               WHEN 13
                   MOVE "bunden opsparing foer frigivelse" TO AARSAG
               WHEN 14
                   MOVE "indskudsloft overskredet" TO AARSAG
               WHEN OTHER
                   MOVE "ugyldig ordre" TO AARSAG
           END-EVALUATE.
