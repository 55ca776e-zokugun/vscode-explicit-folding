                   move 'BATCH     ' to WS-HL-SOURCE
               when 'O'
                   move 'ONLINE    ' to WS-HL-SOURCE
               when 'P'
                   move 'PURGE     ' to WS-HL-SOURCE
               when 'M'
                   move 'BULK      ' to WS-HL-SOURCE
               when other
                   move 'UNKNOWN   ' to WS-HL-SOURCE
           end-evaluate
