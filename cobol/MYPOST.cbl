               until WS-XLT-SUB > WS-XLT-COUNT
           .
       CHECK-PENDING-ROW.
      * a row sent earlier today - the main cycle's, when this is a
      * supplemental cycle for a late region - cannot have been
      * acknowledged yet. it gets its own sequence and is judged
      * against tomorrow's acknowledgment file like any other
           if WS-XLT-PENDING (WS-XLT-SUB)
               and WS-XLT-RUN-DATE (WS-XLT-SUB) not = WS-RUN-DATE-NUM
               move 'TRANSMISSION UNACKNOWLEDGED' to WS-AL-MESSAGE
               move WS-XLT-SEQUENCE (WS-XLT-SUB) to WS-AL-SEQUENCE
               move WS-XLT-RECORD-COUNT (WS-XLT-SUB)
