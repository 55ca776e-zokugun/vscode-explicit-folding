      * settlement history record - one row per partner slice
      * settled, keyed by partner, business date and the
      * transmission sequence the slice travelled with, so a
      * supplemental cycle's slice settles as a second row under the
      * same business date and a rerun finds its row already there.
      * the partner's position for a business date is the sum of
      * its rows. STH-DIRECTION is what the net meant for us: 'P'
      * paid to the partner, 'C' collected from it, 'N' nothing to
      * settle
       01  SETTLEMENT-HISTORY-RECORD.
           05  STH-HISTORY-KEY.
               10  STH-PARTNER-ID      PIC X(8).
               10  STH-BUSINESS-DATE   PIC 9(8).
               10  STH-SEQUENCE        PIC 9(6).
           05  STH-DETAIL-COUNT        PIC 9(7).
           05  STH-REVERSAL-COUNT      PIC 9(7).
           05  STH-POSTING-AMOUNT      PIC S9(9)V99.
           05  STH-REVERSAL-AMOUNT     PIC S9(9)V99.
           05  STH-NET-AMOUNT          PIC S9(9)V99.
           05  STH-DIRECTION           PIC X(1).
               88  STH-PAID            VALUE 'P'.
               88  STH-COLLECTED       VALUE 'C'.
               88  STH-NIL             VALUE 'N'.
           05  FILLER                  PIC X(10).
