      * control card - carries the expected DD-FICHIER record count
      * for RECONCILE-TOTALS to check the actual count against, and
      * the userid of the operator who keyed it - the night's
      * operator, stamped on every high-value item held for review
      * so the release screen can refuse that operator as supervisor
       01  CONTROL-CARD-RECORD.
           05  CTL-EXPECTED-COUNT  PIC 9(9).
           05  CTL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(63).
