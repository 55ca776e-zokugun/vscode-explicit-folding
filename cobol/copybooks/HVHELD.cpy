      * high-value held item - a detail whose base amount crossed
      * the hold threshold, parked by MYPROG for a supervisor to
      * release or refuse. the original 80-byte input record rides
      * inside untouched; the key and the business date it arrived
      * for lead the record so the MYHLD review screen can browse
      * the cluster by them. the base amount is kept as it was
      * priced that night so a release posts exactly the money that
      * was held. the operator is the night's operator from the
      * control card - the release screen refuses that userid
       01  HELD-ITEM-RECORD.
           05  HVH-HOLD-KEY.
               10  HVH-KEY             PIC 9(6).
               10  HVH-BUSINESS-DATE   PIC 9(8).
           05  HVH-ORIGINAL-RECORD     PIC X(80).
           05  HVH-BASE-AMOUNT         PIC S9(7)V99.
           05  HVH-THRESHOLD           PIC 9(9)V99.
           05  HVH-OPERATOR-ID         PIC X(8).
           05  HVH-AGE-CYCLES          PIC 9(3).
      * the registry cycle number of the run that held the item, so
      * a supplemental cycle's proof can tell its own new holds from
      * the main cycle's of the same business date
           05  HVH-CYCLE-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(3).
