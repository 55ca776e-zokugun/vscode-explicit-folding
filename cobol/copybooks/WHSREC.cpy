      * warehoused (future-dated) detail - a detail whose effective
      * date is after the business date it arrived on, parked by
      * MYPROG until the processing calendar reaches that date. the
      * original 80-byte input record rides inside untouched and
      * the base amount is kept as it was priced on intake, so the
      * release posts exactly the money the treasury listing showed
      * as committed. the source says how the item reached the
      * warehouse - straight from the input ('D'), or released from
      * a high-value hold before its effective date came ('H')
       01  WAREHOUSE-RECORD.
           05  WHS-KEY                 PIC 9(6).
           05  WHS-EFFECTIVE-DATE      PIC 9(8).
           05  WHS-ORIGINAL-RECORD     PIC X(80).
           05  WHS-BASE-AMOUNT         PIC S9(7)V99.
           05  WHS-INTAKE-DATE         PIC 9(8).
           05  WHS-SOURCE              PIC X(1).
               88  WHS-FROM-INPUT      VALUE 'D'.
               88  WHS-FROM-HOLD       VALUE 'H'.
      * the registry cycle number of the run that took the item in
           05  WHS-CYCLE-NUMBER        PIC 9(2).
           05  FILLER                  PIC X(6).
