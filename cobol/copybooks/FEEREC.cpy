      * fee record - one per posted extract detail, written by
      * MYFEES. a normal posting is charged off the fee schedule;
      * a cancellation ('X') refunds whatever fee is still standing
      * against the key, an adjustment ('J') re-prices the corrected
      * posting and carries only the difference. the region and
      * status are the ones the fee was charged under - for a
      * reversal, the original posting's - so the register and the
      * month-to-date invoice figures net by the office that paid
       01  FEE-RECORD.
           05  FEE-KEY                 PIC 9(6).
           05  FEE-ASSESSED-DATE       PIC 9(8).
           05  FEE-REGION-ID           PIC X(2).
           05  FEE-EXT-STATUS          PIC X(1).
      * the schedule card that priced the item - spaces when no
      * card fitted and no fee was charged
           05  FEE-SCHEDULE-REGION     PIC X(2).
           05  FEE-SCHEDULE-STATUS     PIC X(1).
           05  FEE-POSTED-AMOUNT       PIC S9(7)V99.
      * signed: a charge is positive, a refund negative, an
      * adjustment either way
           05  FEE-AMOUNT              PIC S9(7)V99.
           05  FEE-TYPE                PIC X(1).
               88  FEE-CHARGE          VALUE 'C'.
               88  FEE-REFUND          VALUE 'R'.
               88  FEE-ADJUSTMENT      VALUE 'A'.
               88  FEE-REVERSAL        VALUE 'R' 'A'.
               88  FEE-NOT-CHARGED     VALUE 'N'.
           05  FEE-POSTING-SOURCE      PIC X(1).
           05  FILLER                  PIC X(40).
