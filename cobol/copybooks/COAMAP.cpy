      * chart-of-accounts mapping card - one card per region and
      * movement type, maintained by finance through data control.
      * MYGLJR posts each movement's amount as a debit to the first
      * account and a credit to the second; a negative movement (a
      * reversal, a net refund) posts the other way round. a region
      * with no card of its own for a movement type falls back to
      * the region '**' card for that type. movement types:
      *   POST  extract postings          RVSL  extract reversals
      *   SUSN  new rejects into suspense SUSC  suspense cleared
      *   SUSW  suspense written off      FEEC  fees charged
      *   FEER  fees refunded or adjusted
       01  ACCOUNT-MAP-RECORD.
           05  COA-REGION-ID           PIC X(2).
           05  COA-MOVEMENT-TYPE       PIC X(4).
           05  COA-DEBIT-ACCOUNT       PIC X(10).
           05  COA-CREDIT-ACCOUNT      PIC X(10).
           05  COA-DESCRIPTION         PIC X(24).
           05  FILLER                  PIC X(30).
