      * month-to-date fee record - one record per cycle generation,
      * written by MYFEES: fees charged, fees refunded or adjusted
      * by reversals, and items priced at no fee, by region, since
      * the month began. charges plus reversals is the region's net
      * fee - at month end, the figure the region is invoiced. the
      * record rolls forward and resets after the month-end run the
      * same way the activity MTD does: a month-end generation
      * carries the reset record first and the closed month second,
      * so a late supplemental cycle still adds to its own month.
      * slots 1-3 are regions R1-R3, slot 4 everything else
       01  FEE-MTD-RECORD.
           05  FMT-AS-OF-DATE          PIC 9(8).
           05  FMT-MONTH               PIC 9(6).
           05  FMT-REGION-ENTRY occurs 4 times.
               10  FMT-REGION-ID       PIC X(2).
               10  FMT-CHARGE-COUNT    PIC 9(9).
               10  FMT-CHARGE-AMOUNT   PIC S9(9)V99.
               10  FMT-REVERSAL-COUNT  PIC 9(9).
               10  FMT-REVERSAL-AMOUNT PIC S9(9)V99.
               10  FMT-NO-FEE-COUNT    PIC 9(9).
           05  FILLER                  PIC X(22).
