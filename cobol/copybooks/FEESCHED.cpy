      * fee schedule card - one card per region and extract status,
      * maintained by data control. a posted detail is priced off
      * the most specific card that fits it: its own region and
      * status, then its region with a blank status, then region
      * '**' (every region) with its status, then '**' with a blank
      * status. the fee is the flat amount plus the percentage of
      * the posted amount, held between the minimum and the maximum
      * (a zero maximum means no ceiling)
       01  FEE-SCHEDULE-RECORD.
           05  FSC-REGION-ID           PIC X(2).
           05  FSC-STATUS              PIC X(1).
           05  FSC-FLAT-FEE            PIC 9(5)V99.
           05  FSC-FLAT-FEE-X REDEFINES FSC-FLAT-FEE
                                       PIC X(7).
      * percent of the posted amount, four decimals - 001500 is
      * 0.15 percent
           05  FSC-PERCENT             PIC 9(2)V9(4).
           05  FSC-PERCENT-X REDEFINES FSC-PERCENT
                                       PIC X(6).
           05  FSC-MINIMUM             PIC 9(5)V99.
           05  FSC-MINIMUM-X REDEFINES FSC-MINIMUM
                                       PIC X(7).
           05  FSC-MAXIMUM             PIC 9(5)V99.
           05  FSC-MAXIMUM-X REDEFINES FSC-MAXIMUM
                                       PIC X(7).
           05  FILLER                  PIC X(50).
