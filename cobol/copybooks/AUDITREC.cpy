      * AUD-AMOUNT carries the signed effective amount the posting
      * moved - positive for a normal extract, the signed delta for
      * a reversal - so the history can answer what is outstanding
      * on a key, not just whether it was touched. the region,
      * currency and amount as received ride along so the history
      * can rebuild a day's activity per key for regulatory filing -
      * a reversal, which exists only in base, carries no currency
       01  AUDIT-RECORD.
           05  AUD-KEY             PIC 9(6).
           05  AUD-TIMESTAMP.
               10  AUD-TS-TIME     PIC 9(6).
           05  AUD-DISPOSITION     PIC X(10).
           05  AUD-AMOUNT          PIC S9(7)V99.
           05  AUD-REGION-ID       PIC X(2).
           05  AUD-CURRENCY-CODE   PIC X(3).
           05  AUD-ORIG-AMOUNT     PIC S9(7)V99.
           05  FILLER              PIC X(27).
