      * fee-history record - keyed record of every fee MYFEES has
      * charged, refunded or adjusted, so a reversal posted nights
      * or months later can find what the key was charged and under
      * which region and status. keyed like the audit history: the
      * record key plus the assessment date, time and a sequence
      * byte for several fees on one key inside one second
       01  FEE-HISTORY-RECORD.
           05  FHX-HISTORY-KEY.
               10  FHX-KEY             PIC 9(6).
               10  FHX-TS-DATE         PIC 9(8).
               10  FHX-TS-TIME         PIC 9(6).
               10  FHX-SEQUENCE        PIC 9(3).
           05  FHX-REGION-ID           PIC X(2).
           05  FHX-EXT-STATUS          PIC X(1).
               88  FHX-REVERSAL-ROW    VALUE 'X' 'J'.
           05  FHX-SCHEDULE-REGION     PIC X(2).
           05  FHX-SCHEDULE-STATUS     PIC X(1).
           05  FHX-POSTED-AMOUNT       PIC S9(7)V99.
           05  FHX-FEE-AMOUNT          PIC S9(7)V99.
           05  FHX-FEE-TYPE            PIC X(1).
           05  FILLER                  PIC X(32).
