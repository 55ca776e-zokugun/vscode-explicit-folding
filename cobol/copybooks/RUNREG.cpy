      * MYPROG refuses to run twice on the same business date, and
      * refuses to consume an input file whose header run id and
      * date it has already consumed, unless the cycle is a RERUN.
      * a SUPPLEMENTAL cycle (a late region's file, run after the
      * day's main cycle completed) is the one sanctioned second row
      * for a business date, told apart by its cycle number. each
      * generation carries the whole registry forward
       01  RUN-REGISTRY-RECORD.
           05  REG-BUSINESS-DATE       PIC 9(8).
           05  REG-RUN-ID              PIC X(8).
           05  REG-RECORDS-READ        PIC 9(9).
           05  REG-RECORDS-WRITTEN     PIC 9(9).
           05  REG-RETURN-CODE         PIC 9(2).
      * 1 for the day's main cycle, 2 and up for each supplemental
      * cycle folded into the same business date. blank on rows
      * written before cycles were numbered - read those as 1
           05  REG-CYCLE-NUMBER        PIC 9(2).
           05  REG-CYCLE-NUMBER-X REDEFINES REG-CYCLE-NUMBER
                                       PIC X(2).
           05  FILLER                  PIC X(34).
