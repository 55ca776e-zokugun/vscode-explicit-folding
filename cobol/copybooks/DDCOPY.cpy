      * time using the business date's rate row, and a currency
      * with no rate on file rejects (E005) instead of posting
               10  DDF-CURRENCY-CODE   PIC X(3).
      * optional effective date (ccyymmdd) - blank or zero posts the
      * night it arrives, as every detail always has. a date after
      * the business date parks the detail in the warehouse until
      * the processing calendar reaches it (a holiday or weekend
      * rolls it to the next business day)
               10  DDF-EFFECTIVE-DATE  PIC 9(8).
               10  DDF-EFFECTIVE-DATE-X REDEFINES DDF-EFFECTIVE-DATE
                                       PIC X(8).
               10  DDF-EFFECTIVE-DATE-PARTS
                       REDEFINES DDF-EFFECTIVE-DATE.
                   15  DDF-EFF-YYYY    PIC 9(4).
                   15  DDF-EFF-MM      PIC 9(2).
                   15  DDF-EFF-DD      PIC 9(2).
      * 'R' marks a repair MYRECYC re-injected - it has already been
      * reviewed, so MYPROG does not hold it as a suspected duplicate
      * again. MYMERGE passes it through on the recycle input and
      * clears it on every region input
               10  DDF-RECYCLE-SW      PIC X(1).
                   88  DDF-RECYCLED    VALUE 'R'.
               10  FILLER              PIC X(49).
           05  DDF-HEADER-AREA REDEFINES DDF-DETAIL-AREA.
               10  DDF-HDR-RUN-DATE    PIC 9(8).
               10  DDF-HDR-RUN-ID      PIC X(8).
