      * regulatory large-transaction filing - fixed layout handed to
      * the regulator's upload: one 'H' header naming the filer, the
      * period and the threshold, one 'D' per key and business date
      * whose activity reached the threshold, one 'T' trailer with
      * the count and the activity total. activity is the sum of
      * the key's postings and reversals for the day, each taken at
      * its size, in base currency; the net is what they came to.
      * nothing in the file depends on when it was produced, so a
      * rerun for the same period and card reproduces it exactly
       01  REGULATORY-FILING-RECORD.
           05  RGF-RECORD-TYPE         PIC X(1).
               88  RGF-HEADER-REC      VALUE 'H'.
               88  RGF-DETAIL-REC      VALUE 'D'.
               88  RGF-TRAILER-REC     VALUE 'T'.
           05  RGF-DETAIL-AREA.
               10  RGF-KEY             PIC 9(6).
               10  RGF-BUSINESS-DATE   PIC 9(8).
               10  RGF-ACTIVITY-AMOUNT PIC 9(11)V99.
               10  RGF-NET-AMOUNT      PIC S9(11)V99.
               10  RGF-DETAIL-COUNT    PIC 9(5).
               10  RGF-REGION-COUNT    PIC 9(2).
               10  RGF-CURRENCY-COUNT  PIC 9(2).
               10  RGF-SEQUENCE        PIC 9(6).
               10  FILLER              PIC X(24).
           05  RGF-HEADER-AREA REDEFINES RGF-DETAIL-AREA.
               10  RGF-HDR-FILER-ID    PIC X(8).
               10  RGF-HDR-PERIOD-FROM PIC 9(8).
               10  RGF-HDR-PERIOD-TO   PIC 9(8).
               10  RGF-HDR-THRESHOLD   PIC 9(9)V99.
               10  FILLER              PIC X(44).
           05  RGF-TRAILER-AREA REDEFINES RGF-DETAIL-AREA.
               10  RGF-TRL-COUNT       PIC 9(9).
               10  RGF-TRL-ACTIVITY    PIC 9(15)V99.
               10  FILLER              PIC X(53).
