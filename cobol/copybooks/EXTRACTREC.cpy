      * was base currency to begin with
           05  EXT-CURRENCY-CODE   PIC X(3).
           05  EXT-ORIG-AMOUNT     PIC S9(7)V99.
      * 'H' marks a high-value detail held for review on an earlier
      * night and released by a supervisor - it posts tonight under
      * its original business date in EXT-RUN-DATE, and the proof
      * takes it out of tonight's input-side comparison. 'W' marks
      * a future-dated detail warehoused on an earlier night and
      * released on its effective business date - tonight's date,
      * but likewise not part of tonight's input
           05  EXT-POSTING-SOURCE  PIC X(1).
               88  EXT-RELEASED-FROM-HOLD
                                   VALUE 'H'.
               88  EXT-RELEASED-FROM-WAREHOUSE
                                   VALUE 'W'.
           05  FILLER              PIC X(41).
