      * since the month began. the record rolls forward cycle over
      * cycle and resets to zero after the month-end run, so the
      * month-end summary reports a real month instead of the last
      * night. a month-end generation carries the reset record
      * first and the closed month's figures second, so a late
      * supplemental cycle can still add to the month it belongs
      * to. status slots fill in arrival order, first come first
      * kept
       01  MTD-ACTIVITY-RECORD.
           05  MTD-AS-OF-DATE          PIC 9(8).
           05  MTD-MONTH               PIC 9(6).
