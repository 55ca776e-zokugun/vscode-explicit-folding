           05  BLG-BALANCE-SW          PIC X(1).
               88  BLG-IN-BALANCE      VALUE 'Y'.
               88  BLG-OUT-OF-BALANCE  VALUE 'N'.
      * money from tonight's input parked for high-value review -
      * blank on rows written before the hold existed
           05  BLG-HELD-AMOUNT         PIC S9(11)V99.
           05  FILLER                  PIC X(2).
