      * duplicate-detection control card - the window, in business
      * days, over which MYPROG looks back through the audit history
      * for an earlier posting of the same key at the same base
      * amount. data control sets it; no card, or a zero window,
      * turns the check off
       01  DUPLICATE-CARD-RECORD.
           05  DUP-WINDOW-DAYS         PIC 9(2).
           05  DUP-WINDOW-DAYS-X REDEFINES DUP-WINDOW-DAYS
                                       PIC X(2).
           05  FILLER                  PIC X(78).
