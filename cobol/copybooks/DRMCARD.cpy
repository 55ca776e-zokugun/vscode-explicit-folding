      * dormant account review control card - the review period in
      * months. a master with no posting for that long, and not
      * added or re-added in that time, is listed for review by its
      * owning region
       01  DORMANT-CONTROL-CARD.
           05  DRC-MONTHS              PIC 9(3).
           05  DRC-MONTHS-X REDEFINES DRC-MONTHS
                                       PIC X(3).
           05  FILLER                  PIC X(77).
