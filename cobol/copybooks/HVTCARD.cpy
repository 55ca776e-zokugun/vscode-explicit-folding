      * high-value hold threshold card - maintained by data control.
      * a detail whose base amount is over the threshold of a card
      * that applies to it is parked for supervisor review instead
      * of posting. scope 'R' applies to one region's details, 'C'
      * to one settlement currency's (blank currency = base), 'A'
      * to every detail. where several cards apply the lowest
      * threshold wins; no card that applies means no hold, so a
      * missing deck changes nothing
       01  HOLD-THRESHOLD-CARD-RECORD.
           05  HVT-SCOPE               PIC X(1).
               88  HVT-BY-REGION       VALUE 'R'.
               88  HVT-BY-CURRENCY     VALUE 'C'.
               88  HVT-ALL-DETAILS     VALUE 'A'.
               88  HVT-VALID-SCOPE     VALUE 'R' 'C' 'A'.
           05  HVT-REGION-ID           PIC X(2).
           05  HVT-CURRENCY-CODE       PIC X(3).
           05  HVT-THRESHOLD           PIC 9(9)V99.
           05  HVT-THRESHOLD-X REDEFINES HVT-THRESHOLD
                                       PIC X(11).
           05  FILLER                  PIC X(63).
