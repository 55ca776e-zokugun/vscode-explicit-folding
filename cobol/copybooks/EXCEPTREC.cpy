               88  EXC-NO-CURRENCY-RATE
                                       VALUE 'E005'.
               88  EXC-BASE-OVERFLOW   VALUE 'E006'.
               88  EXC-ACCOUNT-FROZEN  VALUE 'E007'.
               88  EXC-ACCOUNT-CLOSED  VALUE 'E008'.
               88  EXC-REGION-NOT-OWNER
                                       VALUE 'E009'.
               88  EXC-HOLD-REFUSED    VALUE 'E010'.
               88  EXC-BAD-EFFECTIVE-DATE
                                       VALUE 'E011'.
               88  EXC-SUSPECTED-DUPLICATE
                                       VALUE 'E012'.
           05  EXC-FIELD-NAME          PIC X(10).
           05  EXC-FIELD-VALUE         PIC X(18).
           05  EXC-RECYCLE-COUNT       PIC 9(2).
      * originating region of the rejected record, copied from the
      * detail so the reject returns to the office that sent it
           05  EXC-REGION-ID           PIC X(2).
      * set when the reject came off last night's held file or the
      * warehouse rather than tonight's input - the balancing proof
      * takes that money out of the parked bucket, not the input
           05  EXC-POSTING-SOURCE      PIC X(1).
               88  EXC-RELEASED-FROM-HOLD
                                       VALUE 'H'.
               88  EXC-RELEASED-FROM-WAREHOUSE
                                       VALUE 'W'.
           05  FILLER                  PIC X(4).
