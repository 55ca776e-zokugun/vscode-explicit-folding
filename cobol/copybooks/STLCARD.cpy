      * partner settlement card - one card per partner on the route
      * cards, maintained by treasury alongside them. it says which
      * way a partner's net position runs and where money we owe
      * the partner is paid. a positive net of the partner's slice
      * is collected from the partner unless STL-POSITIVE-PAY says
      * the partner's business runs the other way. a partner with
      * no card settles as a collection only - a position we owe
      * it cannot be paid without the payee details, and holds
       01  SETTLEMENT-CARD-RECORD.
           05  STL-PARTNER-ID          PIC X(8).
           05  STL-POSITIVE-SW         PIC X(1).
               88  STL-POSITIVE-COLLECT VALUE 'C' ' '.
               88  STL-POSITIVE-PAY    VALUE 'P'.
           05  STL-PAYEE-BANK          PIC X(11).
           05  STL-PAYEE-ACCOUNT       PIC X(20).
           05  STL-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(10).
