      * business edit rule card - maintained by data control, applied
      * by MYPROG to each detail that has passed the built-in edits
      * (numeric key and amount, sequence, rate, effective date).
      * the first rule a detail fails rejects it under the card's
      * own reason code, so a new edit is a card and not a release.
      * ERL-SCOPE-REGION / ERL-SCOPE-STATUS narrow the details the
      * rule is tested on (blank = every region / every status).
      * conditions:
      *   'V' the field must hold one of ERL-VALUE (DDF-STATUS,
      *       DDF-REGION or DDF-CURRCD; a base-currency detail has
      *       no currency to test and always passes a DDF-CURRCD
      *       list)
      *   'A' the base-currency amount must lie inside ERL-MIN-AMOUNT
      *       and ERL-MAX-AMOUNT (DDF-AMOUNT only; a zero maximum
      *       means no ceiling)
      *   'R' a field holding one of ERL-VALUE may only come from
      *       one of the regions in ERL-REGION
      * the reason code must not be one MYPROG raises itself. several
      * cards may share a code - they count as one on the summary
      * and on EXSTAT, under the description of the first card
       01  EDIT-RULE-CARD-RECORD.
           05  ERL-REASON-CODE         PIC X(4).
           05  ERL-FIELD-NAME          PIC X(10).
               88  ERL-FIELD-STATUS    VALUE 'DDF-STATUS'.
               88  ERL-FIELD-REGION    VALUE 'DDF-REGION'.
               88  ERL-FIELD-CURRENCY  VALUE 'DDF-CURRCD'.
               88  ERL-FIELD-AMOUNT    VALUE 'DDF-AMOUNT'.
               88  ERL-VALID-FIELD     VALUE 'DDF-STATUS'
                                             'DDF-REGION'
                                             'DDF-CURRCD'
                                             'DDF-AMOUNT'.
           05  ERL-CONDITION           PIC X(1).
               88  ERL-ALLOWED-VALUES  VALUE 'V'.
               88  ERL-AMOUNT-RANGE    VALUE 'A'.
               88  ERL-REGION-RESTRICTED
                                       VALUE 'R'.
               88  ERL-VALID-CONDITION VALUE 'V' 'A' 'R'.
           05  ERL-SCOPE-REGION        PIC X(2).
           05  ERL-SCOPE-STATUS        PIC X(1).
           05  ERL-VALUE-LIST.
               10  ERL-VALUE           PIC X(3) occurs 8 times.
           05  ERL-REGION-LIST.
               10  ERL-REGION          PIC X(2) occurs 9 times.
           05  ERL-AMOUNT-LIMITS REDEFINES ERL-REGION-LIST.
               10  ERL-MIN-AMOUNT      PIC 9(7)V99.
               10  ERL-MIN-AMOUNT-X REDEFINES ERL-MIN-AMOUNT
                                       PIC X(9).
               10  ERL-MAX-AMOUNT      PIC 9(7)V99.
               10  ERL-MAX-AMOUNT-X REDEFINES ERL-MAX-AMOUNT
                                       PIC X(9).
           05  ERL-DESCRIPTION         PIC X(18).
           05  FILLER                  PIC X(2).
