      * payment instruction record - the file treasury's payment
      * system takes for the settlement positions we pay out: one
      * 'H' header, one 'D' instruction per partner slice we owe,
      * one 'T' trailer carrying the instruction count and total.
      * PIN-AMOUNT is always positive and base currency
       01  PAYMENT-INSTRUCTION-RECORD.
           05  PIN-RECORD-TYPE         PIC X(1).
               88  PIN-HEADER-REC      VALUE 'H'.
               88  PIN-DETAIL-REC      VALUE 'D'.
               88  PIN-TRAILER-REC     VALUE 'T'.
           05  PIN-DETAIL-AREA.
               10  PIN-PARTNER-ID      PIC X(8).
               10  PIN-PAYEE-BANK      PIC X(11).
               10  PIN-PAYEE-ACCOUNT   PIC X(20).
               10  PIN-AMOUNT          PIC 9(11)V99.
               10  PIN-BUSINESS-DATE   PIC 9(8).
               10  PIN-VALUE-DATE      PIC 9(8).
               10  PIN-SEQUENCE        PIC 9(6).
               10  FILLER              PIC X(5).
           05  PIN-HEADER-AREA REDEFINES PIN-DETAIL-AREA.
               10  PIN-HDR-RUN-DATE    PIC 9(8).
               10  PIN-HDR-SOURCE      PIC X(8).
               10  FILLER              PIC X(63).
           05  PIN-TRAILER-AREA REDEFINES PIN-DETAIL-AREA.
               10  PIN-TRL-COUNT       PIC 9(9).
               10  PIN-TRL-AMOUNT      PIC 9(13)V99.
               10  FILLER              PIC X(55).
