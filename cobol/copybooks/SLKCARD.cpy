      * settlement lookup card - one partner and business-date range
      * per card, read by MYSTLL to list what was settled with that
      * partner. a blank to-date means the from-date alone; blank
      * dates mean everything on file for the partner
       01  SETTLEMENT-LOOKUP-CARD.
           05  SLK-PARTNER-ID          PIC X(8).
           05  SLK-FROM-DATE           PIC 9(8).
           05  SLK-FROM-DATE-X REDEFINES SLK-FROM-DATE
                                       PIC X(8).
           05  SLK-TO-DATE             PIC 9(8).
           05  SLK-TO-DATE-X REDEFINES SLK-TO-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(56).
