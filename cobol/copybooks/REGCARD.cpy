      * regulatory filing control card - the reporting threshold and
      * the business-date period to file, kept by compliance. a key
      * whose base-currency activity for one business date reaches
      * the threshold is filed. blank period dates mean tonight; a
      * blank to-date means the from-date alone. RGC-FILER-ID is the
      * reporting entity's identifier carried on the filing header
       01  REGULATORY-CONTROL-CARD.
           05  RGC-THRESHOLD           PIC 9(9)V99.
           05  RGC-THRESHOLD-X REDEFINES RGC-THRESHOLD
                                       PIC X(11).
           05  RGC-PERIOD-FROM         PIC 9(8).
           05  RGC-PERIOD-FROM-X REDEFINES RGC-PERIOD-FROM
                                       PIC X(8).
           05  RGC-PERIOD-TO           PIC 9(8).
           05  RGC-PERIOD-TO-X REDEFINES RGC-PERIOD-TO
                                       PIC X(8).
           05  RGC-FILER-ID            PIC X(8).
           05  FILLER                  PIC X(45).
