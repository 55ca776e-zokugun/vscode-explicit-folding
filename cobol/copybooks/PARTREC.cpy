      * partner distribution record - 120-byte envelope every partner
      * file shares so each receipt can be balanced independently:
      * one 'H' header (run date, partner id and transmission
      * sequence), the routed 'D'
      * details, one 'T' trailer carrying the record count and
      * amount total for that partner's slice. For an image-layout
      * partner ('E' on the route card) the detail area holds the
      * nonzero on a regenerated slice only: the sequence of the
      * original transmission this one duplicates
               10  PTR-HDR-DUP-OF-SEQ  PIC 9(6).
      * the MYPOST transmission sequence this slice travels with -
      * a supplemental cycle's slice carries its own. zero on files
      * cut before the sequence was stamped
               10  PTR-HDR-SEQUENCE    PIC 9(6).
               10  FILLER              PIC X(91).
           05  PTR-TRAILER-AREA REDEFINES PTR-DETAIL-AREA.
               10  PTR-TRL-RECORD-COUNT PIC 9(9).
               10  PTR-TRL-AMOUNT      PIC S9(11)V99.
