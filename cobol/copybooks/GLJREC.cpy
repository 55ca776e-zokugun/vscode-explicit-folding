      * general-ledger journal record - the ledger's upload layout,
      * written by MYGLJR: one 'H' header naming the journal's
      * business date and cycle, balanced 'D' debit and credit
      * lines (one pair per region, movement type and - for
      * suspense - reject reason), and a closing 'T' trailer with
      * the line count and both column totals so the ledger can
      * refuse a journal that does not balance on arrival
       01  JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE         PIC X(1).
               88  GLJ-HEADER-REC      VALUE 'H'.
               88  GLJ-DETAIL-REC      VALUE 'D'.
               88  GLJ-TRAILER-REC     VALUE 'T'.
           05  GLJ-DETAIL-AREA.
               10  GLJ-ACCOUNT         PIC X(10).
               10  GLJ-DEBIT-CREDIT    PIC X(1).
                   88  GLJ-DEBIT       VALUE 'D'.
                   88  GLJ-CREDIT      VALUE 'C'.
               10  GLJ-AMOUNT          PIC 9(11)V99.
               10  GLJ-REGION-ID       PIC X(2).
               10  GLJ-MOVEMENT-TYPE   PIC X(4).
               10  GLJ-REASON-CODE     PIC X(4).
               10  GLJ-EFFECTIVE-DATE  PIC 9(8).
               10  GLJ-LINE-NUMBER     PIC 9(6).
               10  GLJ-DESCRIPTION     PIC X(24).
               10  FILLER              PIC X(7).
           05  GLJ-HEADER-AREA REDEFINES GLJ-DETAIL-AREA.
               10  GLJ-HDR-RUN-DATE    PIC 9(8).
               10  GLJ-HDR-SOURCE      PIC X(8).
               10  GLJ-HDR-CYCLE       PIC 9(2).
               10  FILLER              PIC X(61).
           05  GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
               10  GLJ-TRL-LINE-COUNT  PIC 9(9).
               10  GLJ-TRL-DEBIT-TOTAL PIC 9(13)V99.
               10  GLJ-TRL-CREDIT-TOTAL
                                       PIC 9(13)V99.
               10  FILLER              PIC X(40).
