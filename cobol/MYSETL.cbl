      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSETL.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select PARTNER-FICHIER-1 assign to UT-S-PT1
                organization is sequential
                file status is WS-PARTNER-STATUS.
            select PARTNER-FICHIER-2 assign to UT-S-PT2
                organization is sequential
                file status is WS-PARTNER-STATUS.
            select PARTNER-FICHIER-3 assign to UT-S-PT3
                organization is sequential
                file status is WS-PARTNER-STATUS.
            select ROUTE-CARD-FICHIER assign to UT-S-RTE
                organization is sequential
                file status is WS-ROUTE-STATUS.
            select SETTLEMENT-CARD-FICHIER assign to UT-S-STC
                organization is sequential
                file status is WS-SETTLEMENT-CARD-STATUS.
            select HELD-FICHIER assign to UT-S-HLD
                organization is sequential
                file status is WS-HELD-STATUS.
            select SETTLEMENT-HISTORY assign to STLHIST
                organization is indexed
                access is dynamic
                record key is STH-HISTORY-KEY
                file status is WS-STH-STATUS.
            select PAYMENT-FICHIER assign to UT-S-PAY
                organization is sequential
                file status is WS-PAYMENT-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FICHIER-1
           block contains 0 records
           recording mode is F.
           copy PARTREC
               replacing ==PARTNER-RECORD==
                      by ==PARTNER-RECORD-1==,
                 leading ==PTR==
                      by ==PT1==.
       FD  PARTNER-FICHIER-2
           block contains 0 records
           recording mode is F.
           copy PARTREC
               replacing ==PARTNER-RECORD==
                      by ==PARTNER-RECORD-2==,
                 leading ==PTR==
                      by ==PT2==.
       FD  PARTNER-FICHIER-3
           block contains 0 records
           recording mode is F.
           copy PARTREC
               replacing ==PARTNER-RECORD==
                      by ==PARTNER-RECORD-3==,
                 leading ==PTR==
                      by ==PT3==.
       FD  ROUTE-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy RTECARD.
       FD  SETTLEMENT-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy STLCARD.
       FD  HELD-FICHIER
           block contains 0 records
           recording mode is F.
           copy HELDREC.
       FD  SETTLEMENT-HISTORY.
           copy STLHIST.
       FD  PAYMENT-FICHIER
           block contains 0 records
           recording mode is F.
           copy PAYINST.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-PARTNER-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-SLICES           PIC 9(9) VALUE ZERO.
           05  WS-STAT-SETTLED          PIC 9(9) VALUE ZERO.
           05  WS-STAT-INSTRUCTIONS     PIC 9(9) VALUE ZERO.
           05  WS-STAT-NOT-SETTLED      PIC 9(9) VALUE ZERO.
           05  WS-STAT-HELD-READ        PIC 9(9) VALUE ZERO.
           05  WS-STAT-CARDS-REJECTED   PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-PARTNER-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-PARTNER      VALUE 'Y'.
           05  WS-ROUTE-EOF-SW         PIC X(1) VALUE 'N'.
               88  END-OF-ROUTE-CARDS  VALUE 'Y'.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-SETTLEMENT-CARDS VALUE 'Y'.
           05  WS-HELD-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-HELD         VALUE 'Y'.
           05  WS-BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-DATE-HISTORY VALUE 'Y'.
           05  WS-HEADER-SW            PIC X(1) VALUE 'N'.
               88  SLICE-HEADER-SEEN   VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X(1) VALUE 'N'.
               88  SLICE-TRAILER-SEEN  VALUE 'Y'.
           05  WS-SETTLE-SW            PIC X(1) VALUE 'N'.
               88  SLICE-SETTLEABLE    VALUE 'Y'.
           05  WS-SECTION-SW           PIC X(1) VALUE 'N'.
               88  SECTION-HAS-LINES   VALUE 'Y'.
       01  WS-PARTNER-STATUS           PIC X(2) VALUE '00'.
           88  PARTNER-OK              VALUE '00'.
           88  PARTNER-EOF             VALUE '10'.
           88  PARTNER-NOT-FOUND       VALUE '35'.
       01  WS-ROUTE-STATUS             PIC X(2) VALUE '00'.
           88  ROUTE-OK                VALUE '00'.
           88  ROUTE-EOF               VALUE '10'.
       01  WS-SETTLEMENT-CARD-STATUS   PIC X(2) VALUE '00'.
           88  SETTLEMENT-CARD-OK      VALUE '00'.
           88  SETTLEMENT-CARD-EOF     VALUE '10'.
           88  SETTLEMENT-CARD-NOT-FOUND VALUE '35'.
       01  WS-HELD-STATUS              PIC X(2) VALUE '00'.
           88  HELD-OK                 VALUE '00'.
           88  HELD-EOF                VALUE '10'.
           88  HELD-NOT-FOUND          VALUE '35'.
       01  WS-STH-STATUS               PIC X(2) VALUE '00'.
           88  STH-OK                  VALUE '00'.
           88  STH-EOF                 VALUE '10'.
           88  STH-NOT-ON-FILE         VALUE '23'.
           88  STH-NOT-FOUND           VALUE '35'.
       01  WS-PAYMENT-STATUS           PIC X(2) VALUE '00'.
           88  PAYMENT-OK              VALUE '00'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
           05  WS-CD-HH                PIC 9(2).
           05  WS-CD-MIN               PIC 9(2).
           05  WS-CD-SS                PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
      * the detail shape of each partner file, from the same route
      * cards MYSPLIT cut the slices by (1-3 = UT-S-PT1/PT2/PT3)
       01  WS-LAYOUT-TABLE.
           05  WS-DD-LAYOUT occurs 3 times
                                       PIC X(1).
               88  WS-DD-LAY-IMAGE     VALUE 'E'.
       01  WS-FILE-SUB                 PIC 9(1) VALUE ZERO.
      * the treasury settlement cards, loaded whole at start of run
       01  WS-SETTLEMENT-TABLE.
           05  WS-STC-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-STC-SUB              PIC 9(2) VALUE ZERO.
           05  WS-STC-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-STC-ENTRY occurs 20 times.
               10  WS-STC-PARTNER-ID   PIC X(8).
               10  WS-STC-POSITIVE-SW  PIC X(1).
                   88  WS-STC-POSITIVE-PAY VALUE 'P'.
               10  WS-STC-PAYEE-BANK   PIC X(11).
               10  WS-STC-PAYEE-ACCOUNT PIC X(20).
      * the slice being netted - one partner file is one partner's
      * slice for one business date and transmission sequence
       01  WS-SLICE-WORK.
           05  WS-SLC-PARTNER-ID       PIC X(8).
           05  WS-SLC-BUSINESS-DATE    PIC 9(8).
           05  WS-SLC-SEQUENCE         PIC 9(6).
           05  WS-SLC-DETAIL-COUNT     PIC 9(7).
           05  WS-SLC-REVERSAL-COUNT   PIC 9(7).
           05  WS-SLC-POSTING-AMOUNT   PIC S9(9)V99.
           05  WS-SLC-REVERSAL-AMOUNT  PIC S9(9)V99.
           05  WS-SLC-NET-AMOUNT       PIC S9(9)V99.
           05  WS-SLC-TRL-COUNT        PIC 9(9).
           05  WS-SLC-TRL-AMOUNT       PIC S9(11)V99.
           05  WS-SLC-PAY-AMOUNT       PIC 9(9)V99.
           05  WS-SLC-PRIOR-NET        PIC S9(9)V99.
           05  WS-SLC-DIRECTION        PIC X(1).
               88  WS-SLC-PAY          VALUE 'P'.
               88  WS-SLC-COLLECT      VALUE 'C'.
               88  WS-SLC-NIL          VALUE 'N'.
      * what became of each slice, kept for the report so it can
      * list collections, payments and the slices not settled
      * under their own headings
       01  WS-RESULT-TABLE.
           05  WS-RES-COUNT            PIC 9(1) VALUE ZERO.
           05  WS-RES-SUB              PIC 9(1) VALUE ZERO.
           05  WS-RES-ENTRY occurs 3 times.
               10  WS-RES-PARTNER-ID   PIC X(8).
               10  WS-RES-SEQUENCE     PIC 9(6).
               10  WS-RES-ITEMS        PIC 9(7).
               10  WS-RES-REVERSALS    PIC 9(7).
               10  WS-RES-NET-AMOUNT   PIC S9(9)V99.
               10  WS-RES-PRIOR-NET    PIC S9(9)V99.
               10  WS-RES-OUTCOME      PIC X(1).
                   88  WS-RES-PAID     VALUE 'P'.
                   88  WS-RES-COLLECTED VALUE 'C'.
                   88  WS-RES-NIL      VALUE 'N'.
                   88  WS-RES-UNSETTLED VALUE 'U'.
               10  WS-RES-NOTE         PIC X(28).
      * what is still parked on the delivery-hold file by partner -
      * its settlement waits for the records
       01  WS-DEFERRED-TABLE.
           05  WS-DEF-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-DEF-SUB              PIC 9(2) VALUE ZERO.
           05  WS-DEF-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-DEF-ENTRY occurs 20 times.
               10  WS-DEF-PARTNER-ID   PIC X(8).
               10  WS-DEF-ITEMS        PIC 9(7).
               10  WS-DEF-AMOUNT       PIC S9(9)V99.
       01  WS-SETTLEMENT-TOTALS.
           05  WS-TOT-PAID-AMOUNT      PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-COLLECT-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-DEFERRED-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-UNSETTLED-AMOUNT PIC S9(11)V99 VALUE ZERO.
      * work area each partner record is read into, and the extract
      * image an image-layout detail carries
           copy PARTREC
               replacing ==PARTNER-RECORD==
                      by ==WORK-PARTNER-RECORD==,
                 leading ==PTR==
                      by ==WPT==.
           copy EXTRACTREC
               replacing ==EXTRACT-RECORD==
                      by ==SLICE-IMAGE-RECORD==,
                 leading ==EXT==
                      by ==SXI==.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYSETL - PARTNER SETTLEMENT'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-SECTION-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-SC-TITLE             PIC X(40).
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' PARTNER     SEQ   ITEMS   RVSL         '.
           05  FILLER                  PIC X(40) VALUE
               ' NET AMOUNT  NOTE'.
       01  WS-REPORT-POSITION-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-PARTNER-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-SEQUENCE          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-ITEMS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-REVERSALS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PL-NOTE              PIC X(28).
       01  WS-REPORT-PRIOR-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               'POSITION FOR DATE TO NOW '.
           05  WS-PR-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-AMOUNT-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(16).
           05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-NONE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'NONE'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           perform LOAD-ROUTE-LAYOUTS
           perform LOAD-SETTLEMENT-CARDS
           perform OPEN-SETTLEMENT-HISTORY
           open output PAYMENT-FICHIER
           if not PAYMENT-OK
               perform PAYMENT-ERROR
           end-if
           move spaces to PAYMENT-INSTRUCTION-RECORD
           set PIN-HEADER-REC to true
           move WS-RUN-DATE-NUM to PIN-HDR-RUN-DATE
           move 'MYSETL' to PIN-HDR-SOURCE
           perform WRITE-PAYMENT-RECORD
           perform SETTLE-ROUTED-FILE
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > 3
           move spaces to PAYMENT-INSTRUCTION-RECORD
           set PIN-TRAILER-REC to true
           move WS-STAT-INSTRUCTIONS to PIN-TRL-COUNT
           move WS-TOT-PAID-AMOUNT to PIN-TRL-AMOUNT
           perform WRITE-PAYMENT-RECORD
           close PAYMENT-FICHIER
           close SETTLEMENT-HISTORY
           perform GATHER-DEFERRED-RECORDS
           perform PRINT-SETTLEMENT-REPORT
           perform END-OF-RUN.
       LOAD-ROUTE-LAYOUTS.
      * only the layout is wanted here. a card MYSPLIT rejects
      * routed nothing, so the same card is passed over here
           move spaces to WS-LAYOUT-TABLE
           open input ROUTE-CARD-FICHIER
           if not ROUTE-OK
               perform ROUTE-ERROR
           end-if
           perform READ-ROUTE-CARD
           perform until END-OF-ROUTE-CARDS
               if RTE-OUTPUT-DD-X is numeric
                   and RTE-OUTPUT-DD >= 1 and RTE-OUTPUT-DD <= 3
                   and RTE-VALID-LAYOUT
                   and RTE-VALID-SELECT
                   and not (RTE-SELECT-KEYRANGE
                       and (RTE-KEY-LOW-X is not numeric
                           or RTE-KEY-HIGH-X is not numeric
                           or RTE-KEY-LOW > RTE-KEY-HIGH))
                   and not (RTE-SELECT-STATUS
                       and RTE-STATUS-VALUE = space)
                   and WS-DD-LAYOUT (RTE-OUTPUT-DD) = space
                   move RTE-LAYOUT to WS-DD-LAYOUT (RTE-OUTPUT-DD)
               end-if
               perform READ-ROUTE-CARD
           end-perform
           close ROUTE-CARD-FICHIER
           .
       READ-ROUTE-CARD.
           read ROUTE-CARD-FICHIER
               at end set END-OF-ROUTE-CARDS to true
           end-read
           if not ROUTE-OK and not ROUTE-EOF
               perform ROUTE-ERROR
           end-if
           .
       LOAD-SETTLEMENT-CARDS.
      * no deck at all means every partner settles as a collection
      * only; anything we owe holds until treasury supplies a card
           open input SETTLEMENT-CARD-FICHIER
           if SETTLEMENT-CARD-NOT-FOUND
               display "MYSETL - NO SETTLEMENT CARDS - NO PAYMENTS "
                   "CAN BE INSTRUCTED"
               set END-OF-SETTLEMENT-CARDS to true
           else
               if not SETTLEMENT-CARD-OK
                   perform SETTLEMENT-CARD-ERROR
               end-if
               perform READ-SETTLEMENT-CARD
           end-if
           perform until END-OF-SETTLEMENT-CARDS
               perform EDIT-SETTLEMENT-CARD
               perform READ-SETTLEMENT-CARD
           end-perform
           if not SETTLEMENT-CARD-NOT-FOUND
               close SETTLEMENT-CARD-FICHIER
           end-if
           .
       READ-SETTLEMENT-CARD.
           read SETTLEMENT-CARD-FICHIER
               at end set END-OF-SETTLEMENT-CARDS to true
           end-read
           if not SETTLEMENT-CARD-OK and not SETTLEMENT-CARD-EOF
               perform SETTLEMENT-CARD-ERROR
           end-if
           .
       EDIT-SETTLEMENT-CARD.
           move STL-PARTNER-ID to WS-SLC-PARTNER-ID
           perform FIND-SETTLEMENT-CARD
           evaluate true
               when SETTLEMENT-CARD-RECORD = spaces
                   continue
               when STL-PARTNER-ID = spaces
                   or not (STL-POSITIVE-COLLECT or STL-POSITIVE-PAY)
                   display "MYSETL - SETTLEMENT CARD REJECTED - "
                       "INVALID: " STL-PARTNER-ID
                   perform REJECT-SETTLEMENT-CARD
               when WS-STC-FOUND-SUB > zero
                   display "MYSETL - SETTLEMENT CARD REJECTED - "
                       "DUPLICATE: " STL-PARTNER-ID
                   perform REJECT-SETTLEMENT-CARD
               when WS-STC-COUNT >= 20
                   display "MYSETL - SETTLEMENT CARD REJECTED - "
                       "TABLE FULL: " STL-PARTNER-ID
                   perform REJECT-SETTLEMENT-CARD
               when other
                   add 1 to WS-STC-COUNT
                   move STL-PARTNER-ID
                     to WS-STC-PARTNER-ID (WS-STC-COUNT)
                   move STL-POSITIVE-SW
                     to WS-STC-POSITIVE-SW (WS-STC-COUNT)
                   move STL-PAYEE-BANK
                     to WS-STC-PAYEE-BANK (WS-STC-COUNT)
                   move STL-PAYEE-ACCOUNT
                     to WS-STC-PAYEE-ACCOUNT (WS-STC-COUNT)
           end-evaluate
           .
       REJECT-SETTLEMENT-CARD.
           add 1 to WS-STAT-CARDS-REJECTED
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       FIND-SETTLEMENT-CARD.
           move zero to WS-STC-FOUND-SUB
           perform MATCH-SETTLEMENT-CARD
               varying WS-STC-SUB from 1 by 1
               until WS-STC-SUB > WS-STC-COUNT
               or WS-STC-FOUND-SUB > zero
           .
       MATCH-SETTLEMENT-CARD.
           if WS-STC-PARTNER-ID (WS-STC-SUB) = WS-SLC-PARTNER-ID
               move WS-STC-SUB to WS-STC-FOUND-SUB
           end-if
           .
       OPEN-SETTLEMENT-HISTORY.
      * the history cluster exists from its one-time IDCAMS DEFINE.
      * a brand-new empty cluster that opens I-O with status 35 is
      * primed with an OPEN OUTPUT and reopened I-O - nothing has
      * been settled yet, so no slice can be found already settled
           open i-o SETTLEMENT-HISTORY
           if STH-NOT-FOUND
               open output SETTLEMENT-HISTORY
               if STH-OK
                   display "MYSETL - SETTLEMENT HISTORY EMPTY - PRIMED"
                   close SETTLEMENT-HISTORY
                   open i-o SETTLEMENT-HISTORY
               end-if
           end-if
           if not STH-OK
               perform SETTLEMENT-HISTORY-ERROR
           end-if
           .
       SETTLE-ROUTED-FILE.
      * an output DD no route card uses was never written
           if WS-DD-LAYOUT (WS-FILE-SUB) not = space
               perform SETTLE-PARTNER-FILE
           end-if
           .
       SETTLE-PARTNER-FILE.
      * an empty partner file is a partner on delivery hold tonight
      * (MYSPLIT parks its slice, and so its settlement, on the held
      * file) - nothing to settle
           move 'N' to WS-HEADER-SW
           move 'N' to WS-TRAILER-SW
           move 'N' to WS-PARTNER-EOF-SW
           move zero to WS-SLC-DETAIL-COUNT
           move zero to WS-SLC-REVERSAL-COUNT
           move zero to WS-SLC-POSTING-AMOUNT
           move zero to WS-SLC-REVERSAL-AMOUNT
           move zero to WS-SLC-TRL-COUNT
           move zero to WS-SLC-TRL-AMOUNT
           perform OPEN-PARTNER-FICHIER
           if PARTNER-NOT-FOUND
               set END-OF-PARTNER to true
           else
               if not PARTNER-OK
                   perform PARTNER-ERROR
               end-if
               perform READ-PARTNER-RECORD
           end-if
           perform until END-OF-PARTNER
               perform TALLY-PARTNER-RECORD
               perform READ-PARTNER-RECORD
           end-perform
           if not PARTNER-NOT-FOUND
               perform CLOSE-PARTNER-FICHIER
           end-if
           if SLICE-HEADER-SEEN
               add 1 to WS-STAT-SLICES
               perform SETTLE-SLICE
           end-if
           .
       OPEN-PARTNER-FICHIER.
           evaluate WS-FILE-SUB
               when 1 open input PARTNER-FICHIER-1
               when 2 open input PARTNER-FICHIER-2
               when 3 open input PARTNER-FICHIER-3
           end-evaluate
           .
       CLOSE-PARTNER-FICHIER.
           evaluate WS-FILE-SUB
               when 1 close PARTNER-FICHIER-1
               when 2 close PARTNER-FICHIER-2
               when 3 close PARTNER-FICHIER-3
           end-evaluate
           .
       READ-PARTNER-RECORD.
           evaluate WS-FILE-SUB
               when 1
                   read PARTNER-FICHIER-1 into WORK-PARTNER-RECORD
                       at end set END-OF-PARTNER to true
                   end-read
               when 2
                   read PARTNER-FICHIER-2 into WORK-PARTNER-RECORD
                       at end set END-OF-PARTNER to true
                   end-read
               when 3
                   read PARTNER-FICHIER-3 into WORK-PARTNER-RECORD
                       at end set END-OF-PARTNER to true
                   end-read
           end-evaluate
           if not PARTNER-OK and not PARTNER-EOF
               perform PARTNER-ERROR
           end-if
           if not END-OF-PARTNER
               add 1 to WS-STAT-PARTNER-READ
           end-if
           .
       TALLY-PARTNER-RECORD.
      * the slice nets as shipped: released holds and tonight's
      * details alike, reversals at their signed amounts
           evaluate true
               when WPT-HEADER-REC
                   set SLICE-HEADER-SEEN to true
                   move WPT-HDR-PARTNER-ID to WS-SLC-PARTNER-ID
                   move WPT-HDR-RUN-DATE to WS-SLC-BUSINESS-DATE
                   move WPT-HDR-SEQUENCE to WS-SLC-SEQUENCE
               when WPT-TRAILER-REC
                   set SLICE-TRAILER-SEEN to true
                   move WPT-TRL-RECORD-COUNT to WS-SLC-TRL-COUNT
                   move WPT-TRL-AMOUNT to WS-SLC-TRL-AMOUNT
               when WPT-DETAIL-REC
                   if WS-DD-LAY-IMAGE (WS-FILE-SUB)
                       move WPT-EXTRACT-IMAGE to SLICE-IMAGE-RECORD
                   else
                       move spaces to SLICE-IMAGE-RECORD
                       move WPT-AMOUNT to SXI-AMOUNT
                       move WPT-STATUS to SXI-STATUS
                   end-if
                   if SXI-REVERSAL
                       add 1 to WS-SLC-REVERSAL-COUNT
                       add SXI-AMOUNT to WS-SLC-REVERSAL-AMOUNT
                   else
                       add 1 to WS-SLC-DETAIL-COUNT
                       add SXI-AMOUNT to WS-SLC-POSTING-AMOUNT
                   end-if
           end-evaluate
           .
       SETTLE-SLICE.
           compute WS-SLC-NET-AMOUNT = WS-SLC-POSTING-AMOUNT
               + WS-SLC-REVERSAL-AMOUNT
           add 1 to WS-RES-COUNT
           move WS-RES-COUNT to WS-RES-SUB
           move WS-SLC-PARTNER-ID to WS-RES-PARTNER-ID (WS-RES-SUB)
           move WS-SLC-SEQUENCE to WS-RES-SEQUENCE (WS-RES-SUB)
           move WS-SLC-DETAIL-COUNT to WS-RES-ITEMS (WS-RES-SUB)
           move WS-SLC-REVERSAL-COUNT
             to WS-RES-REVERSALS (WS-RES-SUB)
           move WS-SLC-NET-AMOUNT to WS-RES-NET-AMOUNT (WS-RES-SUB)
           move zero to WS-RES-PRIOR-NET (WS-RES-SUB)
           move spaces to WS-RES-NOTE (WS-RES-SUB)
           set WS-RES-UNSETTLED (WS-RES-SUB) to true
           set SLICE-SETTLEABLE to true
           perform CHECK-SLICE-BALANCE
           if SLICE-SETTLEABLE
               perform CHECK-ALREADY-SETTLED
           end-if
           if SLICE-SETTLEABLE
               perform FIND-PRIOR-POSITION
               move WS-SLC-PRIOR-NET to WS-RES-PRIOR-NET (WS-RES-SUB)
               perform DECIDE-DIRECTION
           end-if
           if SLICE-SETTLEABLE
               perform RECORD-SETTLEMENT
           end-if
           .
       CHECK-SLICE-BALANCE.
      * a slice that does not agree with its own trailer is not
      * what the partner received - settling it would argue with
      * the partner's receipt
           if not SLICE-TRAILER-SEEN
               or WS-SLC-TRL-COUNT not = WS-SLC-DETAIL-COUNT
                                      + WS-SLC-REVERSAL-COUNT
               or WS-SLC-TRL-AMOUNT not = WS-SLC-NET-AMOUNT
               display "MYSETL - SLICE FOR " WS-SLC-PARTNER-ID
                   " DOES NOT AGREE WITH ITS TRAILER - NOT SETTLED"
               move 'SLICE OUT OF BALANCE' to WS-RES-NOTE (WS-RES-SUB)
               perform SLICE-NOT-SETTLED
           end-if
           .
       CHECK-ALREADY-SETTLED.
      * the same partner, date and sequence already on file is a
      * rerun - that slice was settled (and paid) the first time
           move WS-SLC-PARTNER-ID to STH-PARTNER-ID
           move WS-SLC-BUSINESS-DATE to STH-BUSINESS-DATE
           move WS-SLC-SEQUENCE to STH-SEQUENCE
           read SETTLEMENT-HISTORY
               invalid key continue
           end-read
           evaluate true
               when STH-OK
                   display "MYSETL - SLICE FOR " WS-SLC-PARTNER-ID
                       " SEQUENCE " WS-SLC-SEQUENCE " ALREADY SETTLED"
                   move 'ALREADY SETTLED - RERUN'
                     to WS-RES-NOTE (WS-RES-SUB)
                   move 'N' to WS-SETTLE-SW
                   add 1 to WS-STAT-NOT-SETTLED
                   if WS-FINAL-RETURN-CODE < 4
                       move 4 to WS-FINAL-RETURN-CODE
                   end-if
               when STH-NOT-ON-FILE
                   continue
               when other
                   perform SETTLEMENT-HISTORY-ERROR
           end-evaluate
           .
       DECIDE-DIRECTION.
      * a partner's card says which way a positive net runs; with
      * no card a positive net is collected. money we owe goes out
      * only to a payee the card names
           perform FIND-SETTLEMENT-CARD
           evaluate true
               when WS-SLC-NET-AMOUNT = zero
                   set WS-SLC-NIL to true
                   move zero to WS-SLC-PAY-AMOUNT
               when WS-SLC-NET-AMOUNT > zero
                   move WS-SLC-NET-AMOUNT to WS-SLC-PAY-AMOUNT
                   set WS-SLC-COLLECT to true
                   if WS-STC-FOUND-SUB > zero
                       if WS-STC-POSITIVE-PAY (WS-STC-FOUND-SUB)
                           set WS-SLC-PAY to true
                       end-if
                   end-if
               when other
                   compute WS-SLC-PAY-AMOUNT = zero - WS-SLC-NET-AMOUNT
                   set WS-SLC-PAY to true
                   if WS-STC-FOUND-SUB > zero
                       if WS-STC-POSITIVE-PAY (WS-STC-FOUND-SUB)
                           set WS-SLC-COLLECT to true
                       end-if
                   end-if
           end-evaluate
           if WS-SLC-PAY
               evaluate true
                   when WS-STC-FOUND-SUB = zero
                       display "MYSETL - NO SETTLEMENT CARD FOR "
                           WS-SLC-PARTNER-ID " - PAYMENT HELD"
                       move 'NO PAYEE CARD - HELD'
                         to WS-RES-NOTE (WS-RES-SUB)
                       perform SLICE-NOT-SETTLED
                   when WS-STC-PAYEE-ACCOUNT (WS-STC-FOUND-SUB)
                         = spaces
                       display "MYSETL - NO PAYEE ACCOUNT FOR "
                           WS-SLC-PARTNER-ID " - PAYMENT HELD"
                       move 'NO PAYEE ACCOUNT - HELD'
                         to WS-RES-NOTE (WS-RES-SUB)
                       perform SLICE-NOT-SETTLED
               end-evaluate
           end-if
           .
       RECORD-SETTLEMENT.
           perform WRITE-SETTLEMENT-HISTORY
           add 1 to WS-STAT-SETTLED
           evaluate true
               when WS-SLC-PAY
                   perform WRITE-PAYMENT-INSTRUCTION
                   set WS-RES-PAID (WS-RES-SUB) to true
                   move 'INSTRUCTED' to WS-RES-NOTE (WS-RES-SUB)
               when WS-SLC-COLLECT
                   add WS-SLC-PAY-AMOUNT to WS-TOT-COLLECT-AMOUNT
                   set WS-RES-COLLECTED (WS-RES-SUB) to true
                   if WS-STC-FOUND-SUB = zero
                       move 'NO SETTLEMENT CARD'
                         to WS-RES-NOTE (WS-RES-SUB)
                   end-if
               when other
                   set WS-RES-NIL (WS-RES-SUB) to true
                   move 'NIL POSITION' to WS-RES-NOTE (WS-RES-SUB)
           end-evaluate
           .
       SLICE-NOT-SETTLED.
           set WS-RES-UNSETTLED (WS-RES-SUB) to true
           move 'N' to WS-SETTLE-SW
           add WS-SLC-NET-AMOUNT to WS-TOT-UNSETTLED-AMOUNT
           add 1 to WS-STAT-NOT-SETTLED
           move 8 to WS-FINAL-RETURN-CODE
           .
       FIND-PRIOR-POSITION.
      * an earlier cycle the same business date (a supplemental
      * cycle's slice follows the main one) has already settled
      * part of the partner's position for the date
           move zero to WS-SLC-PRIOR-NET
           move 'N' to WS-BROWSE-EOF-SW
           move WS-SLC-PARTNER-ID to STH-PARTNER-ID
           move WS-SLC-BUSINESS-DATE to STH-BUSINESS-DATE
           move zero to STH-SEQUENCE
           start SETTLEMENT-HISTORY
               key >= STH-HISTORY-KEY
               invalid key set END-OF-DATE-HISTORY to true
           end-start
           if not END-OF-DATE-HISTORY
               perform READ-NEXT-SETTLEMENT
           end-if
           perform until END-OF-DATE-HISTORY
               add STH-NET-AMOUNT to WS-SLC-PRIOR-NET
               perform READ-NEXT-SETTLEMENT
           end-perform
           .
       READ-NEXT-SETTLEMENT.
           read SETTLEMENT-HISTORY next
               at end set END-OF-DATE-HISTORY to true
           end-read
           if not END-OF-DATE-HISTORY
               if not STH-OK
                   perform SETTLEMENT-HISTORY-ERROR
               end-if
               if STH-PARTNER-ID not = WS-SLC-PARTNER-ID
                   or STH-BUSINESS-DATE not = WS-SLC-BUSINESS-DATE
                   set END-OF-DATE-HISTORY to true
               end-if
           end-if
           .
       WRITE-SETTLEMENT-HISTORY.
           move spaces to SETTLEMENT-HISTORY-RECORD
           move WS-SLC-PARTNER-ID to STH-PARTNER-ID
           move WS-SLC-BUSINESS-DATE to STH-BUSINESS-DATE
           move WS-SLC-SEQUENCE to STH-SEQUENCE
           move WS-SLC-DETAIL-COUNT to STH-DETAIL-COUNT
           move WS-SLC-REVERSAL-COUNT to STH-REVERSAL-COUNT
           move WS-SLC-POSTING-AMOUNT to STH-POSTING-AMOUNT
           move WS-SLC-REVERSAL-AMOUNT to STH-REVERSAL-AMOUNT
           move WS-SLC-NET-AMOUNT to STH-NET-AMOUNT
           move WS-SLC-DIRECTION to STH-DIRECTION
           write SETTLEMENT-HISTORY-RECORD
               invalid key perform SETTLEMENT-HISTORY-ERROR
           end-write
           if not STH-OK
               perform SETTLEMENT-HISTORY-ERROR
           end-if
           .
       WRITE-PAYMENT-INSTRUCTION.
           move spaces to PAYMENT-INSTRUCTION-RECORD
           set PIN-DETAIL-REC to true
           move WS-SLC-PARTNER-ID to PIN-PARTNER-ID
           move WS-STC-PAYEE-BANK (WS-STC-FOUND-SUB) to PIN-PAYEE-BANK
           move WS-STC-PAYEE-ACCOUNT (WS-STC-FOUND-SUB)
             to PIN-PAYEE-ACCOUNT
           move WS-SLC-PAY-AMOUNT to PIN-AMOUNT
           move WS-SLC-BUSINESS-DATE to PIN-BUSINESS-DATE
           move WS-RUN-DATE-NUM to PIN-VALUE-DATE
           move WS-SLC-SEQUENCE to PIN-SEQUENCE
           perform WRITE-PAYMENT-RECORD
           add 1 to WS-STAT-INSTRUCTIONS
           add WS-SLC-PAY-AMOUNT to WS-TOT-PAID-AMOUNT
           .
       WRITE-PAYMENT-RECORD.
           write PAYMENT-INSTRUCTION-RECORD
           if not PAYMENT-OK
               perform PAYMENT-ERROR
           end-if
           .
       GATHER-DEFERRED-RECORDS.
      * the held file MYSPLIT has just written is everything still
      * waiting for a partner's next receipt day - tonight's parked
      * slice and earlier nights' carried ones
           open input HELD-FICHIER
           if HELD-NOT-FOUND
               set END-OF-HELD to true
           else
               if not HELD-OK
                   perform HELD-ERROR
               end-if
               perform READ-HELD-RECORD
           end-if
           perform until END-OF-HELD
               perform TALLY-DEFERRED-RECORD
               perform READ-HELD-RECORD
           end-perform
           if not HELD-NOT-FOUND
               close HELD-FICHIER
           end-if
           .
       READ-HELD-RECORD.
           read HELD-FICHIER
               at end set END-OF-HELD to true
           end-read
           if not HELD-OK and not HELD-EOF
               perform HELD-ERROR
           end-if
           if not END-OF-HELD
               add 1 to WS-STAT-HELD-READ
           end-if
           .
       TALLY-DEFERRED-RECORD.
           move zero to WS-DEF-FOUND-SUB
           perform MATCH-DEFERRED-ENTRY
               varying WS-DEF-SUB from 1 by 1
               until WS-DEF-SUB > WS-DEF-COUNT
               or WS-DEF-FOUND-SUB > zero
           if WS-DEF-FOUND-SUB = zero
               if WS-DEF-COUNT < 20
                   add 1 to WS-DEF-COUNT
                   move WS-DEF-COUNT to WS-DEF-FOUND-SUB
                   move HLD-PARTNER-ID
                     to WS-DEF-PARTNER-ID (WS-DEF-FOUND-SUB)
                   move zero to WS-DEF-ITEMS (WS-DEF-FOUND-SUB)
                   move zero to WS-DEF-AMOUNT (WS-DEF-FOUND-SUB)
               else
                   display "MYSETL - DEFERRED TABLE FULL - "
                       HLD-PARTNER-ID " NOT LISTED"
                   if WS-FINAL-RETURN-CODE < 4
                       move 4 to WS-FINAL-RETURN-CODE
                   end-if
               end-if
           end-if
           if WS-DEF-FOUND-SUB > zero
               add 1 to WS-DEF-ITEMS (WS-DEF-FOUND-SUB)
               add HLD-AMOUNT to WS-DEF-AMOUNT (WS-DEF-FOUND-SUB)
           end-if
           add HLD-AMOUNT to WS-TOT-DEFERRED-AMOUNT
           .
       MATCH-DEFERRED-ENTRY.
           if WS-DEF-PARTNER-ID (WS-DEF-SUB) = HLD-PARTNER-ID
               move WS-DEF-SUB to WS-DEF-FOUND-SUB
           end-if
           .
       PRINT-SETTLEMENT-REPORT.
      * the collections are the report's business - what treasury
      * must chase. payments are listed for the tie to the
      * instruction file, then what did not settle and why, then
      * what waits on a delivery hold
           move 'POSITIONS WE COLLECT' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'C' to WS-SLC-DIRECTION
           perform PRINT-OUTCOME-SECTION
           move 'POSITIONS WE PAY (INSTRUCTED)' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'P' to WS-SLC-DIRECTION
           perform PRINT-OUTCOME-SECTION
           move 'NIL POSITIONS' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'N' to WS-SLC-DIRECTION
           perform PRINT-OUTCOME-SECTION
           move 'NOT SETTLED - INVESTIGATE' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'U' to WS-SLC-DIRECTION
           perform PRINT-OUTCOME-SECTION
           move 'DEFERRED - PARTNER ON DELIVERY HOLD' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           if WS-DEF-COUNT = zero
               perform PRINT-NONE-LINE
           end-if
           perform PRINT-DEFERRED-LINE
               varying WS-DEF-SUB from 1 by 1
               until WS-DEF-SUB > WS-DEF-COUNT
           move 'SETTLEMENT TOTALS' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'TO COLLECT      ' to WS-AL-LABEL
           move WS-TOT-COLLECT-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'INSTRUCTED PAID ' to WS-AL-LABEL
           move WS-TOT-PAID-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'NOT SETTLED NET ' to WS-AL-LABEL
           move WS-TOT-UNSETTLED-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'DEFERRED NET    ' to WS-AL-LABEL
           move WS-TOT-DEFERRED-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           .
       PRINT-OUTCOME-SECTION.
           move 'N' to WS-SECTION-SW
           perform PRINT-ONE-RESULT
               varying WS-RES-SUB from 1 by 1
               until WS-RES-SUB > WS-RES-COUNT
           if not SECTION-HAS-LINES
               perform PRINT-NONE-LINE
           end-if
           .
       PRINT-ONE-RESULT.
           if WS-RES-OUTCOME (WS-RES-SUB) = WS-SLC-DIRECTION
               set SECTION-HAS-LINES to true
               move WS-RES-PARTNER-ID (WS-RES-SUB) to WS-PL-PARTNER-ID
               move WS-RES-SEQUENCE (WS-RES-SUB) to WS-PL-SEQUENCE
               move WS-RES-ITEMS (WS-RES-SUB) to WS-PL-ITEMS
               move WS-RES-REVERSALS (WS-RES-SUB) to WS-PL-REVERSALS
               move WS-RES-NET-AMOUNT (WS-RES-SUB) to WS-PL-AMOUNT
               move WS-RES-NOTE (WS-RES-SUB) to WS-PL-NOTE
               perform PRINT-POSITION-LINE
               if WS-RES-PRIOR-NET (WS-RES-SUB) not = zero
                   compute WS-PR-AMOUNT = WS-RES-PRIOR-NET (WS-RES-SUB)
                       + WS-RES-NET-AMOUNT (WS-RES-SUB)
                   perform PRINT-PRIOR-LINE
               end-if
           end-if
           .
       PRINT-DEFERRED-LINE.
           move WS-DEF-PARTNER-ID (WS-DEF-SUB) to WS-PL-PARTNER-ID
           move zero to WS-PL-SEQUENCE
           move WS-DEF-ITEMS (WS-DEF-SUB) to WS-PL-ITEMS
           move zero to WS-PL-REVERSALS
           move WS-DEF-AMOUNT (WS-DEF-SUB) to WS-PL-AMOUNT
           move 'SETTLES ON RELEASE' to WS-PL-NOTE
           perform PRINT-POSITION-LINE
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           write PRINT-RECORD from WS-REPORT-COLUMN-LINE
               after advancing 2
           move 2 to WS-LINE-COUNT
           .
       PRINT-SECTION-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-SECTION-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-POSITION-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-POSITION-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-PRIOR-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-PRIOR-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-AMOUNT-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-AMOUNT-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-NONE-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-NONE-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PARTNER-ERROR.
           display "MYSETL - PARTNER-FICHIER-" WS-FILE-SUB
               " I/O ERROR - STATUS = " WS-PARTNER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ROUTE-ERROR.
           display "MYSETL - ROUTE-CARD I/O ERROR - STATUS = "
               WS-ROUTE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SETTLEMENT-CARD-ERROR.
           display "MYSETL - SETTLEMENT-CARD I/O ERROR - STATUS = "
               WS-SETTLEMENT-CARD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HELD-ERROR.
           display "MYSETL - HELD-FICHIER I/O ERROR - STATUS = "
               WS-HELD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SETTLEMENT-HISTORY-ERROR.
           display "MYSETL - SETTLEMENT-HISTORY I/O ERROR - STATUS = "
               WS-STH-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PAYMENT-ERROR.
           display "MYSETL - PAYMENT-FICHIER I/O ERROR - STATUS = "
               WS-PAYMENT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYSETL - RUN STATISTICS"
           display "  PARTNER RECORDS READ: " WS-STAT-PARTNER-READ
           display "  SLICES NETTED:        " WS-STAT-SLICES
           display "  SLICES SETTLED:       " WS-STAT-SETTLED
           display "  PAYMENTS INSTRUCTED:  " WS-STAT-INSTRUCTIONS
           display "  NOT SETTLED:          " WS-STAT-NOT-SETTLED
           display "  DEFERRED RECORDS:     " WS-STAT-HELD-READ
           display "  CARDS REJECTED:       " WS-STAT-CARDS-REJECTED
           .
