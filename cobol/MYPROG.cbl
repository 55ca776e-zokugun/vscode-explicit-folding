            select OLD-MTD-FICHIER assign to UT-S-OMT
                organization is sequential
                file status is WS-OLD-MTD-STATUS.
            select HOLD-THRESHOLD-FICHIER assign to UT-S-HVT
                organization is sequential
                file status is WS-HOLD-THRESHOLD-STATUS.
            select HOLD-DECISION-FICHIER assign to UT-S-HDC
                organization is sequential
                file status is WS-HOLD-DECISION-STATUS.
            select OLD-HELD-FICHIER assign to UT-S-OHD
                organization is sequential
                file status is WS-OLD-HELD-STATUS.
            select NEW-HELD-FICHIER assign to UT-S-NHD
                organization is sequential
                file status is WS-NEW-HELD-STATUS.
            select OLD-WAREHOUSE-FICHIER assign to UT-S-OWH
                organization is sequential
                file status is WS-OLD-WAREHOUSE-STATUS.
            select NEW-WAREHOUSE-FICHIER assign to UT-S-NWH
                organization is sequential
                file status is WS-NEW-WAREHOUSE-STATUS.
            select DUPLICATE-CARD assign to UT-S-DUP
                organization is sequential
                file status is WS-DUPLICATE-CARD-STATUS.
            select EDIT-RULE-FICHIER assign to UT-S-ERL
                organization is sequential
                file status is WS-EDIT-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DD-FICHIER
                      by ==OLD-MTD-RECORD==,
                 leading ==MTD==
                      by ==OMT==.
       FD  HOLD-THRESHOLD-FICHIER
           block contains 0 records
           recording mode is F.
           copy HVTCARD.
       FD  HOLD-DECISION-FICHIER
           block contains 0 records
           recording mode is F.
           copy HDCCARD.
       FD  OLD-HELD-FICHIER
           block contains 0 records
           recording mode is F.
           copy HVHELD
               replacing ==HELD-ITEM-RECORD==
                      by ==OLD-HELD-ITEM-RECORD==,
                 leading ==HVH==
                      by ==OHV==.
       FD  NEW-HELD-FICHIER
           block contains 0 records
           recording mode is F.
           copy HVHELD.
       FD  OLD-WAREHOUSE-FICHIER
           block contains 0 records
           recording mode is F.
           copy WHSREC
               replacing ==WAREHOUSE-RECORD==
                      by ==OLD-WAREHOUSE-RECORD==,
                 leading ==WHS==
                      by ==OWH==.
       FD  NEW-WAREHOUSE-FICHIER
           block contains 0 records
           recording mode is F.
           copy WHSREC.
       FD  DUPLICATE-CARD
           block contains 0 records
           recording mode is F.
           copy DUPCARD.
       FD  EDIT-RULE-FICHIER
           block contains 0 records
           recording mode is F.
           copy EDTRULE.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-RECORDS-READ     PIC 9(9) VALUE ZERO.
           88  RUN-MODE-DAILY          VALUE 'DAILY'.
           88  RUN-MODE-MONTHLY        VALUE 'MONTHLY'.
           88  RUN-MODE-RERUN          VALUE 'RERUN'.
           88  RUN-MODE-SUPPLEMENTAL   VALUE 'SUPPLEMENT'.
           88  RUN-MODE-FROM-CALENDAR  VALUE 'CALENDAR' SPACES.
           88  RUN-MODE-PARALLEL       VALUE 'PARALLEL'.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE '00'.
           88  CALENDAR-OK             VALUE '00'.
           88  CALENDAR-EOF            VALUE '10'.
               88  DATE-ALREADY-RUN    VALUE 'Y'.
           05  WS-INPUT-CONSUMED-SW    PIC X(1) VALUE 'N'.
               88  INPUT-ALREADY-CONSUMED VALUE 'Y'.
      * highest cycle already completed for the business date, and
      * the number this run's registry row will carry
           05  WS-DATE-LAST-CYCLE      PIC 9(2) VALUE ZERO.
           05  WS-ORG-CYCLE            PIC 9(2) VALUE ZERO.
           05  WS-CYCLE-NUMBER         PIC 9(2) VALUE 1.
      * a PARALLEL run replays the night production already ran,
      * writing only shadow datasets - it reads the registry but
      * never rolls it, and ignores the audit history production
      * has since loaded (rows from production's run date on), so
      * the replay sees the history production saw
       01  WS-PARALLEL-CONTROLS.
           05  WS-PARALLEL-SW          PIC X(1) VALUE 'N'.
               88  PARALLEL-SHADOW-RUN VALUE 'Y'.
           05  WS-PRODUCTION-FOUND-SW  PIC X(1) VALUE 'N'.
               88  PRODUCTION-CYCLE-FOUND VALUE 'Y'.
           05  WS-HISTORY-CUTOFF-DATE  PIC 9(8) VALUE 99999999.
       01  WS-HEADER-RUN-ID            PIC X(8) VALUE SPACES.
       01  WS-HEADER-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUNHIST-STATUS           PIC X(2) VALUE '00'.
           88  OLD-EXSTAT-NOT-FOUND    VALUE '35'.
       01  WS-PRIOR-STATS-SW           PIC X(1) VALUE 'N'.
           88  PRIOR-EXSTAT-SEEN       VALUE 'Y'.
       01  WS-PRIOR-STATS-IMAGE        PIC X(160) VALUE SPACES.
       01  WS-PRIOR-STATS-DATE         PIC 9(8) VALUE ZERO.
      * the prior generation's rule-code rows as read - carried
      * forward whole when tonight's row is not written, and kept
      * in a supplemental cycle's fold even for a code no longer on
      * the deck
       01  WS-PRIOR-RULE-TABLE.
           05  WS-PRR-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-PRR-SUB              PIC 9(2) VALUE ZERO.
           05  WS-PRR-ENTRY occurs 40 times.
               10  WS-PRR-CODE         PIC X(4).
               10  WS-PRR-CODE-COUNT   PIC 9(9).
               10  WS-PRR-MATCHED-SW   PIC X(1).
                   88  WS-PRR-MATCHED  VALUE 'Y'.
      * structured reason staging - set before an exception is
      * written, copied onto the record by SET-EXCEPTION-CONTROL
      * and tallied by reason code for the summary report
       01  WS-REASON-STAGING.
           05  WS-REASON-SUB           PIC 9(2) VALUE 1.
           05  WS-REASON-CODE          PIC X(4) VALUE SPACES.
           05  WS-REASON-FIELD         PIC X(10) VALUE SPACES.
           05  WS-REASON-VALUE         PIC X(18) VALUE SPACES.
           05  WS-REASON-SOURCE        PIC X(1) VALUE SPACE.
               88  REJECTING-FROM-HOLD VALUE 'H'.
               88  REJECTING-FROM-WAREHOUSE
                                       VALUE 'W'.
      * entries 1-13 are the built-in reasons; the codes the edit
      * rule cards raise are added behind them as the deck is loaded
       01  WS-REASON-TABLE.
           05  WS-RSN-SUB              PIC 9(2) VALUE 1.
           05  WS-RSN-USED             PIC 9(2) VALUE 13.
           05  WS-RSN-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-RSN-ENTRY occurs 33 times.
               10  WS-RSN-CODE         PIC X(4).
               10  WS-RSN-DESC         PIC X(18).
               10  WS-RSN-COUNT        PIC 9(9).
               10  WS-RSN-PRIOR-COUNT  PIC 9(9).
      * per-region reject tallies for the morning summary - entries
      * 1-3 are regions R1/R2/R3, entry 4 collects the recycle
      * region and anything unstamped. suspected duplicates are
      * counted in the region's rejects and again on their own
       01  WS-REGION-TABLE.
           05  WS-REG-TBL-SUB          PIC 9(1) VALUE 1.
           05  WS-REG-TBL-ENTRY occurs 4 times.
               10  WS-REG-TBL-DESC     PIC X(10).
               10  WS-REG-TBL-COUNT    PIC 9(9).
               10  WS-REG-TBL-AMOUNT   PIC 9(11)V99.
               10  WS-REG-TBL-DUP-COUNT
                                       PIC 9(9).
               10  WS-REG-TBL-DUP-AMOUNT
                                       PIC 9(11)V99.
       01  WS-WORST-KEY-TABLE.
           05  WS-WORST-SUB            PIC 9(1) VALUE 1.
           05  WS-WORST-MIN-SUB        PIC 9(1) VALUE 1.
               10  WS-WORST-AMOUNT     PIC 9(11)V99.
               10  WS-WORST-CODE       PIC X(4).
       01  WS-RESTART-KEY              PIC 9(6) VALUE ZERO.
       01  WS-RESTART-REPLAY-SW        PIC X(1) VALUE 'N'.
           88  RESTART-REPLAY          VALUE 'Y'.
       01  WS-OLD-CKPT-EOF-SW          PIC X(1) VALUE 'N'.
           88  END-OF-OLD-CHKPT        VALUE 'Y'.
       01  WS-DD-FICHIER-STATUS        PIC X(2) VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(2) VALUE '00'.
           88  MASTER-OK               VALUE '00'.
           88  MASTER-NOT-FOUND        VALUE '23'.
       01  WS-MASTER-EDIT-SW           PIC X(1) VALUE 'Y'.
           88  MASTER-EDIT-PASSED      VALUE 'Y'.
           88  MASTER-EDIT-FAILED      VALUE 'N'.
      * high-value hold - a detail whose base amount is over the
      * lowest threshold card that applies to it is parked on the
      * held file instead of posting. last night's held file is
      * read back after the input: a supervisor's release posts
      * the item under the business date it arrived for, a refusal
      * rejects it E010, and anything undecided carries forward
       01  WS-HOLD-THRESHOLD-STATUS    PIC X(2) VALUE '00'.
           88  HOLD-THRESHOLD-OK       VALUE '00'.
           88  HOLD-THRESHOLD-EOF      VALUE '10'.
           88  HOLD-THRESHOLD-NOT-FOUND VALUE '35'.
       01  WS-HOLD-DECISION-STATUS     PIC X(2) VALUE '00'.
           88  HOLD-DECISION-OK        VALUE '00'.
           88  HOLD-DECISION-EOF       VALUE '10'.
           88  HOLD-DECISION-NOT-FOUND VALUE '35'.
       01  WS-OLD-HELD-STATUS          PIC X(2) VALUE '00'.
           88  OLD-HELD-OK             VALUE '00'.
           88  OLD-HELD-EOF            VALUE '10'.
           88  OLD-HELD-NOT-FOUND      VALUE '35'.
       01  WS-NEW-HELD-STATUS          PIC X(2) VALUE '00'.
           88  NEW-HELD-OK             VALUE '00'.
       01  WS-HOLD-CONTROLS.
           05  WS-HVT-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-HOLD-THRESHOLDS VALUE 'Y'.
           05  WS-HDC-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-HOLD-DECISIONS VALUE 'Y'.
           05  WS-OHD-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-OLD-HELD     VALUE 'Y'.
           05  WS-HOLD-APPLIES-SW      PIC X(1) VALUE 'N'.
               88  HOLD-THRESHOLD-APPLIES VALUE 'Y'.
           05  WS-DECISION-FOUND-SW    PIC X(1) VALUE 'N'.
               88  HOLD-DECISION-FOUND VALUE 'Y'.
           05  WS-HOLD-THRESHOLD       PIC 9(9)V99 VALUE ZERO.
           05  WS-NIGHT-OPERATOR-ID    PIC X(8) VALUE SPACES.
      * future-dated details - a detail whose effective date is
      * after the business date it arrives for is parked on the
      * warehouse file instead of posting. last night's warehouse
      * is read back after the input: an item whose effective date
      * the calendar has reached posts tonight, the rest carry
      * forward. the keys are loaded before the input so an 'X'
      * cancellation can take a warehoused item back out
       01  WS-OLD-WAREHOUSE-STATUS     PIC X(2) VALUE '00'.
           88  OLD-WAREHOUSE-OK        VALUE '00'.
           88  OLD-WAREHOUSE-EOF       VALUE '10'.
           88  OLD-WAREHOUSE-NOT-FOUND VALUE '35'.
       01  WS-NEW-WAREHOUSE-STATUS     PIC X(2) VALUE '00'.
           88  NEW-WAREHOUSE-OK        VALUE '00'.
       01  WS-WAREHOUSE-CONTROLS.
           05  WS-OWH-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-OLD-WAREHOUSE VALUE 'Y'.
           05  WS-EFFECTIVE-DATE-SW    PIC X(1) VALUE 'N'.
               88  EFFECTIVE-NOW       VALUE 'N'.
               88  EFFECTIVE-FUTURE    VALUE 'F'.
               88  EFFECTIVE-DATE-BAD  VALUE 'B'.
           05  WS-WHK-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WAREHOUSED-KEY-FOUND VALUE 'Y'.
           05  WS-INTAKE-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01  WS-WAREHOUSE-STATISTICS.
           05  WS-STAT-WAREHOUSED      PIC 9(9) VALUE ZERO.
           05  WS-STAT-WAREHOUSED-AMOUNT
                                       PIC S9(11)V99 VALUE ZERO.
           05  WS-STAT-WHS-RELEASED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-WHS-RELEASED-AMOUNT
                                       PIC S9(11)V99 VALUE ZERO.
           05  WS-STAT-WHS-CANCELLED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-WHS-CARRIED     PIC 9(9) VALUE ZERO.
       01  WS-WAREHOUSE-KEY-TABLE.
           05  WS-WHK-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-WHK-SUB              PIC 9(5) VALUE ZERO.
           05  WS-WHK-READ             PIC 9(5) VALUE ZERO.
           05  WS-WHK-ENTRY occurs 5000 times.
               10  WS-WHK-KEY          PIC 9(6).
               10  WS-WHK-CANCEL-SW    PIC X(1).
                   88  WS-WHK-CANCELLED VALUE 'Y'.
      * suspected duplicates - a detail whose key already posted the
      * same base amount inside the card's window of business days
      * is rejected E012 for review instead of posting twice. the
      * window opens on the business date that many business days
      * before tonight's, counted off the processing calendar as it
      * is read - a ring of the most recent business dates, whose
      * oldest entry is the opening date once tonight's row is found
       01  WS-DUPLICATE-CARD-STATUS    PIC X(2) VALUE '00'.
           88  DUPLICATE-CARD-OK       VALUE '00'.
           88  DUPLICATE-CARD-NOT-FOUND VALUE '35'.
       01  WS-DUPLICATE-CONTROLS.
           05  WS-DUP-WINDOW-DAYS      PIC 9(2) VALUE ZERO.
           05  WS-DUP-WINDOW-START     PIC 9(8) VALUE ZERO.
           05  WS-DUP-SUSPECT-SW       PIC X(1) VALUE 'N'.
               88  DUPLICATE-SUSPECTED VALUE 'Y'.
           05  WS-DUP-POSTED-TIMESTAMP.
               10  WS-DUP-POSTED-DATE  PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-POSTED-TIME  PIC 9(6).
       01  WS-DUP-BUSINESS-DATES.
           05  WS-DBD-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-DBD-NEXT             PIC 9(2) VALUE 1.
           05  WS-DBD-DATE             PIC 9(8) occurs 99 times.
      * business edit rules - data control's deck, tested in deck
      * order on every detail the built-in edits pass. the first
      * rule failed rejects the detail under the rule's reason code,
      * whose reason-table entry WS-ERL-RSN-SLOT points at
       01  WS-EDIT-RULE-STATUS         PIC X(2) VALUE '00'.
           88  EDIT-RULE-OK            VALUE '00'.
           88  EDIT-RULE-EOF           VALUE '10'.
           88  EDIT-RULE-NOT-FOUND     VALUE '35'.
       01  WS-EDIT-RULE-CONTROLS.
           05  WS-ERL-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-EDIT-RULES   VALUE 'Y'.
           05  WS-ERL-CARD-SW          PIC X(1) VALUE 'Y'.
               88  EDIT-RULE-CARD-GOOD VALUE 'Y'.
           05  WS-ERL-FAILED-SW        PIC X(1) VALUE 'N'.
               88  EDIT-RULE-FAILED    VALUE 'Y'.
           05  WS-ERL-LISTED-SW        PIC X(1) VALUE 'N'.
               88  RULE-ENTRY-LISTED   VALUE 'Y'.
           05  WS-ERL-FAILED-SUB       PIC 9(2) VALUE ZERO.
           05  WS-ERL-LIST-SUB         PIC 9(2) VALUE ZERO.
           05  WS-ERL-FIELD-VALUE      PIC X(3) VALUE SPACES.
           05  WS-STAT-RULES-REJECTED  PIC 9(9) VALUE ZERO.
       01  WS-EDIT-RULE-TABLE.
           05  WS-ERL-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-ERL-SUB              PIC 9(2) VALUE ZERO.
           05  WS-ERL-ENTRY occurs 50 times.
               10  WS-ERL-RSN-SLOT     PIC 9(2).
               10  WS-ERL-FIELD-NAME   PIC X(10).
               10  WS-ERL-CONDITION    PIC X(1).
               10  WS-ERL-SCOPE-REGION PIC X(2).
               10  WS-ERL-SCOPE-STATUS PIC X(1).
               10  WS-ERL-VALUE        PIC X(3) occurs 8 times.
               10  WS-ERL-REGION       PIC X(2) occurs 9 times.
               10  WS-ERL-MIN-AMOUNT   PIC 9(7)V99.
               10  WS-ERL-MAX-AMOUNT   PIC 9(7)V99.
       01  WS-HOLD-STATISTICS.
           05  WS-STAT-HELD            PIC 9(9) VALUE ZERO.
           05  WS-STAT-HELD-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  WS-STAT-RELEASED        PIC 9(9) VALUE ZERO.
           05  WS-STAT-RELEASED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-STAT-REFUSED         PIC 9(9) VALUE ZERO.
           05  WS-STAT-HELD-CARRIED    PIC 9(9) VALUE ZERO.
       01  WS-HOLD-THRESHOLD-TABLE.
           05  WS-HVT-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-HVT-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HVT-ENTRY occurs 50 times.
               10  WS-HVT-SCOPE        PIC X(1).
               10  WS-HVT-REGION-ID    PIC X(2).
               10  WS-HVT-CURRENCY     PIC X(3).
               10  WS-HVT-LIMIT        PIC 9(9)V99.
       01  WS-HOLD-DECISION-TABLE.
           05  WS-HDC-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-HDC-SUB              PIC 9(3) VALUE ZERO.
           05  WS-HDC-ENTRY occurs 500 times.
               10  WS-HDC-HOLD-KEY.
                   15  WS-HDC-KEY      PIC 9(6).
                   15  WS-HDC-DATE     PIC 9(8).
               10  WS-HDC-ACTION       PIC X(1).
                   88  WS-HDC-RELEASE  VALUE 'R'.
                   88  WS-HDC-REFUSE   VALUE 'F'.
               10  WS-HDC-SUPERVISOR   PIC X(8).
               10  WS-HDC-USED-SW      PIC X(1).
                   88  WS-HDC-USED     VALUE 'Y'.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-XR-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE ' AMT '.
           05  WS-XR-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE ' DUP'.
           05  WS-XR-DUP-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE ' AMT '.
           05  WS-XR-DUP-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  APARM       PIC X(10).
       PROCEDURE DIVISION using APARM.
           perform PRINT-REPORT-HEADER
           perform INITIALIZE-REASON-TABLE
           move APARM to WS-RUN-MODE
           if RUN-MODE-PARALLEL
               set PARALLEL-SHADOW-RUN to true
           end-if
           perform LOAD-DUPLICATE-WINDOW
           perform READ-PROCESSING-CALENDAR
           perform SET-DUPLICATE-WINDOW
           perform DERIVE-RUN-MODE
           perform LOAD-CURRENCY-RATES
           perform LOAD-HOLD-THRESHOLDS
           perform LOAD-EDIT-RULES
           perform READ-NIGHT-OPERATOR
           perform VALIDATE-INPUT-HEADER
           if WS-HEADER-RUN-DATE > zero
               move WS-HEADER-RUN-DATE to WS-INTAKE-BUSINESS-DATE
           else
               move WS-EXPECTED-BUSINESS-DATE
                 to WS-INTAKE-BUSINESS-DATE
           end-if
           if PARALLEL-SHADOW-RUN
               perform READ-PRODUCTION-REGISTRY
           else
               perform ROLL-RUN-REGISTRY
           end-if
           perform LOAD-WAREHOUSE-KEYS
      * edit, master match and posting run in ONE pass over the
      * input - the master is keyed, so a match is a random read
      * instead of the old synchronized two-file walk, and the
           end-if
           perform OPEN-AUDIT-HISTORY
           open output EXCEPTION-FICHIER
           if not PARALLEL-SHADOW-RUN
               open output CHKPT-FICHIER
           end-if
           open output AUDIT-FICHIER
           open output EXTRACT-FICHIER
           open output NEW-HELD-FICHIER
           if not NEW-HELD-OK
               perform HELD-FICHIER-ERROR
           end-if
           open output NEW-WAREHOUSE-FICHIER
           if not NEW-WAREHOUSE-OK
               perform WAREHOUSE-FICHIER-ERROR
           end-if
           evaluate true
               when RUN-MODE-MONTHLY
                   perform PROCESS-MONTHLY-RUN
               when other
                   perform PROCESS-DAILY-RUN
           end-evaluate
           perform PROCESS-HELD-ITEMS
           perform PROCESS-WAREHOUSE-ITEMS
      * released holds and warehouse items post tonight too, so the
      * month's figures wait for both passes
           if RUN-MODE-MONTHLY
               perform PRINT-MONTH-END-SUMMARY
           end-if
           close DD-FICHIER
           if not DD-FICHIER-OK
               perform DD-FICHIER-ERROR
               close AUDIT-HISTORY
           end-if
           close EXCEPTION-FICHIER
           if not PARALLEL-SHADOW-RUN
               close CHKPT-FICHIER
           end-if
           close AUDIT-FICHIER
           close EXTRACT-FICHIER
           close NEW-HELD-FICHIER
           close NEW-WAREHOUSE-FICHIER
           perform RECONCILE-TOTALS
           perform END-OF-RUN.
       READ-PROCESSING-CALENDAR.
                       set TONIGHT-IS-BUSINESS-DAY to true
                   end-if
               else
                   if CAL-DATE-X is numeric
                       and CAL-BUSINESS-DAY
                       and CAL-DATE < WS-RUN-DATE-NUM
                       perform NOTE-PRIOR-BUSINESS-DATE
                   end-if
                   perform READ-CALENDAR-RECORD
               end-if
           end-perform
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
      * a supplemental cycle adds to a business day the main cycle
      * already ran, so it is refused on any other day exactly as
      * the calendar-driven cycle is, and so is a parallel run,
      * which replays a night the calendar-driven cycle ran
           if not TONIGHT-IS-BUSINESS-DAY
               if RUN-MODE-FROM-CALENDAR or RUN-MODE-SUPPLEMENTAL
                   or RUN-MODE-PARALLEL
                   display "MYPROG - " WS-RUN-DATE-NUM
                       " IS NOT A BUSINESS DAY - RUN REFUSED"
                   move 8 to WS-FINAL-RETURN-CODE
               perform CALENDAR-ERROR
           end-if
           .
       NOTE-PRIOR-BUSINESS-DATE.
           if WS-DUP-WINDOW-DAYS > zero
               move CAL-DATE to WS-DBD-DATE (WS-DBD-NEXT)
               add 1 to WS-DBD-COUNT
               if WS-DBD-NEXT >= WS-DUP-WINDOW-DAYS
                   move 1 to WS-DBD-NEXT
               else
                   add 1 to WS-DBD-NEXT
               end-if
           end-if
           .
       LOAD-DUPLICATE-WINDOW.
      * no card, or a zero window, and no detail is checked. a card
      * that cannot be read as a window is the same, with a warning
           open input DUPLICATE-CARD
           if DUPLICATE-CARD-NOT-FOUND
               display "MYPROG - NO DUPLICATE WINDOW CARD - DETAILS "
                   "WILL NOT BE CHECKED FOR DUPLICATES"
           else
               if not DUPLICATE-CARD-OK
                   perform DUPLICATE-CARD-ERROR
               end-if
               read DUPLICATE-CARD
                   at end
                       display "MYPROG - DUPLICATE WINDOW CARD FILE "
                           "EMPTY - NO DUPLICATE CHECK"
                   not at end
                       if DUP-WINDOW-DAYS-X is numeric
                           move DUP-WINDOW-DAYS to WS-DUP-WINDOW-DAYS
                       else
                           display "MYPROG - BAD DUPLICATE WINDOW "
                               "CARD '" DUP-WINDOW-DAYS-X "' IGNORED"
                           move 4 to WS-FINAL-RETURN-CODE
                       end-if
               end-read
               close DUPLICATE-CARD
           end-if
           .
       SET-DUPLICATE-WINDOW.
      * a calendar that does not reach back a full window (the first
      * days of a newly built year) opens it on the earliest business
      * date it does hold, and says so
           if WS-DUP-WINDOW-DAYS > zero
               evaluate true
                   when WS-DBD-COUNT >= WS-DUP-WINDOW-DAYS
                       move WS-DBD-DATE (WS-DBD-NEXT)
                         to WS-DUP-WINDOW-START
                   when WS-DBD-COUNT > zero
                       move WS-DBD-DATE (1) to WS-DUP-WINDOW-START
                       display "MYPROG - WARNING - CALENDAR HOLDS ONLY "
                           WS-DBD-COUNT " BUSINESS DAYS BEFORE "
                           "TONIGHT - DUPLICATE WINDOW SHORTENED"
                   when other
                       move WS-EXPECTED-BUSINESS-DATE
                         to WS-DUP-WINDOW-START
                       display "MYPROG - WARNING - NO EARLIER BUSINESS "
                           "DAY ON CALENDAR - DUPLICATE WINDOW IS "
                           "TONIGHT'S DATE ONLY"
               end-evaluate
               display "MYPROG - DUPLICATE WINDOW " WS-DUP-WINDOW-DAYS
                   " BUSINESS DAYS - POSTINGS FROM "
                   WS-DUP-WINDOW-START
           end-if
           .
       DUPLICATE-CARD-ERROR.
           display "MYPROG - DUPLICATE-CARD I/O ERROR - STATUS = "
               WS-DUPLICATE-CARD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       LOAD-CURRENCY-RATES.
      * only the business date's rows are loaded - a rate from any
      * other date is no rate at all, which is what makes a stale
               set BASE-AMOUNT-OVERFLOWED to true
           end-if
           .
       LOAD-HOLD-THRESHOLDS.
      * the high-value threshold cards - no deck means no holds, so
      * a missing file only warns. a card that cannot be read as a
      * threshold is dropped with a warning rather than guessed at
           open input HOLD-THRESHOLD-FICHIER
           if HOLD-THRESHOLD-NOT-FOUND
               display "MYPROG - NO HOLD THRESHOLD CARDS - NO DETAIL "
                   "WILL BE HELD FOR REVIEW"
               set END-OF-HOLD-THRESHOLDS to true
           else
               if not HOLD-THRESHOLD-OK
                   perform HOLD-THRESHOLD-ERROR
               end-if
               perform READ-HOLD-THRESHOLD-CARD
           end-if
           perform until END-OF-HOLD-THRESHOLDS
               evaluate true
                   when not HVT-VALID-SCOPE
                       or HVT-THRESHOLD-X is not numeric
                       or (HVT-BY-REGION and HVT-REGION-ID = spaces)
                       display "MYPROG - BAD HOLD THRESHOLD CARD '"
                           HOLD-THRESHOLD-CARD-RECORD (1:17)
                           "' IGNORED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when WS-HVT-COUNT >= 50
                       display "MYPROG - HOLD THRESHOLD TABLE FULL - "
                           "CARD '" HOLD-THRESHOLD-CARD-RECORD (1:17)
                           "' DROPPED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when other
                       add 1 to WS-HVT-COUNT
                       move HVT-SCOPE to WS-HVT-SCOPE (WS-HVT-COUNT)
                       move HVT-REGION-ID
                         to WS-HVT-REGION-ID (WS-HVT-COUNT)
                       move HVT-CURRENCY-CODE
                         to WS-HVT-CURRENCY (WS-HVT-COUNT)
                       move HVT-THRESHOLD
                         to WS-HVT-LIMIT (WS-HVT-COUNT)
               end-evaluate
               perform READ-HOLD-THRESHOLD-CARD
           end-perform
           if not HOLD-THRESHOLD-NOT-FOUND
               close HOLD-THRESHOLD-FICHIER
           end-if
           .
       READ-HOLD-THRESHOLD-CARD.
           read HOLD-THRESHOLD-FICHIER
               at end set END-OF-HOLD-THRESHOLDS to true
           end-read
           if not HOLD-THRESHOLD-OK and not HOLD-THRESHOLD-EOF
               perform HOLD-THRESHOLD-ERROR
           end-if
           .
       HOLD-THRESHOLD-ERROR.
           display "MYPROG - HOLD-THRESHOLD I/O ERROR - STATUS = "
               WS-HOLD-THRESHOLD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       LOAD-EDIT-RULES.
      * data control's edit rule deck - no deck means the built-in
      * edits alone, exactly as before. a card that cannot be read
      * as a rule is dropped with a warning rather than guessed at,
      * and so is one that would raise a built-in reason code
           open input EDIT-RULE-FICHIER
           if EDIT-RULE-NOT-FOUND
               display "MYPROG - NO EDIT RULE CARDS - BUILT-IN EDITS "
                   "ONLY"
               set END-OF-EDIT-RULES to true
           else
               if not EDIT-RULE-OK
                   perform EDIT-RULE-ERROR
               end-if
               perform READ-EDIT-RULE-CARD
           end-if
           perform until END-OF-EDIT-RULES
               if EDIT-RULE-CARD-RECORD not = spaces
                   perform VALIDATE-EDIT-RULE-CARD
                   if EDIT-RULE-CARD-GOOD
                       perform ADD-EDIT-RULE
                   else
                       display "MYPROG - BAD EDIT RULE CARD '"
                           EDIT-RULE-CARD-RECORD (1:15) "' IGNORED"
                       move 4 to WS-FINAL-RETURN-CODE
                   end-if
               end-if
               perform READ-EDIT-RULE-CARD
           end-perform
           if not EDIT-RULE-NOT-FOUND
               close EDIT-RULE-FICHIER
           end-if
           if WS-ERL-COUNT > zero
               display "MYPROG - " WS-ERL-COUNT " EDIT RULES LOADED"
           end-if
           .
       READ-EDIT-RULE-CARD.
           read EDIT-RULE-FICHIER
               at end set END-OF-EDIT-RULES to true
           end-read
           if not EDIT-RULE-OK and not EDIT-RULE-EOF
               perform EDIT-RULE-ERROR
           end-if
           .
       VALIDATE-EDIT-RULE-CARD.
           set EDIT-RULE-CARD-GOOD to true
           evaluate true
               when ERL-REASON-CODE = spaces
                   or not ERL-VALID-FIELD
                   or not ERL-VALID-CONDITION
                   move 'N' to WS-ERL-CARD-SW
               when ERL-AMOUNT-RANGE
                   if not ERL-FIELD-AMOUNT
                       or ERL-MIN-AMOUNT-X is not numeric
                       or ERL-MAX-AMOUNT-X is not numeric
                       move 'N' to WS-ERL-CARD-SW
                   else
                       if ERL-MAX-AMOUNT > zero
                           and ERL-MIN-AMOUNT > ERL-MAX-AMOUNT
                           move 'N' to WS-ERL-CARD-SW
                       end-if
                   end-if
               when other
                   if ERL-FIELD-AMOUNT
                       or ERL-VALUE-LIST = spaces
                       or (ERL-REGION-RESTRICTED
                           and ERL-REGION-LIST = spaces)
                       move 'N' to WS-ERL-CARD-SW
                   end-if
           end-evaluate
           .
       ADD-EDIT-RULE.
      * the rule's code gets a reason-table entry of its own the
      * first time a card names it
           move zero to WS-RSN-FOUND-SUB
           perform MATCH-REASON-CODE
               varying WS-RSN-SUB from 1 by 1
               until WS-RSN-SUB > WS-RSN-USED
               or WS-RSN-FOUND-SUB > zero
           evaluate true
               when WS-RSN-FOUND-SUB > zero
                   and WS-RSN-FOUND-SUB <= 13
                   display "MYPROG - EDIT RULE CARD '"
                       EDIT-RULE-CARD-RECORD (1:15)
                       "' IGNORED - BUILT-IN REASON CODE"
                   move 4 to WS-FINAL-RETURN-CODE
               when WS-ERL-COUNT >= 50
                   display "MYPROG - EDIT RULE TABLE FULL - CARD '"
                       EDIT-RULE-CARD-RECORD (1:15) "' DROPPED"
                   move 4 to WS-FINAL-RETURN-CODE
               when WS-RSN-FOUND-SUB = zero
                   and WS-RSN-USED >= 33
                   display "MYPROG - EDIT RULE CODES FULL - CARD '"
                       EDIT-RULE-CARD-RECORD (1:15) "' DROPPED"
                   move 4 to WS-FINAL-RETURN-CODE
               when other
                   if WS-RSN-FOUND-SUB = zero
                       add 1 to WS-RSN-USED
                       move WS-RSN-USED to WS-RSN-FOUND-SUB
                       move ERL-REASON-CODE
                         to WS-RSN-CODE (WS-RSN-FOUND-SUB)
                       if ERL-DESCRIPTION = spaces
                           move 'EDIT RULE'
                             to WS-RSN-DESC (WS-RSN-FOUND-SUB)
                       else
                           move ERL-DESCRIPTION
                             to WS-RSN-DESC (WS-RSN-FOUND-SUB)
                       end-if
                   end-if
                   add 1 to WS-ERL-COUNT
                   move WS-RSN-FOUND-SUB
                     to WS-ERL-RSN-SLOT (WS-ERL-COUNT)
                   move ERL-FIELD-NAME
                     to WS-ERL-FIELD-NAME (WS-ERL-COUNT)
                   move ERL-CONDITION
                     to WS-ERL-CONDITION (WS-ERL-COUNT)
                   move ERL-SCOPE-REGION
                     to WS-ERL-SCOPE-REGION (WS-ERL-COUNT)
                   move ERL-SCOPE-STATUS
                     to WS-ERL-SCOPE-STATUS (WS-ERL-COUNT)
                   perform COPY-EDIT-RULE-VALUE
                       varying WS-ERL-LIST-SUB from 1 by 1
                       until WS-ERL-LIST-SUB > 8
                   if ERL-AMOUNT-RANGE
                       move ERL-MIN-AMOUNT
                         to WS-ERL-MIN-AMOUNT (WS-ERL-COUNT)
                       move ERL-MAX-AMOUNT
                         to WS-ERL-MAX-AMOUNT (WS-ERL-COUNT)
                   else
                       move zero to WS-ERL-MIN-AMOUNT (WS-ERL-COUNT)
                       move zero to WS-ERL-MAX-AMOUNT (WS-ERL-COUNT)
                       perform COPY-EDIT-RULE-REGION
                           varying WS-ERL-LIST-SUB from 1 by 1
                           until WS-ERL-LIST-SUB > 9
                   end-if
           end-evaluate
           .
       MATCH-REASON-CODE.
           if WS-RSN-CODE (WS-RSN-SUB) = ERL-REASON-CODE
               move WS-RSN-SUB to WS-RSN-FOUND-SUB
           end-if
           .
       COPY-EDIT-RULE-VALUE.
           move ERL-VALUE (WS-ERL-LIST-SUB)
             to WS-ERL-VALUE (WS-ERL-COUNT, WS-ERL-LIST-SUB)
           .
       COPY-EDIT-RULE-REGION.
           move ERL-REGION (WS-ERL-LIST-SUB)
             to WS-ERL-REGION (WS-ERL-COUNT, WS-ERL-LIST-SUB)
           .
       EDIT-RULE-ERROR.
           display "MYPROG - EDIT-RULE I/O ERROR - STATUS = "
               WS-EDIT-RULE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       APPLY-EDIT-RULES.
      * only a detail the built-in edits will pass is tested - one
      * that fails them rejects under its built-in reason. the rules
      * come before the master edits and the posting decisions, so
      * a rule-rejected detail is neither held nor warehoused
           move 'N' to WS-ERL-FAILED-SW
           move zero to WS-ERL-FAILED-SUB
           if WS-ERL-COUNT > zero
               and DDF-KEY-X is numeric
               and DDF-AMOUNT-X is numeric
               and CURRENCY-RATE-KNOWN
               and not EFFECTIVE-DATE-BAD
               perform COMPUTE-BASE-AMOUNT
               if not BASE-AMOUNT-OVERFLOWED
                   perform TEST-EDIT-RULE
                       varying WS-ERL-SUB from 1 by 1
                       until WS-ERL-SUB > WS-ERL-COUNT
                       or EDIT-RULE-FAILED
               end-if
           end-if
           .
       TEST-EDIT-RULE.
           if (WS-ERL-SCOPE-REGION (WS-ERL-SUB) = spaces
               or WS-ERL-SCOPE-REGION (WS-ERL-SUB) = DDF-REGION-ID)
               and (WS-ERL-SCOPE-STATUS (WS-ERL-SUB) = space
               or WS-ERL-SCOPE-STATUS (WS-ERL-SUB) = DDF-STATUS)
               evaluate WS-ERL-FIELD-NAME (WS-ERL-SUB)
                   when 'DDF-STATUS'
                       move DDF-STATUS to WS-ERL-FIELD-VALUE
                   when 'DDF-REGION'
                       move DDF-REGION-ID to WS-ERL-FIELD-VALUE
                   when other
                       move DDF-CURRENCY-CODE to WS-ERL-FIELD-VALUE
               end-evaluate
               evaluate WS-ERL-CONDITION (WS-ERL-SUB)
                   when 'A'
                       if WS-BASE-AMOUNT
                           < WS-ERL-MIN-AMOUNT (WS-ERL-SUB)
                           or (WS-ERL-MAX-AMOUNT (WS-ERL-SUB) > zero
                           and WS-BASE-AMOUNT
                               > WS-ERL-MAX-AMOUNT (WS-ERL-SUB))
                           perform NOTE-EDIT-RULE-FAILURE
                       end-if
                   when 'V'
                       if WS-ERL-FIELD-NAME (WS-ERL-SUB) = 'DDF-CURRCD'
                           and DDF-CURRENCY-CODE = spaces
                           continue
                       else
                           perform FIND-EDIT-RULE-VALUE
                           if not RULE-ENTRY-LISTED
                               perform NOTE-EDIT-RULE-FAILURE
                           end-if
                       end-if
                   when other
                       perform FIND-EDIT-RULE-VALUE
                       if RULE-ENTRY-LISTED
                           perform FIND-EDIT-RULE-REGION
                           if not RULE-ENTRY-LISTED
                               perform NOTE-EDIT-RULE-FAILURE
                           end-if
                       end-if
               end-evaluate
           end-if
           .
       FIND-EDIT-RULE-VALUE.
      * blank slots on the card are unused, never a value
           move 'N' to WS-ERL-LISTED-SW
           perform MATCH-EDIT-RULE-VALUE
               varying WS-ERL-LIST-SUB from 1 by 1
               until WS-ERL-LIST-SUB > 8
               or RULE-ENTRY-LISTED
           .
       MATCH-EDIT-RULE-VALUE.
           if WS-ERL-VALUE (WS-ERL-SUB, WS-ERL-LIST-SUB) not = spaces
               and WS-ERL-VALUE (WS-ERL-SUB, WS-ERL-LIST-SUB)
                   = WS-ERL-FIELD-VALUE
               set RULE-ENTRY-LISTED to true
           end-if
           .
       FIND-EDIT-RULE-REGION.
           move 'N' to WS-ERL-LISTED-SW
           perform MATCH-EDIT-RULE-REGION
               varying WS-ERL-LIST-SUB from 1 by 1
               until WS-ERL-LIST-SUB > 9
               or RULE-ENTRY-LISTED
           .
       MATCH-EDIT-RULE-REGION.
           if WS-ERL-REGION (WS-ERL-SUB, WS-ERL-LIST-SUB) not = spaces
               and WS-ERL-REGION (WS-ERL-SUB, WS-ERL-LIST-SUB)
                   = DDF-REGION-ID
               set RULE-ENTRY-LISTED to true
           end-if
           .
       NOTE-EDIT-RULE-FAILURE.
           set EDIT-RULE-FAILED to true
           move WS-ERL-SUB to WS-ERL-FAILED-SUB
           .
       REJECT-EDIT-RULE.
      * rejected under the rule's own code, onto the exception file
      * for the office to repair like any other reject - the field
      * the rule tested and the value that failed it go with it
           move WS-ERL-RSN-SLOT (WS-ERL-FAILED-SUB) to WS-REASON-SUB
           move spaces to EXC-REASON
           move 'EDIT RULE' to EXC-REASON (1:9)
           move WS-RSN-DESC (WS-REASON-SUB) to EXC-REASON (11:18)
           move WS-RSN-CODE (WS-REASON-SUB) to WS-REASON-CODE
           move WS-ERL-FIELD-NAME (WS-ERL-FAILED-SUB)
             to WS-REASON-FIELD
           if WS-ERL-CONDITION (WS-ERL-FAILED-SUB) = 'A'
               move DDF-AMOUNT-X to WS-REASON-VALUE
           else
               move WS-ERL-FIELD-VALUE to WS-REASON-VALUE
           end-if
           perform REJECT-INPUT-RECORD
           add 1 to WS-STAT-RULES-REJECTED
           .
       READ-NIGHT-OPERATOR.
      * the operator who keyed tonight's control card is stamped on
      * every item held tonight - the supervisor who releases or
      * refuses it must be somebody else
           open input CONTROL-CARD
           read CONTROL-CARD
               at end move spaces to WS-NIGHT-OPERATOR-ID
               not at end move CTL-OPERATOR-ID to WS-NIGHT-OPERATOR-ID
           end-read
           close CONTROL-CARD
           if WS-NIGHT-OPERATOR-ID = spaces
               display "MYPROG - WARNING - NO OPERATOR ON CONTROL "
                   "CARD - TONIGHT'S HOLDS CARRY NO OPERATOR"
           end-if
           .
       FIND-HOLD-THRESHOLD.
      * the lowest threshold of every card that applies to this
      * detail - by its region, by its currency, or to all details
           move 'N' to WS-HOLD-APPLIES-SW
           move zero to WS-HOLD-THRESHOLD
           perform CHECK-HOLD-THRESHOLD-ENTRY
               varying WS-HVT-SUB from 1 by 1
               until WS-HVT-SUB > WS-HVT-COUNT
           .
       CHECK-HOLD-THRESHOLD-ENTRY.
           if WS-HVT-SCOPE (WS-HVT-SUB) = 'A'
               or (WS-HVT-SCOPE (WS-HVT-SUB) = 'R'
                   and WS-HVT-REGION-ID (WS-HVT-SUB) = DDF-REGION-ID)
               or (WS-HVT-SCOPE (WS-HVT-SUB) = 'C'
                   and WS-HVT-CURRENCY (WS-HVT-SUB)
                       = DDF-CURRENCY-CODE)
               if not HOLD-THRESHOLD-APPLIES
                   or WS-HVT-LIMIT (WS-HVT-SUB) < WS-HOLD-THRESHOLD
                   set HOLD-THRESHOLD-APPLIES to true
                   move WS-HVT-LIMIT (WS-HVT-SUB) to WS-HOLD-THRESHOLD
               end-if
           end-if
           .
       DERIVE-RUN-MODE.
      * SUPPLEMENTAL is a scheduled mode, not an override - the late
      * region's cycle is submitted by its own job with that PARM.
      * PARALLEL takes daily or monthly from the calendar exactly
      * as production did, so both sides ran the same cycle
           evaluate true
               when RUN-MODE-PARALLEL
                   if TONIGHT-IS-MONTH-END
                       set RUN-MODE-MONTHLY to true
                   else
                       set RUN-MODE-DAILY to true
                   end-if
                   display "MYPROG - PARALLEL SHADOW RUN - MODE "
                       WS-RUN-MODE " DERIVED FROM PROCESSING CALENDAR"
               when RUN-MODE-FROM-CALENDAR
                   if TONIGHT-IS-MONTH-END
                       set RUN-MODE-MONTHLY to true
                   else
                       set RUN-MODE-DAILY to true
                   end-if
                   display "MYPROG - RUN MODE " WS-RUN-MODE
                       " DERIVED FROM PROCESSING CALENDAR"
               when RUN-MODE-SUPPLEMENTAL
                   display "MYPROG - RUN MODE " WS-RUN-MODE
                       " - LATE REGION CYCLE FOR BUSINESS DATE "
                       WS-EXPECTED-BUSINESS-DATE
               when other
                   display "MYPROG - WARNING - RUN MODE " WS-RUN-MODE
                       " FORCED BY APARM OVERRIDE"
           end-evaluate
           .
       ROLL-RUN-REGISTRY.
      * carry the registry of completed runs forward and refuse a
      * business date this system has already completed - a RERUN is
      * the deliberate exception. a SUPPLEMENTAL cycle is the other
      * way round: it needs the date's main cycle completed first,
      * and takes the next cycle number for the date
           open output NEW-RUNREG-FICHIER
           if not NEW-RUNREG-OK
               perform RUNREG-ERROR
               if ORG-BUSINESS-DATE = WS-EXPECTED-BUSINESS-DATE
                   and ORG-RETURN-CODE <= 4
                   set DATE-ALREADY-RUN to true
                   perform NOTE-REGISTRY-CYCLE
               end-if
      * a retransmitted input carries the run id and run date of a
      * file this system already consumed - catch it even when the
                           " ALREADY CONSUMED - RUN REFUSED"
                       move 10 to WS-FINAL-RETURN-CODE
                       perform END-OF-RUN
                   when RUN-MODE-SUPPLEMENTAL
                       and not DATE-ALREADY-RUN
                       display "MYPROG - NO COMPLETED MAIN CYCLE FOR "
                           "BUSINESS DATE " WS-EXPECTED-BUSINESS-DATE
                           " - SUPPLEMENTAL REFUSED"
                       move 8 to WS-FINAL-RETURN-CODE
                       perform END-OF-RUN
                   when RUN-MODE-SUPPLEMENTAL
                       compute WS-CYCLE-NUMBER
                           = WS-DATE-LAST-CYCLE + 1
                       display "MYPROG - SUPPLEMENTAL CYCLE "
                           WS-CYCLE-NUMBER " FOR BUSINESS DATE "
                           WS-EXPECTED-BUSINESS-DATE
                   when DATE-ALREADY-RUN
                       display "MYPROG - BUSINESS DATE "
                           WS-EXPECTED-BUSINESS-DATE
               end-evaluate
           end-if
           .
       READ-PRODUCTION-REGISTRY.
      * a parallel run only means something beside a production
      * cycle that completed the business date - find its main
      * cycle row for the date the shadow is replaying and take
      * the clock date it ran on as the audit history cutoff. the
      * registry is read, never written
           open input OLD-RUNREG-FICHIER
           if OLD-RUNREG-NOT-FOUND
               set END-OF-OLD-RUNREG to true
           else
               if not OLD-RUNREG-OK
                   perform RUNREG-ERROR
               end-if
               perform READ-OLD-RUNREG-RECORD
           end-if
           perform until END-OF-OLD-RUNREG
               if ORG-BUSINESS-DATE = WS-EXPECTED-BUSINESS-DATE
                   and ORG-RETURN-CODE <= 4
                   and not PRODUCTION-CYCLE-FOUND
                   perform NOTE-REGISTRY-CYCLE
                   if WS-ORG-CYCLE = 1
                       set PRODUCTION-CYCLE-FOUND to true
                       move ORG-RUN-DATE to WS-HISTORY-CUTOFF-DATE
                   end-if
               end-if
               perform READ-OLD-RUNREG-RECORD
           end-perform
           if not OLD-RUNREG-NOT-FOUND
               close OLD-RUNREG-FICHIER
           end-if
           if not PRODUCTION-CYCLE-FOUND
               display "MYPROG - NO COMPLETED PRODUCTION CYCLE FOR "
                   "BUSINESS DATE " WS-EXPECTED-BUSINESS-DATE
                   " - PARALLEL REFUSED"
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
           display "MYPROG - PARALLEL SHADOW OF BUSINESS DATE "
               WS-EXPECTED-BUSINESS-DATE " - AUDIT HISTORY FROM "
               WS-HISTORY-CUTOFF-DATE " ON IS IGNORED"
           .
       NOTE-REGISTRY-CYCLE.
           if ORG-CYCLE-NUMBER-X is numeric
               and ORG-CYCLE-NUMBER > zero
               move ORG-CYCLE-NUMBER to WS-ORG-CYCLE
           else
               move 1 to WS-ORG-CYCLE
           end-if
           if WS-ORG-CYCLE > WS-DATE-LAST-CYCLE
               move WS-ORG-CYCLE to WS-DATE-LAST-CYCLE
           end-if
           .
       VALIDATE-INPUT-HEADER.
      * look at the input header before anything consumes the file -
      * a wrong business date must be refused before EDIT-INPUT and
           move WS-RUN-DATE-NUM to EXC-FIRST-SEEN-DATE
           set EXC-OPEN to true
           move DDF-REGION-ID to EXC-REGION-ID
           move WS-REASON-SOURCE to EXC-POSTING-SOURCE
           .
       TALLY-REASON.
           move WS-REASON-SUB to WS-RSN-SUB
           move 'NO CURRENCY RATE' to WS-RSN-DESC (6)
           move 'E006' to WS-RSN-CODE (7)
           move 'BASE AMT OVERFLOW ' to WS-RSN-DESC (7)
           move 'E007' to WS-RSN-CODE (8)
           move 'ACCOUNT FROZEN' to WS-RSN-DESC (8)
           move 'E008' to WS-RSN-CODE (9)
           move 'ACCOUNT CLOSED' to WS-RSN-DESC (9)
           move 'E009' to WS-RSN-CODE (10)
           move 'REGION NOT OWNER' to WS-RSN-DESC (10)
           move 'E010' to WS-RSN-CODE (11)
           move 'HELD ITEM REFUSED' to WS-RSN-DESC (11)
           move 'E011' to WS-RSN-CODE (12)
           move 'BAD EFFECTIVE DATE' to WS-RSN-DESC (12)
           move 'E012' to WS-RSN-CODE (13)
           move 'SUSPECT DUPLICATE' to WS-RSN-DESC (13)
           perform CLEAR-REASON-ENTRY
               varying WS-RSN-SUB from 1 by 1
               until WS-RSN-SUB > 33
           perform CLEAR-WORST-ENTRY
               varying WS-WORST-SUB from 1 by 1
               until WS-WORST-SUB > 5
       CLEAR-REGION-ENTRY.
           move zero to WS-REG-TBL-COUNT (WS-REG-TBL-SUB)
           move zero to WS-REG-TBL-AMOUNT (WS-REG-TBL-SUB)
           move zero to WS-REG-TBL-DUP-COUNT (WS-REG-TBL-SUB)
           move zero to WS-REG-TBL-DUP-AMOUNT (WS-REG-TBL-SUB)
           .
       CLEAR-REASON-ENTRY.
           move zero to WS-RSN-COUNT (WS-RSN-SUB)
      * flagged to the exception file and still posts. masters with
      * no detail activity are no longer flagged - with a keyed
      * master that question belongs to the maintenance listing,
      * not to this pass.
      * a master that is found must also be open to this detail - a
      * frozen or closed account, or a detail arriving from a region
      * other than the account's owner, rejects under its own reason
      * and does not post
           set MASTER-EDIT-PASSED to true
           move DDF-KEY to MST-KEY
           read MASTER-FICHIER
               invalid key
                   perform SET-EXCEPTION-CONTROL
                   write EXCEPTION-RECORD
                   perform TALLY-REASON
               not invalid key
                   perform EDIT-MASTER-ACCOUNT
           end-read
           if not MASTER-OK and not MASTER-NOT-FOUND
               perform MASTER-FICHIER-ERROR
           end-if
           .
       EDIT-MASTER-ACCOUNT.
           evaluate true
               when MST-ACCOUNT-CLOSED
                   move 'ACCOUNT CLOSED' to EXC-REASON
                   move 9 to WS-REASON-SUB
                   move 'E008' to WS-REASON-CODE
                   move 'MST-ACCTST' to WS-REASON-FIELD
                   move MST-ACCOUNT-STATUS to WS-REASON-VALUE
                   set MASTER-EDIT-FAILED to true
                   perform REJECT-INPUT-RECORD
               when MST-ACCOUNT-FROZEN
                   move 'ACCOUNT FROZEN' to EXC-REASON
                   move 8 to WS-REASON-SUB
                   move 'E007' to WS-REASON-CODE
                   move 'MST-ACCTST' to WS-REASON-FIELD
                   move MST-ACCOUNT-STATUS to WS-REASON-VALUE
                   set MASTER-EDIT-FAILED to true
                   perform REJECT-INPUT-RECORD
               when MST-OWNING-REGION not = spaces
                   and MST-OWNING-REGION not = DDF-REGION-ID
                   move 'REGION DOES NOT OWN ACCOUNT' to EXC-REASON
                   move 10 to WS-REASON-SUB
                   move 'E009' to WS-REASON-CODE
                   move 'DDF-REGION' to WS-REASON-FIELD
                   move DDF-REGION-ID to WS-REASON-VALUE
                   set MASTER-EDIT-FAILED to true
                   perform REJECT-INPUT-RECORD
           end-evaluate
           .
       MASTER-FICHIER-ERROR.
           display "MYPROG - MASTER-FICHIER I/O ERROR - STATUS = "
               WS-MASTER-STATUS
           .
       PROCESS-MONTHLY-RUN.
           perform PROCESS-DD-FICHIER
           .
       PRINT-MONTH-END-SUMMARY.
      * the month figure is the accumulation MYACTS has been
      * comes first so a foreign detail with no rate for the
      * business date rejects instead of posting at garbage
           perform LOOK-UP-CURRENCY-RATE
           perform EDIT-EFFECTIVE-DATE
           perform APPLY-EDIT-RULES
           evaluate true
               when DDF-KEY-X is not numeric
                   move 'NON-NUMERIC FIELD' to EXC-REASON
                   move 'DDF-CURRCD' to WS-REASON-FIELD
                   move DDF-CURRENCY-CODE to WS-REASON-VALUE
                   perform REJECT-INPUT-RECORD
               when EFFECTIVE-DATE-BAD
                   move 'INVALID EFFECTIVE DATE' to EXC-REASON
                   move 12 to WS-REASON-SUB
                   move 'E011' to WS-REASON-CODE
                   move 'DDF-EFFDT' to WS-REASON-FIELD
                   move DDF-EFFECTIVE-DATE-X to WS-REASON-VALUE
                   perform REJECT-INPUT-RECORD
               when EDIT-RULE-FAILED
                   perform REJECT-EDIT-RULE
               when DDF-REVERSAL-REQUEST
                   perform COMPUTE-BASE-AMOUNT
                   if BASE-AMOUNT-OVERFLOWED
                       perform REJECT-BASE-OVERFLOW
                   else
                       move DDF-KEY to WS-EDIT-PREV-KEY
                       perform FIND-WAREHOUSED-KEY
                       if WAREHOUSED-KEY-FOUND
                           perform CANCEL-WAREHOUSED-ITEM
                       else
                           perform PROCESS-REVERSAL-RECORD
                       end-if
                   end-if
               when other
                   perform COMPUTE-BASE-AMOUNT
                   else
                       move DDF-KEY to WS-EDIT-PREV-KEY
                       perform MATCH-MASTER-RECORD
                       if MASTER-EDIT-PASSED
                           perform FIND-SUSPECTED-DUPLICATE
                           if DUPLICATE-SUSPECTED
                               perform REJECT-SUSPECTED-DUPLICATE
                           end-if
                       end-if
      * on a restart a detail at or before the restart key has
      * already been counted and posted, but the held and warehouse
      * generations are rebuilt whole every run - it is held or
      * parked again without being counted twice
                       if MASTER-EDIT-PASSED
                           and not DUPLICATE-SUSPECTED
                           if DDF-KEY > WS-RESTART-KEY
                               add 1 to WS-STAT-RECORDS-READ
                               perform WRITE-CHECKPOINT-IF-DUE
                               perform PRINT-DETAIL-LINE
                           else
                               set RESTART-REPLAY to true
                           end-if
                           perform FIND-HOLD-THRESHOLD
                           evaluate true
                               when HOLD-THRESHOLD-APPLIES
                                 and WS-BASE-AMOUNT > WS-HOLD-THRESHOLD
                                   perform WRITE-HELD-RECORD
                               when EFFECTIVE-FUTURE
                                   move spaces to WAREHOUSE-RECORD
                                   move 'D' to WHS-SOURCE
                                   perform WRITE-WAREHOUSE-RECORD
                               when not RESTART-REPLAY
                                   perform WRITE-AUDIT-RECORD
                                   perform WRITE-EXTRACT-RECORD
                           end-evaluate
                           move 'N' to WS-RESTART-REPLAY-SW
                       end-if
                   end-if
           end-evaluate
           move DDF-AMOUNT-X to WS-REASON-VALUE
           perform REJECT-INPUT-RECORD
           .
       FIND-SUSPECTED-DUPLICATE.
      * the key's audit history inside the window: an earlier posting
      * at exactly this base amount is a suspected duplicate, unless
      * a later cancellation or adjustment took it back off - the
      * item was then keyed again on purpose. a re-injected repair
      * carries MYRECYC's recycled marker - it has already been
      * through review and is not checked again.
      * the main cycle's postings are in the history by the time a
      * supplemental cycle runs, so a late region resending the
      * day's items is caught the same way
           move 'N' to WS-DUP-SUSPECT-SW
           if WS-DUP-WINDOW-DAYS > zero
               and AUDIT-HISTORY-OPEN
               and not DDF-RECYCLED
               move 'N' to WS-AHX-BROWSE-EOF-SW
               move DDF-KEY to AHX-KEY
               move WS-DUP-WINDOW-START to AHX-TS-DATE
               move zero to AHX-TS-TIME
               move zero to AHX-SEQUENCE
               start AUDIT-HISTORY
                   key >= AHX-HISTORY-KEY
                   invalid key set END-OF-KEY-HISTORY to true
               end-start
               if not END-OF-KEY-HISTORY
                   perform READ-NEXT-KEY-HISTORY
               end-if
               perform until END-OF-KEY-HISTORY
                   perform CHECK-DUPLICATE-HISTORY-ROW
                   perform READ-NEXT-KEY-HISTORY
               end-perform
           end-if
           .
       CHECK-DUPLICATE-HISTORY-ROW.
           evaluate true
               when AHX-TS-DATE >= WS-HISTORY-CUTOFF-DATE
                   continue
               when AHX-DISPOSITION = 'REVERSED' or 'ADJUSTED'
                   move 'N' to WS-DUP-SUSPECT-SW
               when AHX-AMOUNT is not numeric
                   continue
               when AHX-AMOUNT = WS-BASE-AMOUNT
                   and (AHX-DISPOSITION = 'PROCESSED'
                        or 'RELEASED' or 'EFFECTIVE')
                   set DUPLICATE-SUSPECTED to true
                   move AHX-TS-DATE to WS-DUP-POSTED-DATE
                   move AHX-TS-TIME to WS-DUP-POSTED-TIME
           end-evaluate
           .
       REJECT-SUSPECTED-DUPLICATE.
      * to review on the exception file like any other reject, with
      * the date and time the earlier posting went in - a reviewer
      * who finds the item genuine repairs it through MYRECYC and
      * the re-injected detail posts
           move 'SUSPECTED DUPLICATE POSTING' to EXC-REASON
           move 13 to WS-REASON-SUB
           move 'E012' to WS-REASON-CODE
           move 'AHX-POSTED' to WS-REASON-FIELD
           move WS-DUP-POSTED-TIMESTAMP to WS-REASON-VALUE
           perform REJECT-INPUT-RECORD
           add 1 to WS-REG-TBL-DUP-COUNT (WS-REG-TBL-SUB)
           add DDF-AMOUNT to WS-REG-TBL-DUP-AMOUNT (WS-REG-TBL-SUB)
           .
       WRITE-HELD-RECORD.
      * the detail has passed every edit and would post - it is
      * parked whole, priced in base as tonight's rates priced it,
      * under the business date it arrived for. it counts as read
      * (the input trailer counts it) but writes no audit or
      * extract until a supervisor releases it
           move spaces to HELD-ITEM-RECORD
           move DDF-KEY to HVH-KEY
           move WS-INTAKE-BUSINESS-DATE to HVH-BUSINESS-DATE
           move DD-FICHIER-RECORD to HVH-ORIGINAL-RECORD
           move WS-BASE-AMOUNT to HVH-BASE-AMOUNT
           move WS-HOLD-THRESHOLD to HVH-THRESHOLD
           move WS-NIGHT-OPERATOR-ID to HVH-OPERATOR-ID
           move zero to HVH-AGE-CYCLES
           move WS-CYCLE-NUMBER to HVH-CYCLE-NUMBER
           write HELD-ITEM-RECORD
           if not NEW-HELD-OK
               perform HELD-FICHIER-ERROR
           end-if
           if not RESTART-REPLAY
               add 1 to WS-STAT-HELD
               add WS-BASE-AMOUNT to WS-STAT-HELD-AMOUNT
           end-if
           .
       EDIT-EFFECTIVE-DATE.
      * a blank or zero effective date means post on arrival, as
      * every detail did before the field existed. a date on or
      * before the business date it arrives for posts tonight;
      * a later one is parked on the warehouse
           evaluate true
               when DDF-EFFECTIVE-DATE-X = spaces
                   set EFFECTIVE-NOW to true
               when DDF-EFFECTIVE-DATE-X is not numeric
                   set EFFECTIVE-DATE-BAD to true
               when DDF-EFFECTIVE-DATE = zero
                   set EFFECTIVE-NOW to true
               when DDF-EFF-MM < 1 or DDF-EFF-MM > 12
                   or DDF-EFF-DD < 1 or DDF-EFF-DD > 31
                   set EFFECTIVE-DATE-BAD to true
               when DDF-EFFECTIVE-DATE > WS-INTAKE-BUSINESS-DATE
                   set EFFECTIVE-FUTURE to true
               when other
                   set EFFECTIVE-NOW to true
           end-evaluate
           .
       WRITE-WAREHOUSE-RECORD.
      * the detail has passed every edit and is priced in base at
      * tonight's rates - it is parked whole until its effective
      * date. like a held item it counts as read tonight but
      * writes no audit or extract. the caller clears the record
      * and sets WHS-SOURCE
           move DDF-KEY to WHS-KEY
           move DDF-EFFECTIVE-DATE to WHS-EFFECTIVE-DATE
           move DD-FICHIER-RECORD to WHS-ORIGINAL-RECORD
           move WS-BASE-AMOUNT to WHS-BASE-AMOUNT
           move WS-INTAKE-BUSINESS-DATE to WHS-INTAKE-DATE
           move WS-CYCLE-NUMBER to WHS-CYCLE-NUMBER
           write WAREHOUSE-RECORD
           if not NEW-WAREHOUSE-OK
               perform WAREHOUSE-FICHIER-ERROR
           end-if
           if not RESTART-REPLAY
               add 1 to WS-STAT-WAREHOUSED
               add WS-BASE-AMOUNT to WS-STAT-WAREHOUSED-AMOUNT
           end-if
           .
       WRITE-EXTRACT-RECORD.
      * the extract amount is always base currency - the native
      * amount and its currency ride alongside for partners who
           move DDF-REGION-ID to EXT-REGION-ID
           move DDF-CURRENCY-CODE to EXT-CURRENCY-CODE
           move DDF-AMOUNT to EXT-ORIG-AMOUNT
           move space to EXT-POSTING-SOURCE
           write EXTRACT-RECORD
           add 1 to WS-STAT-RECORDS-WRITTEN
           add WS-BASE-AMOUNT to WS-MONTHLY-AMOUNT-TOTAL
           end-if
           .
       WRITE-CHECKPOINT-IF-DUE.
      * a parallel run is never restarted - it keeps no checkpoint
           if function mod (WS-STAT-RECORDS-READ,
               WS-CHECKPOINT-INTERVAL) = 0
               and not PARALLEL-SHADOW-RUN
               move DDF-KEY to CKPT-LAST-KEY
               move WS-STAT-RECORDS-READ to CKPT-RECORD-COUNT
               write CHECKPOINT-RECORD
           move WS-RUN-TIME-NUM to AUD-TS-TIME
           move 'PROCESSED' to AUD-DISPOSITION
           move WS-BASE-AMOUNT to AUD-AMOUNT
           perform MOVE-AUDIT-ORIGIN
           write AUDIT-RECORD
           .
       PROCESS-HELD-ITEMS.
      * last night's held items against tonight's supervisor
      * decisions. a release posts the item as it was priced when
      * held, under its original business date; a refusal rejects
      * it E010 onto tonight's exception file; no decision, or a
      * decision by the item's own operator, carries it forward one
      * cycle older. released and refused items were counted as
      * read the night they arrived, so they do not count again.
      * a supplemental cycle carries every held item as it stands -
      * the decisions queued today belong to the next main cycle,
      * and a second cycle on one business date is not a day older
           if RUN-MODE-SUPPLEMENTAL
               display "MYPROG - SUPPLEMENTAL CYCLE - HOLD DECISIONS "
                   "WAIT FOR THE NEXT MAIN CYCLE"
           else
               perform LOAD-HOLD-DECISIONS
           end-if
           move 'N' to WS-OHD-EOF-SW
           open input OLD-HELD-FICHIER
           if OLD-HELD-NOT-FOUND
               display "MYPROG - NO PRIOR HELD FILE"
               set END-OF-OLD-HELD to true
           else
               if not OLD-HELD-OK
                   perform HELD-FICHIER-ERROR
               end-if
               perform READ-OLD-HELD-RECORD
           end-if
           perform until END-OF-OLD-HELD
               perform DISPOSE-HELD-ITEM
               perform READ-OLD-HELD-RECORD
           end-perform
           if not OLD-HELD-NOT-FOUND
               close OLD-HELD-FICHIER
           end-if
           perform REPORT-UNUSED-DECISION
               varying WS-HDC-SUB from 1 by 1
               until WS-HDC-SUB > WS-HDC-COUNT
           .
       LOAD-HOLD-DECISIONS.
           open input HOLD-DECISION-FICHIER
           if HOLD-DECISION-NOT-FOUND
               display "MYPROG - NO HOLD DECISIONS TONIGHT"
               set END-OF-HOLD-DECISIONS to true
           else
               if not HOLD-DECISION-OK
                   perform HOLD-DECISION-ERROR
               end-if
               perform READ-HOLD-DECISION-CARD
           end-if
           perform until END-OF-HOLD-DECISIONS
               evaluate true
                   when HDC-KEY-X is not numeric
                       or HDC-BUSINESS-DATE-X is not numeric
                       or not HDC-VALID-ACTION
                       or HDC-SUPERVISOR-ID = spaces
                       display "MYPROG - BAD HOLD DECISION CARD '"
                           HOLD-DECISION-RECORD (1:23)
                           "' IGNORED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when WS-HDC-COUNT >= 500
                       display "MYPROG - HOLD DECISION TABLE FULL - "
                           "KEY " HDC-KEY-X " DROPPED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when other
                       add 1 to WS-HDC-COUNT
                       move HDC-KEY to WS-HDC-KEY (WS-HDC-COUNT)
                       move HDC-BUSINESS-DATE
                         to WS-HDC-DATE (WS-HDC-COUNT)
                       move HDC-ACTION to WS-HDC-ACTION (WS-HDC-COUNT)
                       move HDC-SUPERVISOR-ID
                         to WS-HDC-SUPERVISOR (WS-HDC-COUNT)
                       move 'N' to WS-HDC-USED-SW (WS-HDC-COUNT)
               end-evaluate
               perform READ-HOLD-DECISION-CARD
           end-perform
           if not HOLD-DECISION-NOT-FOUND
               close HOLD-DECISION-FICHIER
           end-if
           .
       READ-HOLD-DECISION-CARD.
           read HOLD-DECISION-FICHIER
               at end set END-OF-HOLD-DECISIONS to true
           end-read
           if not HOLD-DECISION-OK and not HOLD-DECISION-EOF
               perform HOLD-DECISION-ERROR
           end-if
           .
       READ-OLD-HELD-RECORD.
           read OLD-HELD-FICHIER
               at end set END-OF-OLD-HELD to true
           end-read
           if not OLD-HELD-OK and not OLD-HELD-EOF
               perform HELD-FICHIER-ERROR
           end-if
           .
       DISPOSE-HELD-ITEM.
           move 'N' to WS-DECISION-FOUND-SW
           perform FIND-HOLD-DECISION
               varying WS-HDC-SUB from 1 by 1
               until WS-HDC-SUB > WS-HDC-COUNT
               or HOLD-DECISION-FOUND
           if HOLD-DECISION-FOUND
               subtract 1 from WS-HDC-SUB
           end-if
           evaluate true
               when not HOLD-DECISION-FOUND
                   perform CARRY-HELD-ITEM
               when OHV-OPERATOR-ID not = spaces
                   and WS-HDC-SUPERVISOR (WS-HDC-SUB) = OHV-OPERATOR-ID
                   display "MYPROG - HOLD DECISION FOR KEY " OHV-KEY
                       " BY ITS OWN OPERATOR " OHV-OPERATOR-ID
                       " IGNORED - ITEM STAYS HELD"
                   move 4 to WS-FINAL-RETURN-CODE
                   perform CARRY-HELD-ITEM
               when WS-HDC-RELEASE (WS-HDC-SUB)
                   perform RELEASE-HELD-ITEM
               when other
                   perform REFUSE-HELD-ITEM
           end-evaluate
           .
       FIND-HOLD-DECISION.
           if WS-HDC-HOLD-KEY (WS-HDC-SUB) = OHV-HOLD-KEY
               and not WS-HDC-USED (WS-HDC-SUB)
               set HOLD-DECISION-FOUND to true
               set WS-HDC-USED (WS-HDC-SUB) to true
           end-if
           .
       CARRY-HELD-ITEM.
           move OLD-HELD-ITEM-RECORD to HELD-ITEM-RECORD
           if HVH-AGE-CYCLES < 999
               and not RUN-MODE-SUPPLEMENTAL
               add 1 to HVH-AGE-CYCLES
           end-if
           write HELD-ITEM-RECORD
           if not NEW-HELD-OK
               perform HELD-FICHIER-ERROR
           end-if
           add 1 to WS-STAT-HELD-CARRIED
           .
       RELEASE-HELD-ITEM.
      * the original record goes back through the ordinary posting
      * paragraphs' record area so the audit and report lines are
      * the same shape as any other posting. a future-dated item
      * whose effective date has not come yet goes on to the
      * warehouse instead of posting. the master is read again
      * before the money moves - an account frozen, closed or taken
      * over by another region while the item sat on hold rejects
      * under its own reason, flagged as off the held file
           move OHV-ORIGINAL-RECORD to DD-FICHIER-RECORD
           move OHV-BASE-AMOUNT to WS-BASE-AMOUNT
           perform EDIT-EFFECTIVE-DATE
           if EFFECTIVE-FUTURE
               move spaces to WAREHOUSE-RECORD
               move 'H' to WHS-SOURCE
               perform WRITE-WAREHOUSE-RECORD
               add 1 to WS-STAT-RELEASED
               add OHV-BASE-AMOUNT to WS-STAT-RELEASED-AMOUNT
           else
               set REJECTING-FROM-HOLD to true
               perform MATCH-MASTER-RECORD
               move space to WS-REASON-SOURCE
               if MASTER-EDIT-PASSED
                   perform PRINT-DETAIL-LINE
                   perform WRITE-RELEASED-AUDIT
                   perform WRITE-RELEASED-EXTRACT
                   add 1 to WS-STAT-RELEASED
                   add OHV-BASE-AMOUNT to WS-STAT-RELEASED-AMOUNT
               end-if
           end-if
           .
       REFUSE-HELD-ITEM.
           move OHV-ORIGINAL-RECORD to DD-FICHIER-RECORD
           move 'HELD ITEM REFUSED' to EXC-REASON
           move 11 to WS-REASON-SUB
           move 'E010' to WS-REASON-CODE
           move 'HDC-SUPVR' to WS-REASON-FIELD
           move WS-HDC-SUPERVISOR (WS-HDC-SUB) to WS-REASON-VALUE
           set REJECTING-FROM-HOLD to true
           perform REJECT-INPUT-RECORD
           move space to WS-REASON-SOURCE
           add 1 to WS-STAT-REFUSED
           .
       WRITE-RELEASED-AUDIT.
           move DDF-KEY to AUD-KEY
           move WS-RUN-DATE-NUM to AUD-TS-DATE
           move WS-RUN-TIME-NUM to AUD-TS-TIME
           move 'RELEASED' to AUD-DISPOSITION
           move WS-BASE-AMOUNT to AUD-AMOUNT
           perform MOVE-AUDIT-ORIGIN
           write AUDIT-RECORD
           .
       MOVE-AUDIT-ORIGIN.
      * the item as it was received - region, currency and amount -
      * so the history can rebuild a day's activity per key
           move DDF-REGION-ID to AUD-REGION-ID
           move DDF-CURRENCY-CODE to AUD-CURRENCY-CODE
           move DDF-AMOUNT to AUD-ORIG-AMOUNT
           .
       WRITE-RELEASED-EXTRACT.
      * posts under the business date the item arrived for, flagged
      * so the proof can tell it from tonight's own input
           move DDF-KEY to EXT-KEY
           move WS-BASE-AMOUNT to EXT-AMOUNT
           move DDF-STATUS to EXT-STATUS
           move OHV-BUSINESS-DATE to EXT-RUN-DATE
           move DDF-REGION-ID to EXT-REGION-ID
           move DDF-CURRENCY-CODE to EXT-CURRENCY-CODE
           move DDF-AMOUNT to EXT-ORIG-AMOUNT
           set EXT-RELEASED-FROM-HOLD to true
           write EXTRACT-RECORD
           add 1 to WS-STAT-RECORDS-WRITTEN
           add WS-BASE-AMOUNT to WS-MONTHLY-AMOUNT-TOTAL
           .
       REPORT-UNUSED-DECISION.
           if not WS-HDC-USED (WS-HDC-SUB)
               display "MYPROG - HOLD DECISION FOR KEY "
                   WS-HDC-KEY (WS-HDC-SUB) " DATE "
                   WS-HDC-DATE (WS-HDC-SUB)
                   " MATCHES NO HELD ITEM - IGNORED"
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       HOLD-DECISION-ERROR.
           display "MYPROG - HOLD-DECISION I/O ERROR - STATUS = "
               WS-HOLD-DECISION-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HELD-FICHIER-ERROR.
           display "MYPROG - HELD-FICHIER I/O ERROR - STATUS = "
               WS-OLD-HELD-STATUS " / " WS-NEW-HELD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       LOAD-WAREHOUSE-KEYS.
      * the keys of last night's warehouse, in file order, so an
      * 'X' in tonight's input can find and cancel an item that
      * has not yet posted. PROCESS-WAREHOUSE-ITEMS reads the file
      * again in the same order, so the n-th record is entry n
           move 'N' to WS-OWH-EOF-SW
           open input OLD-WAREHOUSE-FICHIER
           if OLD-WAREHOUSE-NOT-FOUND
               display "MYPROG - NO PRIOR WAREHOUSE FILE"
               set END-OF-OLD-WAREHOUSE to true
           else
               if not OLD-WAREHOUSE-OK
                   perform WAREHOUSE-FICHIER-ERROR
               end-if
               perform READ-OLD-WAREHOUSE-RECORD
           end-if
           perform until END-OF-OLD-WAREHOUSE
               if WS-WHK-COUNT >= 5000
                   display "MYPROG - WAREHOUSE KEY TABLE FULL - "
                       "KEY " OWH-KEY " CANNOT BE CANCELLED TONIGHT"
                   move 4 to WS-FINAL-RETURN-CODE
               else
                   add 1 to WS-WHK-COUNT
                   move OWH-KEY to WS-WHK-KEY (WS-WHK-COUNT)
                   move 'N' to WS-WHK-CANCEL-SW (WS-WHK-COUNT)
               end-if
               perform READ-OLD-WAREHOUSE-RECORD
           end-perform
           if not OLD-WAREHOUSE-NOT-FOUND
               close OLD-WAREHOUSE-FICHIER
           end-if
           .
       READ-OLD-WAREHOUSE-RECORD.
           read OLD-WAREHOUSE-FICHIER
               at end set END-OF-OLD-WAREHOUSE to true
           end-read
           if not OLD-WAREHOUSE-OK and not OLD-WAREHOUSE-EOF
               perform WAREHOUSE-FICHIER-ERROR
           end-if
           .
       FIND-WAREHOUSED-KEY.
      * only a cancellation reaches into the warehouse - an
      * adjustment has nothing posted to adjust until the item's
      * effective date comes round
           move 'N' to WS-WHK-FOUND-SW
           if DDF-CANCELLATION
               perform CHECK-WAREHOUSE-KEY-ENTRY
                   varying WS-WHK-SUB from 1 by 1
                   until WS-WHK-SUB > WS-WHK-COUNT
                   or WAREHOUSED-KEY-FOUND
               if WAREHOUSED-KEY-FOUND
                   subtract 1 from WS-WHK-SUB
               end-if
           end-if
           .
       CHECK-WAREHOUSE-KEY-ENTRY.
           if WS-WHK-KEY (WS-WHK-SUB) = DDF-KEY
               and not WS-WHK-CANCELLED (WS-WHK-SUB)
               set WAREHOUSED-KEY-FOUND to true
           end-if
           .
       CANCEL-WAREHOUSED-ITEM.
      * the earliest uncancelled item for the key is dropped when
      * the warehouse is rolled forward. no money has moved, so the
      * audit row carries a zero amount and there is no extract.
      * on a restart the item is still dropped - the warehouse is
      * rebuilt whole every run - but is not counted twice
           set WS-WHK-CANCELLED (WS-WHK-SUB) to true
           if DDF-KEY > WS-RESTART-KEY
               add 1 to WS-STAT-RECORDS-READ
               perform WRITE-CHECKPOINT-IF-DUE
               perform PRINT-DETAIL-LINE
               move DDF-KEY to AUD-KEY
               move WS-RUN-DATE-NUM to AUD-TS-DATE
               move WS-RUN-TIME-NUM to AUD-TS-TIME
               move 'WHSE-CANCL' to AUD-DISPOSITION
               move zero to AUD-AMOUNT
               perform MOVE-AUDIT-ORIGIN
               write AUDIT-RECORD
               add 1 to WS-STAT-WHS-CANCELLED
           end-if
           .
       PROCESS-WAREHOUSE-ITEMS.
      * last night's warehouse rolled forward. the cycle only runs
      * on a business day, so an item whose effective date fell on
      * a holiday or weekend posts on the first business night on
      * or after it. an APARM run on a non-business night releases
      * nothing, and so does a supplemental cycle - the main cycle
      * of the business date already released everything due. items
      * past the key table cannot have been cancelled and are judged
      * on their date alone
           move 'N' to WS-OWH-EOF-SW
           move zero to WS-WHK-READ
           open input OLD-WAREHOUSE-FICHIER
           if OLD-WAREHOUSE-NOT-FOUND
               set END-OF-OLD-WAREHOUSE to true
           else
               if not OLD-WAREHOUSE-OK
                   perform WAREHOUSE-FICHIER-ERROR
               end-if
               perform READ-OLD-WAREHOUSE-RECORD
           end-if
           perform until END-OF-OLD-WAREHOUSE
               add 1 to WS-WHK-READ
               evaluate true
                   when WS-WHK-READ <= WS-WHK-COUNT
                       and WS-WHK-CANCELLED (WS-WHK-READ)
                       display "MYPROG - WAREHOUSED KEY " OWH-KEY
                           " EFFECTIVE " OWH-EFFECTIVE-DATE
                           " CANCELLED"
                   when OWH-EFFECTIVE-DATE
                       <= WS-EXPECTED-BUSINESS-DATE
                       and TONIGHT-IS-BUSINESS-DAY
                       and not RUN-MODE-SUPPLEMENTAL
                       perform RELEASE-WAREHOUSED-ITEM
                   when other
                       move OLD-WAREHOUSE-RECORD to WAREHOUSE-RECORD
                       write WAREHOUSE-RECORD
                       if not NEW-WAREHOUSE-OK
                           perform WAREHOUSE-FICHIER-ERROR
                       end-if
                       add 1 to WS-STAT-WHS-CARRIED
               end-evaluate
               perform READ-OLD-WAREHOUSE-RECORD
           end-perform
           if not OLD-WAREHOUSE-NOT-FOUND
               close OLD-WAREHOUSE-FICHIER
           end-if
           .
       RELEASE-WAREHOUSED-ITEM.
      * posts as priced on the night it arrived, under tonight's
      * business date, flagged so the proof can tell it from
      * tonight's own input. it was counted as read on arrival.
      * like a released hold it goes through the master edits again
      * first - weeks may have passed since it was parked - and a
      * failure rejects it flagged as off the warehouse
           move OWH-ORIGINAL-RECORD to DD-FICHIER-RECORD
           move OWH-BASE-AMOUNT to WS-BASE-AMOUNT
           set REJECTING-FROM-WAREHOUSE to true
           perform MATCH-MASTER-RECORD
           move space to WS-REASON-SOURCE
           if MASTER-EDIT-PASSED
               perform POST-WAREHOUSED-ITEM
           end-if
           .
       POST-WAREHOUSED-ITEM.
           perform PRINT-DETAIL-LINE
           move DDF-KEY to AUD-KEY
           move WS-RUN-DATE-NUM to AUD-TS-DATE
           move WS-RUN-TIME-NUM to AUD-TS-TIME
           move 'EFFECTIVE' to AUD-DISPOSITION
           move WS-BASE-AMOUNT to AUD-AMOUNT
           perform MOVE-AUDIT-ORIGIN
           write AUDIT-RECORD
           move DDF-KEY to EXT-KEY
           move WS-BASE-AMOUNT to EXT-AMOUNT
           move DDF-STATUS to EXT-STATUS
           move WS-RUN-DATE-NUM to EXT-RUN-DATE
           move DDF-REGION-ID to EXT-REGION-ID
           move DDF-CURRENCY-CODE to EXT-CURRENCY-CODE
           move DDF-AMOUNT to EXT-ORIG-AMOUNT
           set EXT-RELEASED-FROM-WAREHOUSE to true
           write EXTRACT-RECORD
           add 1 to WS-STAT-RECORDS-WRITTEN
           add WS-BASE-AMOUNT to WS-MONTHLY-AMOUNT-TOTAL
           add 1 to WS-STAT-WHS-RELEASED
           add WS-BASE-AMOUNT to WS-STAT-WHS-RELEASED-AMOUNT
           .
       WAREHOUSE-FICHIER-ERROR.
           display "MYPROG - WAREHOUSE I/O ERROR - STATUS = "
               WS-OLD-WAREHOUSE-STATUS " / " WS-NEW-WAREHOUSE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PROCESS-REVERSAL-RECORD.
      * verify the key was previously extracted and still has money
      * outstanding, then post the reversal: a cancellation negates
               end-if
               perform until END-OF-KEY-HISTORY
                   if AHX-AMOUNT is numeric
                       and AHX-TS-DATE < WS-HISTORY-CUTOFF-DATE
                       add AHX-AMOUNT to WS-EFFECTIVE-AMOUNT
                   end-if
                   perform READ-NEXT-KEY-HISTORY
           move DDF-REGION-ID to EXT-REGION-ID
           move spaces to EXT-CURRENCY-CODE
           move WS-REVERSAL-AMOUNT to EXT-ORIG-AMOUNT
           move space to EXT-POSTING-SOURCE
           write EXTRACT-RECORD
           add 1 to WS-STAT-RECORDS-WRITTEN
           add WS-REVERSAL-AMOUNT to WS-MONTHLY-AMOUNT-TOTAL
               move 'ADJUSTED' to AUD-DISPOSITION
           end-if
           move WS-REVERSAL-AMOUNT to AUD-AMOUNT
           move DDF-REGION-ID to AUD-REGION-ID
           move spaces to AUD-CURRENCY-CODE
           move WS-REVERSAL-AMOUNT to AUD-ORIG-AMOUNT
           write AUDIT-RECORD
           .
       OPEN-AUDIT-HISTORY.
               when AHX-NOT-AVAILABLE
                   display "MYPROG - AUDIT HISTORY NOT AVAILABLE - "
                       "REVERSALS WILL BE REJECTED"
                   if WS-DUP-WINDOW-DAYS > zero
                       display "MYPROG - WARNING - NO DUPLICATE CHECK "
                           "WITHOUT THE AUDIT HISTORY"
                   end-if
               when other
                   perform AUDIT-HISTORY-ERROR
           end-evaluate
               after advancing 1
           .
       END-OF-RUN.
      * a parallel run leaves the registry, the run history and the
      * exception statistics exactly as production left them
           perform SET-COMPLETION-STATUS
           if not PARALLEL-SHADOW-RUN
               perform WRITE-RUN-REGISTRY-ROW
           end-if
           perform PRINT-EXCEPTION-SUMMARY
           perform PRINT-REPORT-TRAILER
           perform DUMP-RUN-STATISTICS
           if not PARALLEL-SHADOW-RUN
               perform APPEND-RUN-HISTORY
           end-if
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
                   move WS-STAT-RECORDS-WRITTEN
                     to REG-RECORDS-WRITTEN
                   move WS-FINAL-RETURN-CODE to REG-RETURN-CODE
                   move WS-CYCLE-NUMBER to REG-CYCLE-NUMBER
                   write RUN-REGISTRY-RECORD
               end-if
               close NEW-RUNREG-FICHIER
               after advancing 1
           perform PRINT-ONE-REASON-LINE
               varying WS-RSN-SUB from 1 by 1
               until WS-RSN-SUB > WS-RSN-USED
           perform PRINT-ONE-WORST-LINE
               varying WS-WORST-SUB from 1 by 1
               until WS-WORST-SUB > 5
           perform PRINT-ONE-REGION-LINE
               varying WS-REG-TBL-SUB from 1 by 1
               until WS-REG-TBL-SUB > 4
           if not PARALLEL-SHADOW-RUN
               perform WRITE-EXCEPTION-STATS
           end-if
           .
       PRINT-ONE-REGION-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
           move WS-REG-TBL-DESC (WS-REG-TBL-SUB) to WS-XR-DESC
           move WS-REG-TBL-COUNT (WS-REG-TBL-SUB) to WS-XR-COUNT
           move WS-REG-TBL-AMOUNT (WS-REG-TBL-SUB) to WS-XR-AMOUNT
           move WS-REG-TBL-DUP-COUNT (WS-REG-TBL-SUB)
             to WS-XR-DUP-COUNT
           move WS-REG-TBL-DUP-AMOUNT (WS-REG-TBL-SUB)
             to WS-XR-DUP-AMOUNT
           write PRINT-RECORD from WS-REPORT-EXC-REGION-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-ONE-REASON-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move WS-RSN-CODE (WS-RSN-SUB) to WS-XL-CODE
           move WS-RSN-DESC (WS-RSN-SUB) to WS-XL-DESC
           move WS-RSN-COUNT (WS-RSN-SUB) to WS-XL-COUNT
           move WS-RSN-AMOUNT (WS-RSN-SUB) to WS-XL-AMOUNT
           write PRINT-RECORD from WS-REPORT-EXC-CODE-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-ONE-WORST-LINE.
           if WS-WORST-KEY (WS-WORST-SUB) > zero
                   move OLD-EXCEPTION-STATS-RECORD
                     to WS-PRIOR-STATS-IMAGE
                   set PRIOR-EXSTAT-SEEN to true
                   if OXS-RUN-DATE is numeric
                       move OXS-RUN-DATE to WS-PRIOR-STATS-DATE
                   end-if
                   perform LOAD-ONE-PRIOR-COUNT
                       varying WS-RSN-SUB from 1 by 1
                       until WS-RSN-SUB > 13
                   perform READ-PRIOR-RULE-ROW
                   perform LOAD-ONE-PRIOR-RULE-ROW
                       until not OLD-EXSTAT-OK
               end-if
               close OLD-EXSTAT-FICHIER
           end-if
               move zero to WS-RSN-PRIOR-COUNT (WS-RSN-SUB)
           end-if
           .
       READ-PRIOR-RULE-ROW.
           read OLD-EXSTAT-FICHIER
               at end continue
           end-read
           if OLD-EXSTAT-OK and not OXS-RULE-ROW
               move '10' to WS-OLD-EXSTAT-STATUS
           end-if
           .
       LOAD-ONE-PRIOR-RULE-ROW.
      * a rule code still on tonight's deck takes its prior count
      * into the comparison; every row is kept so a code taken off
      * the deck is not lost from the day's baseline
           if WS-PRR-COUNT < 40
               add 1 to WS-PRR-COUNT
               move OXS-RULE-CODE to WS-PRR-CODE (WS-PRR-COUNT)
               if OXS-RULE-COUNT is numeric
                   move OXS-RULE-COUNT
                     to WS-PRR-CODE-COUNT (WS-PRR-COUNT)
               else
                   move zero to WS-PRR-CODE-COUNT (WS-PRR-COUNT)
               end-if
               move 'N' to WS-PRR-MATCHED-SW (WS-PRR-COUNT)
               perform MATCH-PRIOR-RULE-ROW
                   varying WS-RSN-SUB from 14 by 1
                   until WS-RSN-SUB > WS-RSN-USED
           end-if
           perform READ-PRIOR-RULE-ROW
           .
       MATCH-PRIOR-RULE-ROW.
           if WS-RSN-CODE (WS-RSN-SUB) = WS-PRR-CODE (WS-PRR-COUNT)
               move WS-PRR-CODE-COUNT (WS-PRR-COUNT)
                 to WS-RSN-PRIOR-COUNT (WS-RSN-SUB)
               set WS-PRR-MATCHED (WS-PRR-COUNT) to true
           end-if
           .
       WRITE-EXCEPTION-STATS.
      * only a completed cycle leaves a fresh statistics row - a
      * refused or failed run must not become the next morning's
               move WS-RUN-DATE-NUM to EXS-RUN-DATE
               perform STORE-ONE-STATS-COUNT
                   varying WS-RSN-SUB from 1 by 1
                   until WS-RSN-SUB > 13
               move 'C' to EXS-RECORD-TYPE
               write EXCEPTION-STATS-RECORD
               perform WRITE-ONE-RULE-STATS-ROW
                   varying WS-RSN-SUB from 14 by 1
                   until WS-RSN-SUB > WS-RSN-USED
               if RUN-MODE-SUPPLEMENTAL
                   and WS-PRIOR-STATS-DATE = WS-RUN-DATE-NUM
                   perform CARRY-UNMATCHED-RULE-ROW
                       varying WS-PRR-SUB from 1 by 1
                       until WS-PRR-SUB > WS-PRR-COUNT
               end-if
               close NEW-EXSTAT-FICHIER
           else
               if PRIOR-EXSTAT-SEEN
                   open output NEW-EXSTAT-FICHIER
                   write EXCEPTION-STATS-RECORD
                       from WS-PRIOR-STATS-IMAGE
                   perform CARRY-PRIOR-RULE-ROW
                       varying WS-PRR-SUB from 1 by 1
                       until WS-PRR-SUB > WS-PRR-COUNT
                   close NEW-EXSTAT-FICHIER
               end-if
           end-if
           .
       WRITE-ONE-RULE-STATS-ROW.
           move spaces to EXCEPTION-STATS-RECORD
           move WS-RUN-DATE-NUM to EXS-RUN-DATE
           move 'R' to EXS-RECORD-TYPE
           move WS-RSN-CODE (WS-RSN-SUB) to EXS-RULE-CODE
           if RUN-MODE-SUPPLEMENTAL
               and WS-PRIOR-STATS-DATE = WS-RUN-DATE-NUM
               compute EXS-RULE-COUNT =
                   WS-RSN-COUNT (WS-RSN-SUB)
                 + WS-RSN-PRIOR-COUNT (WS-RSN-SUB)
           else
               move WS-RSN-COUNT (WS-RSN-SUB) to EXS-RULE-COUNT
           end-if
           write EXCEPTION-STATS-RECORD
           .
       CARRY-UNMATCHED-RULE-ROW.
           if not WS-PRR-MATCHED (WS-PRR-SUB)
               perform CARRY-PRIOR-RULE-ROW
           end-if
           .
       CARRY-PRIOR-RULE-ROW.
           move spaces to EXCEPTION-STATS-RECORD
           if PRIOR-EXSTAT-SEEN and WS-PRIOR-STATS-DATE > zero
               move WS-PRIOR-STATS-DATE to EXS-RUN-DATE
           else
               move WS-RUN-DATE-NUM to EXS-RUN-DATE
           end-if
           move 'R' to EXS-RECORD-TYPE
           move WS-PRR-CODE (WS-PRR-SUB) to EXS-RULE-CODE
           move WS-PRR-CODE-COUNT (WS-PRR-SUB) to EXS-RULE-COUNT
           write EXCEPTION-STATS-RECORD
           .
       STORE-ONE-STATS-COUNT.
      * a supplemental cycle adds its counts to the main cycle's row
      * for the same date, so the next morning's baseline is the
      * whole business day and not just the late region
           if RUN-MODE-SUPPLEMENTAL
               and WS-PRIOR-STATS-DATE = WS-RUN-DATE-NUM
               compute EXS-CODE-COUNT (WS-RSN-SUB) =
                   WS-RSN-COUNT (WS-RSN-SUB)
                 + WS-RSN-PRIOR-COUNT (WS-RSN-SUB)
           else
               move WS-RSN-COUNT (WS-RSN-SUB)
                 to EXS-CODE-COUNT (WS-RSN-SUB)
           end-if
           .
       CARRY-REGISTRY-FORWARD.
      * a refusal in the calendar or header checks ends the run
           display "  RECORDS REJECTED: " WS-STAT-RECORDS-REJECTED
           display "  RECORDS WRITTEN:  " WS-STAT-RECORDS-WRITTEN
           display "  REVERSALS POSTED: " WS-STAT-REVERSALS
           display "  HELD FOR REVIEW:  " WS-STAT-HELD
               " AMOUNT " WS-STAT-HELD-AMOUNT
           display "  HOLDS RELEASED:   " WS-STAT-RELEASED
               " AMOUNT " WS-STAT-RELEASED-AMOUNT
           display "  HOLDS REFUSED:    " WS-STAT-REFUSED
           display "  HOLDS CARRIED:    " WS-STAT-HELD-CARRIED
           display "  EDIT RULES:       " WS-ERL-COUNT
               " REJECTED " WS-STAT-RULES-REJECTED
           display "  WAREHOUSED:       " WS-STAT-WAREHOUSED
               " AMOUNT " WS-STAT-WAREHOUSED-AMOUNT
           display "  WHSE RELEASED:    " WS-STAT-WHS-RELEASED
               " AMOUNT " WS-STAT-WHS-RELEASED-AMOUNT
           display "  WHSE CANCELLED:   " WS-STAT-WHS-CANCELLED
           display "  WHSE CARRIED:     " WS-STAT-WHS-CARRIED
           display "  START TIMESTAMP:  " WS-STAT-START-TIMESTAMP
           display "  END TIMESTAMP:    " WS-STAT-END-TIMESTAMP
           .
