      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYFEES.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select EXTRACT-FICHIER assign to UT-S-EXT
                organization is sequential
                file status is WS-EXTRACT-STATUS.
            select FEE-SCHEDULE assign to UT-S-FSC
                organization is sequential
                file status is WS-SCHEDULE-STATUS.
            select FEE-HISTORY assign to FEEHIST
                organization is indexed
                access is dynamic
                record key is FHX-HISTORY-KEY
                file status is WS-FHX-STATUS.
            select FEE-FICHIER assign to UT-S-FEE
                organization is sequential.
            select CALENDAR-FICHIER assign to UT-S-CAL
                organization is sequential
                file status is WS-CALENDAR-STATUS.
            select OLD-MTD-FICHIER assign to UT-S-OFM
                organization is sequential
                file status is WS-OLD-MTD-STATUS.
            select NEW-MTD-FICHIER assign to UT-S-NFM
                organization is sequential.
            select RUN-REGISTRY-FICHIER assign to UT-S-RRG
                organization is sequential
                file status is WS-RUNREG-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select FEE-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXTRACTREC.
       FD  FEE-SCHEDULE
           block contains 0 records
           recording mode is F.
           copy FEESCHED.
       FD  FEE-HISTORY.
           copy FEEHIST.
       FD  FEE-FICHIER
           block contains 0 records
           recording mode is F.
           copy FEEREC.
       FD  CALENDAR-FICHIER
           block contains 0 records
           recording mode is F.
           copy CALREC.
       FD  OLD-MTD-FICHIER
           block contains 0 records
           recording mode is F.
           copy FEEMTD
               replacing ==FEE-MTD-RECORD==
                      by ==OLD-MTD-RECORD==,
                 leading ==FMT==
                      by ==OFM==.
       FD  NEW-MTD-FICHIER
           block contains 0 records
           recording mode is F.
           copy FEEMTD.
       FD  RUN-REGISTRY-FICHIER
           block contains 0 records
           recording mode is F.
           copy RUNREG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       SD  FEE-TRI.
           copy FEEREC
               replacing ==FEE-RECORD==
                      by ==TRI-RECORD==,
                 leading ==FEE==
                      by ==TRI==.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-EXTRACT-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-FEES-WRITTEN     PIC 9(9) VALUE ZERO.
           05  WS-STAT-CARDS-LOADED     PIC 9(9) VALUE ZERO.
           05  WS-STAT-CARDS-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-NO-SCHEDULE      PIC 9(9) VALUE ZERO.
           05  WS-STAT-NO-ORIGINAL      PIC 9(9) VALUE ZERO.
           05  WS-STAT-SEQ-EXHAUSTED    PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-EXTRACT      VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SW      PIC X(1) VALUE 'N'.
               88  END-OF-SCHEDULE     VALUE 'Y'.
           05  WS-CAL-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-CALENDAR     VALUE 'Y'.
           05  WS-CAL-FOUND-SW         PIC X(1) VALUE 'N'.
               88  CALENDAR-DATE-FOUND VALUE 'Y'.
           05  WS-MONTH-END-SW         PIC X(1) VALUE 'N'.
               88  TONIGHT-IS-MONTH-END VALUE 'Y'.
           05  WS-PRIOR-MTD-SW         PIC X(1) VALUE 'N'.
               88  PRIOR-MTD-SEEN      VALUE 'Y'.
           05  WS-TRI-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-FEE-TRI      VALUE 'Y'.
           05  WS-FHX-OPEN-SW          PIC X(1) VALUE 'N'.
               88  FEE-HISTORY-READABLE VALUE 'Y'.
           05  WS-FHX-BROWSE-EOF-SW    PIC X(1) VALUE 'N'.
               88  END-OF-KEY-FEE-HISTORY VALUE 'Y'.
           05  WS-ORIG-FOUND-SW        PIC X(1) VALUE 'N'.
               88  ORIGINAL-FEE-FOUND  VALUE 'Y'.
           05  WS-WRITTEN-SW           PIC X(1) VALUE 'N'.
               88  FEE-HISTORY-WRITTEN VALUE 'Y'.
           05  WS-SEQ-SW               PIC X(1) VALUE 'N'.
               88  SEQUENCE-EXHAUSTED  VALUE 'Y'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  EXTRACT-OK              VALUE '00'.
           88  EXTRACT-EOF             VALUE '10'.
       01  WS-SCHEDULE-STATUS          PIC X(2) VALUE '00'.
           88  SCHEDULE-OK             VALUE '00'.
           88  SCHEDULE-EOF            VALUE '10'.
           88  SCHEDULE-NOT-FOUND      VALUE '35'.
       01  WS-FHX-STATUS               PIC X(2) VALUE '00'.
           88  FHX-OK                  VALUE '00'.
           88  FHX-EOF                 VALUE '10'.
           88  FHX-DUPLICATE           VALUE '22'.
           88  FHX-NOT-FOUND           VALUE '35'.
       01  WS-CALENDAR-STATUS          PIC X(2) VALUE '00'.
           88  CALENDAR-OK             VALUE '00'.
           88  CALENDAR-EOF            VALUE '10'.
           88  CALENDAR-NOT-FOUND      VALUE '35'.
       01  WS-OLD-MTD-STATUS           PIC X(2) VALUE '00'.
           88  OLD-MTD-OK              VALUE '00'.
           88  OLD-MTD-EOF             VALUE '10'.
           88  OLD-MTD-NOT-FOUND       VALUE '35'.
       01  WS-RUNREG-STATUS            PIC X(2) VALUE '00'.
           88  RUNREG-OK               VALUE '00'.
           88  RUNREG-EOF              VALUE '10'.
           88  RUNREG-NOT-FOUND        VALUE '35'.
      * the registry MYPROG just wrote says which cycle this is. a
      * supplemental cycle adds the late region's fees to the same
      * day's month to date - on a month-end night that means the
      * closed month, which the main cycle leaves behind the reset
       01  WS-CYCLE-CONTROLS.
           05  WS-RRG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-RUN-REGISTRY VALUE 'Y'.
           05  WS-CYCLE-NUMBER         PIC 9(2) VALUE 1.
               88  SUPPLEMENTAL-CYCLE  VALUE 2 THRU 99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
           05  WS-CD-HH                PIC 9(2).
           05  WS-CD-MIN               PIC 9(2).
           05  WS-CD-SS                PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-RUN-TIME-NUM             PIC 9(6).
       01  WS-BUSINESS-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
      * the fee schedule, loaded whole at start of run - fifty
      * cards is several times what four regions and a handful of
      * statuses can ask for
       01  WS-FEE-SCHEDULE-TABLE.
           05  WS-FSC-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-FSC-ENTRY occurs 50 times.
               10  WS-FSC-REGION-ID    PIC X(2).
               10  WS-FSC-STATUS       PIC X(1).
               10  WS-FSC-FLAT-FEE     PIC 9(5)V99.
               10  WS-FSC-PERCENT      PIC 9(2)V9(4).
               10  WS-FSC-MINIMUM      PIC 9(5)V99.
               10  WS-FSC-MAXIMUM      PIC 9(5)V99.
       01  WS-PRICING-WORK.
           05  WS-FSC-SUB              PIC 9(2) VALUE ZERO.
           05  WS-FSC-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-LOOK-REGION          PIC X(2) VALUE SPACES.
           05  WS-LOOK-STATUS          PIC X(1) VALUE SPACE.
           05  WS-SRCH-REGION          PIC X(2) VALUE SPACES.
           05  WS-SRCH-STATUS          PIC X(1) VALUE SPACE.
           05  WS-PRICE-BASE           PIC S9(9)V99 VALUE ZERO.
           05  WS-PRICED-FEE           PIC S9(9)V99 VALUE ZERO.
           05  WS-OUTSTANDING-FEE      PIC S9(9)V99 VALUE ZERO.
           05  WS-OUTSTANDING-POSTED   PIC S9(9)V99 VALUE ZERO.
           05  WS-NEW-POSTED           PIC S9(9)V99 VALUE ZERO.
           05  WS-ORIG-REGION          PIC X(2) VALUE SPACES.
           05  WS-ORIG-STATUS          PIC X(1) VALUE SPACE.
           05  WS-RGN-SUB              PIC 9(2) VALUE ZERO.
      * tonight's fees accumulate here in the same shape the MTD
      * file carries, so the roll-forward is one set of adds
           copy FEEMTD
               replacing ==FEE-MTD-RECORD==
                      by ==NIGHT-FEE-RECORD==,
                 leading ==FMT==
                      by ==NGT==.
      * the closed month's figures, kept aside on a month-end night
      * while the reset record is built
           copy FEEMTD
               replacing ==FEE-MTD-RECORD==
                      by ==CLOSED-MONTH-RECORD==,
                 leading ==FMT==
                      by ==CLM==.
      * register control break - one break per region the fee was
      * charged under, then the night's grand total
       01  WS-CONTROL-BREAK.
           05  WS-PREV-REGION-ID       PIC X(2) VALUE SPACES.
           05  WS-BRK-ITEM-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-BRK-CHARGE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-BRK-CHARGE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-BRK-REVERSAL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BRK-REVERSAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-BRK-NO-FEE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-ITEM-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-GRD-CHARGE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-GRD-CHARGE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-GRD-REVERSAL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-GRD-REVERSAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-GRD-NO-FEE-COUNT     PIC 9(9) VALUE ZERO.
      * the figures one block of total lines prints from - a region
      * break, the grand total and each MTD region all load it
       01  WS-PRINT-TOTALS.
           05  WS-TOT-ITEM-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-TOT-CHARGE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-TOT-CHARGE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-REVERSAL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-TOT-REVERSAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-NO-FEE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-TOT-NET-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYFEES - FEE REGISTER'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' RG   KEY    ST SCH        POSTED AMOUNT'.
           05  FILLER                  PIC X(32) VALUE
               '            FEE  TYPE   SRC'.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-REGION            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-KEY               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SCHED-REGION      PIC X(2).
           05  WS-DL-SCHED-STATUS      PIC X(1).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  WS-DL-POSTED            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-FEE               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE              PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(1).
       01  WS-REPORT-SECTION-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-SC-TITLE             PIC X(40).
       01  WS-REPORT-ACTIVITY-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-AC-LABEL             PIC X(14).
           05  FILLER                  PIC X(5) VALUE ' CNT '.
           05  WS-AC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE ' AMT '.
           05  WS-AC-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           move WS-CD-HH   to WS-RUN-TIME-NUM (1:2)
           move WS-CD-MIN  to WS-RUN-TIME-NUM (3:2)
           move WS-CD-SS   to WS-RUN-TIME-NUM (5:2)
           move WS-RUN-DATE-NUM (1:6) to WS-BUSINESS-MONTH
           perform PRINT-REPORT-HEADER
           perform CLEAR-NIGHT-FEES
           perform LOAD-FEE-SCHEDULE
           perform READ-PROCESSING-CALENDAR
           perform FIND-CYCLE-NUMBER
           perform OPEN-FEE-HISTORY
           open output FEE-FICHIER
      * every item is priced and written in extract order on the way
      * into the sort; the register comes back out by region
           sort FEE-TRI
               ascending key TRI-REGION-ID
               ascending key TRI-KEY
               input procedure PRICE-EXTRACT
               output procedure REGISTER-OUT
           close FEE-FICHIER
           close FEE-HISTORY
           if not FHX-OK
               perform FEE-HISTORY-ERROR
           end-if
           perform LOAD-PRIOR-MTD
           perform ROLL-MTD-FORWARD
           perform PRINT-MTD-SUMMARY
           perform WRITE-NEW-MTD
           perform END-OF-RUN.
       CLEAR-NIGHT-FEES.
           move spaces to NIGHT-FEE-RECORD
           move WS-RUN-DATE-NUM to NGT-AS-OF-DATE
           move WS-BUSINESS-MONTH to NGT-MONTH
           perform CLEAR-ONE-REGION
               varying WS-RGN-SUB from 1 by 1
               until WS-RGN-SUB > 4
           move 'R1' to NGT-REGION-ID (1)
           move 'R2' to NGT-REGION-ID (2)
           move 'R3' to NGT-REGION-ID (3)
           move '**' to NGT-REGION-ID (4)
           .
       CLEAR-ONE-REGION.
           move zero to NGT-CHARGE-COUNT (WS-RGN-SUB)
           move zero to NGT-CHARGE-AMOUNT (WS-RGN-SUB)
           move zero to NGT-REVERSAL-COUNT (WS-RGN-SUB)
           move zero to NGT-REVERSAL-AMOUNT (WS-RGN-SUB)
           move zero to NGT-NO-FEE-COUNT (WS-RGN-SUB)
           .
       LOAD-FEE-SCHEDULE.
      * no schedule at all prices every item at no fee and says so -
      * the extract still ships, the invoice is what is missing
           open input FEE-SCHEDULE
           if SCHEDULE-NOT-FOUND
               display "MYFEES - NO FEE SCHEDULE - NO FEES CHARGED"
               move 4 to WS-FINAL-RETURN-CODE
               set END-OF-SCHEDULE to true
           else
               if not SCHEDULE-OK
                   perform SCHEDULE-ERROR
               end-if
               perform READ-SCHEDULE-CARD
           end-if
           perform until END-OF-SCHEDULE
               perform VALIDATE-SCHEDULE-CARD
               perform READ-SCHEDULE-CARD
           end-perform
           if not SCHEDULE-NOT-FOUND
               close FEE-SCHEDULE
           end-if
           .
       READ-SCHEDULE-CARD.
           read FEE-SCHEDULE
               at end set END-OF-SCHEDULE to true
           end-read
           if not SCHEDULE-OK and not SCHEDULE-EOF
               perform SCHEDULE-ERROR
           end-if
           .
       VALIDATE-SCHEDULE-CARD.
      * a blank card is spacing in the deck, not an error. a card
      * that cannot be priced from, a second card for the same
      * region and status, or one past the table is dropped with a
      * warning - the items it would have priced fall through to
      * the next card that fits
           if FEE-SCHEDULE-RECORD = spaces
               continue
           else
               if FSC-REGION-ID = spaces
                   or FSC-FLAT-FEE-X is not numeric
                   or FSC-PERCENT-X is not numeric
                   or FSC-MINIMUM-X is not numeric
                   or FSC-MAXIMUM-X is not numeric
                   display "MYFEES - FEE CARD REJECTED - NOT NUMERIC: "
                       FSC-REGION-ID "/" FSC-STATUS
                   perform REJECT-SCHEDULE-CARD
               else
                   if FSC-MAXIMUM > zero
                       and FSC-MINIMUM > FSC-MAXIMUM
                       display "MYFEES - FEE CARD REJECTED - MINIMUM "
                           "OVER MAXIMUM: " FSC-REGION-ID "/"
                           FSC-STATUS
                       perform REJECT-SCHEDULE-CARD
                   else
                       perform ADD-SCHEDULE-ENTRY
                   end-if
               end-if
           end-if
           .
       ADD-SCHEDULE-ENTRY.
           move FSC-REGION-ID to WS-SRCH-REGION
           move FSC-STATUS to WS-SRCH-STATUS
           perform SEARCH-SCHEDULE
           evaluate true
               when WS-FSC-FOUND-SUB > zero
                   display "MYFEES - FEE CARD REJECTED - DUPLICATE: "
                       FSC-REGION-ID "/" FSC-STATUS
                   perform REJECT-SCHEDULE-CARD
               when WS-FSC-COUNT >= 50
                   display "MYFEES - FEE CARD REJECTED - TABLE FULL: "
                       FSC-REGION-ID "/" FSC-STATUS
                   perform REJECT-SCHEDULE-CARD
               when other
                   add 1 to WS-FSC-COUNT
                   move FSC-REGION-ID
                     to WS-FSC-REGION-ID (WS-FSC-COUNT)
                   move FSC-STATUS to WS-FSC-STATUS (WS-FSC-COUNT)
                   move FSC-FLAT-FEE to WS-FSC-FLAT-FEE (WS-FSC-COUNT)
                   move FSC-PERCENT to WS-FSC-PERCENT (WS-FSC-COUNT)
                   move FSC-MINIMUM to WS-FSC-MINIMUM (WS-FSC-COUNT)
                   move FSC-MAXIMUM to WS-FSC-MAXIMUM (WS-FSC-COUNT)
                   add 1 to WS-STAT-CARDS-LOADED
           end-evaluate
           .
       REJECT-SCHEDULE-CARD.
           add 1 to WS-STAT-CARDS-REJECTED
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       SEARCH-SCHEDULE.
           move zero to WS-FSC-FOUND-SUB
           perform MATCH-SCHEDULE-ENTRY
               varying WS-FSC-SUB from 1 by 1
               until WS-FSC-SUB > WS-FSC-COUNT
               or WS-FSC-FOUND-SUB > zero
           .
       MATCH-SCHEDULE-ENTRY.
           if WS-FSC-REGION-ID (WS-FSC-SUB) = WS-SRCH-REGION
               and WS-FSC-STATUS (WS-FSC-SUB) = WS-SRCH-STATUS
               move WS-FSC-SUB to WS-FSC-FOUND-SUB
           end-if
           .
       READ-PROCESSING-CALENDAR.
      * tonight's calendar row decides whether this cycle closes
      * the month - the same row MYPROG keyed its MONTHLY mode from
           open input CALENDAR-FICHIER
           if CALENDAR-NOT-FOUND
               display "MYFEES - NO PROCESSING CALENDAR - "
                   "MONTH-END NOT DETECTED"
               move 4 to WS-FINAL-RETURN-CODE
               set END-OF-CALENDAR to true
           else
               if not CALENDAR-OK
                   perform CALENDAR-ERROR
               end-if
               perform READ-CALENDAR-RECORD
           end-if
           perform until END-OF-CALENDAR or CALENDAR-DATE-FOUND
               if CAL-DATE-X is numeric
                   and CAL-DATE = WS-RUN-DATE-NUM
                   set CALENDAR-DATE-FOUND to true
                   if CAL-MONTH-END
                       set TONIGHT-IS-MONTH-END to true
                   end-if
               else
                   perform READ-CALENDAR-RECORD
               end-if
           end-perform
           if not CALENDAR-NOT-FOUND
               close CALENDAR-FICHIER
           end-if
           .
       READ-CALENDAR-RECORD.
           read CALENDAR-FICHIER
               at end set END-OF-CALENDAR to true
           end-read
           if not CALENDAR-OK and not CALENDAR-EOF
               perform CALENDAR-ERROR
           end-if
           .
       FIND-CYCLE-NUMBER.
      * the last registry row run today is this run's. a row written
      * before cycles were numbered, or no registry at all, is a
      * main cycle
           open input RUN-REGISTRY-FICHIER
           if RUNREG-NOT-FOUND
               display "MYFEES - NO RUN REGISTRY - MAIN CYCLE ASSUMED"
               set END-OF-RUN-REGISTRY to true
           else
               if not RUNREG-OK
                   perform RUNREG-ERROR
               end-if
               perform READ-RUN-REGISTRY
           end-if
           perform until END-OF-RUN-REGISTRY
               if REG-RUN-DATE = WS-RUN-DATE-NUM
                   if REG-CYCLE-NUMBER-X is numeric
                       and REG-CYCLE-NUMBER > zero
                       move REG-CYCLE-NUMBER to WS-CYCLE-NUMBER
                   else
                       move 1 to WS-CYCLE-NUMBER
                   end-if
               end-if
               perform READ-RUN-REGISTRY
           end-perform
           if not RUNREG-NOT-FOUND
               close RUN-REGISTRY-FICHIER
           end-if
           if SUPPLEMENTAL-CYCLE
               display "MYFEES - SUPPLEMENTAL CYCLE " WS-CYCLE-NUMBER
                   " - FOLDED INTO TODAY'S MONTH TO DATE"
           end-if
           .
       READ-RUN-REGISTRY.
           read RUN-REGISTRY-FICHIER
               at end set END-OF-RUN-REGISTRY to true
           end-read
           if not RUNREG-OK and not RUNREG-EOF
               perform RUNREG-ERROR
           end-if
           .
       OPEN-FEE-HISTORY.
      * the history cluster exists from its one-time IDCAMS DEFINE.
      * a brand-new empty cluster that opens I-O with status 35 is
      * primed with an OPEN OUTPUT - nothing has been charged yet,
      * so there is nothing for a reversal to look up tonight
           open i-o FEE-HISTORY
           if FHX-NOT-FOUND
               open output FEE-HISTORY
               if FHX-OK
                   display "MYFEES - FEE HISTORY EMPTY - PRIMED"
               end-if
           else
               if FHX-OK
                   set FEE-HISTORY-READABLE to true
               end-if
           end-if
           if not FHX-OK
               perform FEE-HISTORY-ERROR
           end-if
           .
       LOAD-PRIOR-MTD.
           open input OLD-MTD-FICHIER
           if OLD-MTD-NOT-FOUND
               display "MYFEES - NO PRIOR FEE MTD FILE - MONTH STARTS "
                   "TONIGHT"
           else
               if not OLD-MTD-OK
                   perform OLD-MTD-ERROR
               end-if
               read OLD-MTD-FICHIER
                   at end continue
               end-read
      * a supplemental cycle on a month-end night finds the reset
      * the main cycle wrote today - the month it belongs to is the
      * closed-month record behind it
               if OLD-MTD-OK
                   and SUPPLEMENTAL-CYCLE
                   and TONIGHT-IS-MONTH-END
                   and OFM-AS-OF-DATE = WS-RUN-DATE-NUM
                   read OLD-MTD-FICHIER
                       at end continue
                   end-read
               end-if
               if OLD-MTD-OK
                   and OFM-MONTH = WS-BUSINESS-MONTH
                   set PRIOR-MTD-SEEN to true
               end-if
               close OLD-MTD-FICHIER
           end-if
           .
       ROLL-MTD-FORWARD.
      * tonight's fees join the month so far - a prior record from
      * another month (the generation written by the month-end
      * reset, or a long outage) starts the month fresh
           if PRIOR-MTD-SEEN
               perform ROLL-ONE-REGION
                   varying WS-RGN-SUB from 1 by 1
                   until WS-RGN-SUB > 4
           end-if
           .
       ROLL-ONE-REGION.
           add OFM-CHARGE-COUNT (WS-RGN-SUB)
             to NGT-CHARGE-COUNT (WS-RGN-SUB)
           add OFM-CHARGE-AMOUNT (WS-RGN-SUB)
             to NGT-CHARGE-AMOUNT (WS-RGN-SUB)
           add OFM-REVERSAL-COUNT (WS-RGN-SUB)
             to NGT-REVERSAL-COUNT (WS-RGN-SUB)
           add OFM-REVERSAL-AMOUNT (WS-RGN-SUB)
             to NGT-REVERSAL-AMOUNT (WS-RGN-SUB)
           add OFM-NO-FEE-COUNT (WS-RGN-SUB)
             to NGT-NO-FEE-COUNT (WS-RGN-SUB)
           .
       PRINT-MTD-SUMMARY.
      * net fees month to date by region - on the month-end night
      * these are the figures the regions are invoiced
           if TONIGHT-IS-MONTH-END
               move 'MONTH CLOSED TONIGHT - INVOICE FIGURES'
                 to WS-SC-TITLE
           else
               move 'MONTH TO DATE (INCLUDING TONIGHT)'
                 to WS-SC-TITLE
           end-if
           perform PRINT-SECTION-LINE
           perform PRINT-ONE-MTD-REGION
               varying WS-RGN-SUB from 1 by 1
               until WS-RGN-SUB > 4
           if TONIGHT-IS-MONTH-END
               move 'FEE MTD RESETS FOR THE NEW MONTH' to WS-SC-TITLE
               perform PRINT-SECTION-LINE
           end-if
           .
       PRINT-ONE-MTD-REGION.
           move spaces to WS-SC-TITLE
           if WS-RGN-SUB = 4
               move 'RCY/OTHER REGIONS' to WS-SC-TITLE
           else
               move 'REGION' to WS-SC-TITLE (1:6)
               move NGT-REGION-ID (WS-RGN-SUB) to WS-SC-TITLE (8:2)
           end-if
           perform PRINT-SECTION-LINE
           move NGT-CHARGE-COUNT (WS-RGN-SUB) to WS-TOT-CHARGE-COUNT
           move NGT-CHARGE-AMOUNT (WS-RGN-SUB) to WS-TOT-CHARGE-AMOUNT
           move NGT-REVERSAL-COUNT (WS-RGN-SUB)
             to WS-TOT-REVERSAL-COUNT
           move NGT-REVERSAL-AMOUNT (WS-RGN-SUB)
             to WS-TOT-REVERSAL-AMOUNT
           move NGT-NO-FEE-COUNT (WS-RGN-SUB) to WS-TOT-NO-FEE-COUNT
           compute WS-TOT-ITEM-COUNT = WS-TOT-CHARGE-COUNT
               + WS-TOT-REVERSAL-COUNT + WS-TOT-NO-FEE-COUNT
           perform PRINT-FEE-TOTALS
           .
       WRITE-NEW-MTD.
      * after a month-end run the accumulation starts over - the
      * new generation carries zeros dated tonight so the first
      * cycle of the new month opens clean. the closed month follows
      * the reset as a second record, so a supplemental cycle later
      * the same night still has the month to add its region to
           open output NEW-MTD-FICHIER
           if TONIGHT-IS-MONTH-END
               move NIGHT-FEE-RECORD to CLOSED-MONTH-RECORD
               perform CLEAR-NIGHT-FEES
           end-if
           write FEE-MTD-RECORD from NIGHT-FEE-RECORD
           if TONIGHT-IS-MONTH-END
               write FEE-MTD-RECORD from CLOSED-MONTH-RECORD
           end-if
           close NEW-MTD-FICHIER
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
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-ACTIVITY-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-ACTIVITY-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-FEE-TOTALS.
           compute WS-TOT-NET-AMOUNT = WS-TOT-CHARGE-AMOUNT
               + WS-TOT-REVERSAL-AMOUNT
           move 'ITEMS PRICED  ' to WS-AC-LABEL
           move WS-TOT-ITEM-COUNT to WS-AC-COUNT
           move zero to WS-AC-AMOUNT
           perform PRINT-ACTIVITY-LINE
           move 'FEES CHARGED  ' to WS-AC-LABEL
           move WS-TOT-CHARGE-COUNT to WS-AC-COUNT
           move WS-TOT-CHARGE-AMOUNT to WS-AC-AMOUNT
           perform PRINT-ACTIVITY-LINE
           move 'REFUND/ADJUST ' to WS-AC-LABEL
           move WS-TOT-REVERSAL-COUNT to WS-AC-COUNT
           move WS-TOT-REVERSAL-AMOUNT to WS-AC-AMOUNT
           perform PRINT-ACTIVITY-LINE
           move 'NO FEE        ' to WS-AC-LABEL
           move WS-TOT-NO-FEE-COUNT to WS-AC-COUNT
           move zero to WS-AC-AMOUNT
           perform PRINT-ACTIVITY-LINE
           move 'NET FEES      ' to WS-AC-LABEL
           compute WS-AC-COUNT = WS-TOT-CHARGE-COUNT
               + WS-TOT-REVERSAL-COUNT
           move WS-TOT-NET-AMOUNT to WS-AC-AMOUNT
           perform PRINT-ACTIVITY-LINE
           .
       EXTRACT-ERROR.
           display "MYFEES - EXTRACT-FICHIER I/O ERROR - STATUS = "
               WS-EXTRACT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SCHEDULE-ERROR.
           display "MYFEES - FEE-SCHEDULE I/O ERROR - STATUS = "
               WS-SCHEDULE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       FEE-HISTORY-ERROR.
           display "MYFEES - FEE-HISTORY I/O ERROR - STATUS = "
               WS-FHX-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       CALENDAR-ERROR.
           display "MYFEES - CALENDAR-FICHIER I/O ERROR - STATUS = "
               WS-CALENDAR-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-MTD-ERROR.
           display "MYFEES - OLD-MTD-FICHIER I/O ERROR - STATUS = "
               WS-OLD-MTD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       RUNREG-ERROR.
           display "MYFEES - RUN-REGISTRY I/O ERROR - STATUS = "
               WS-RUNREG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYFEES - RUN STATISTICS"
           display "  EXTRACT RECORDS:    " WS-STAT-EXTRACT-READ
           display "  FEE RECORDS:        " WS-STAT-FEES-WRITTEN
           display "  SCHEDULE CARDS:     " WS-STAT-CARDS-LOADED
           display "  CARDS REJECTED:     " WS-STAT-CARDS-REJECTED
           display "  NO CARD FITTED:     " WS-STAT-NO-SCHEDULE
           display "  REVERSAL NO FEE:    " WS-STAT-NO-ORIGINAL
           display "  SEQUENCE EXHAUSTED: " WS-STAT-SEQ-EXHAUSTED
           display "  NET FEES TONIGHT:   " WS-GRD-CHARGE-AMOUNT
               " / " WS-GRD-REVERSAL-AMOUNT
           .
       PRICE-EXTRACT SECTION.
       PRICE-EXTRACT-START.
           open input EXTRACT-FICHIER
           if not EXTRACT-OK
               perform EXTRACT-ERROR
           end-if
           perform READ-EXTRACT-RECORD
           perform until END-OF-EXTRACT
               perform PRICE-ONE-ITEM
               perform READ-EXTRACT-RECORD
           end-perform
           close EXTRACT-FICHIER
           .
       REGISTER-OUT SECTION.
       REGISTER-OUT-START.
           perform RETURN-FEE-TRI
           perform until END-OF-FEE-TRI
               if WS-BRK-ITEM-COUNT > zero
                   and TRI-REGION-ID not = WS-PREV-REGION-ID
                   perform PRINT-REGION-TOTAL
               end-if
               move TRI-REGION-ID to WS-PREV-REGION-ID
               perform PRINT-DETAIL-LINE
               perform ADD-TO-REGION-BREAK
               perform RETURN-FEE-TRI
           end-perform
           if WS-BRK-ITEM-COUNT > zero
               perform PRINT-REGION-TOTAL
           end-if
           perform PRINT-GRAND-TOTAL
           .
       SUPPORT SECTION.
       READ-EXTRACT-RECORD.
           read EXTRACT-FICHIER
               at end set END-OF-EXTRACT to true
           end-read
           if not EXTRACT-OK and not EXTRACT-EOF
               perform EXTRACT-ERROR
           end-if
           if not END-OF-EXTRACT
               add 1 to WS-STAT-EXTRACT-READ
           end-if
           .
       PRICE-ONE-ITEM.
           move spaces to FEE-RECORD
           move EXT-KEY to FEE-KEY
           move WS-RUN-DATE-NUM to FEE-ASSESSED-DATE
           move EXT-REGION-ID to FEE-REGION-ID
           move EXT-STATUS to FEE-EXT-STATUS
           move EXT-AMOUNT to FEE-POSTED-AMOUNT
           move zero to FEE-AMOUNT
           move EXT-POSTING-SOURCE to FEE-POSTING-SOURCE
           evaluate true
               when EXT-CANCELLATION
                   perform PRICE-CANCELLATION
               when EXT-ADJUSTMENT
                   perform PRICE-ADJUSTMENT
               when other
                   perform PRICE-POSTING
           end-evaluate
           write FEE-RECORD
           add 1 to WS-STAT-FEES-WRITTEN
           perform RECORD-FEE-HISTORY
           perform TALLY-NIGHT-FEE
           release TRI-RECORD from FEE-RECORD
           .
       PRICE-POSTING.
           move EXT-REGION-ID to WS-LOOK-REGION
           move EXT-STATUS to WS-LOOK-STATUS
           move EXT-AMOUNT to WS-PRICE-BASE
           perform PRICE-FROM-SCHEDULE
           if WS-FSC-FOUND-SUB > zero
               move WS-PRICED-FEE to FEE-AMOUNT
               set FEE-CHARGE to true
           else
               set FEE-NOT-CHARGED to true
               add 1 to WS-STAT-NO-SCHEDULE
           end-if
           .
       PRICE-CANCELLATION.
      * a cancellation refunds every fee still standing against the
      * key - the original charge less any earlier adjustment
           perform FIND-ORIGINAL-FEE
           if ORIGINAL-FEE-FOUND
               move WS-ORIG-REGION to FEE-REGION-ID
               move WS-ORIG-STATUS to FEE-EXT-STATUS
               compute FEE-AMOUNT = zero - WS-OUTSTANDING-FEE
               set FEE-REFUND to true
           else
               perform NO-ORIGINAL-FEE
           end-if
           .
       PRICE-ADJUSTMENT.
      * an adjustment's extract amount is the correction, so the
      * posting now stands at what is outstanding plus the delta.
      * that corrected posting is re-priced under the original
      * posting's region and status and only the difference from
      * the fee already standing is charged or refunded. corrected
      * to nothing, it refunds like a cancellation
           perform FIND-ORIGINAL-FEE
           if ORIGINAL-FEE-FOUND
               move WS-ORIG-REGION to FEE-REGION-ID
               move WS-ORIG-STATUS to FEE-EXT-STATUS
               compute WS-NEW-POSTED = WS-OUTSTANDING-POSTED
                   + EXT-AMOUNT
               if WS-NEW-POSTED = zero
                   move zero to WS-PRICED-FEE
               else
                   move WS-ORIG-REGION to WS-LOOK-REGION
                   move WS-ORIG-STATUS to WS-LOOK-STATUS
                   move WS-NEW-POSTED to WS-PRICE-BASE
                   perform PRICE-FROM-SCHEDULE
               end-if
               compute FEE-AMOUNT = WS-PRICED-FEE
                   - WS-OUTSTANDING-FEE
               set FEE-ADJUSTMENT to true
           else
               perform NO-ORIGINAL-FEE
           end-if
           .
       NO-ORIGINAL-FEE.
      * MYPROG only posts a reversal against an outstanding posting,
      * so a key with no fee history was posted before fees were
      * charged (or before the history was primed) - nothing to
      * refund, but worth a look
           display "MYFEES - NO FEE HISTORY FOR REVERSAL KEY "
               EXT-KEY " STATUS " EXT-STATUS
           set FEE-NOT-CHARGED to true
           add 1 to WS-STAT-NO-ORIGINAL
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       PRICE-FROM-SCHEDULE.
      * most specific card first: region and status, region alone,
      * then the every-region cards. the fee is priced on the size
      * of the posting, whichever way it is signed
           move zero to WS-PRICED-FEE
           move WS-LOOK-REGION to WS-SRCH-REGION
           move WS-LOOK-STATUS to WS-SRCH-STATUS
           perform SEARCH-SCHEDULE
           if WS-FSC-FOUND-SUB = zero
               move space to WS-SRCH-STATUS
               perform SEARCH-SCHEDULE
           end-if
           if WS-FSC-FOUND-SUB = zero
               move '**' to WS-SRCH-REGION
               move WS-LOOK-STATUS to WS-SRCH-STATUS
               perform SEARCH-SCHEDULE
           end-if
           if WS-FSC-FOUND-SUB = zero
               move space to WS-SRCH-STATUS
               perform SEARCH-SCHEDULE
           end-if
           if WS-FSC-FOUND-SUB > zero
               move WS-FSC-REGION-ID (WS-FSC-FOUND-SUB)
                 to FEE-SCHEDULE-REGION
               move WS-FSC-STATUS (WS-FSC-FOUND-SUB)
                 to FEE-SCHEDULE-STATUS
               if WS-PRICE-BASE < zero
                   compute WS-PRICE-BASE = zero - WS-PRICE-BASE
               end-if
               compute WS-PRICED-FEE rounded =
                   WS-FSC-FLAT-FEE (WS-FSC-FOUND-SUB)
                   + WS-PRICE-BASE
                   * WS-FSC-PERCENT (WS-FSC-FOUND-SUB) / 100
               if WS-PRICED-FEE < WS-FSC-MINIMUM (WS-FSC-FOUND-SUB)
                   move WS-FSC-MINIMUM (WS-FSC-FOUND-SUB)
                     to WS-PRICED-FEE
               end-if
               if WS-FSC-MAXIMUM (WS-FSC-FOUND-SUB) > zero
                   and WS-PRICED-FEE
                       > WS-FSC-MAXIMUM (WS-FSC-FOUND-SUB)
                   move WS-FSC-MAXIMUM (WS-FSC-FOUND-SUB)
                     to WS-PRICED-FEE
               end-if
           end-if
           .
       FIND-ORIGINAL-FEE.
      * every fee row for the key, summed, is the fee and posting
      * still standing. the first row that was not itself a
      * reversal is the original posting, whose region and status
      * the reversal is charged back under
           move 'N' to WS-ORIG-FOUND-SW
           move zero to WS-OUTSTANDING-FEE
           move zero to WS-OUTSTANDING-POSTED
           move spaces to WS-ORIG-REGION
           move space to WS-ORIG-STATUS
           if FEE-HISTORY-READABLE
               move 'N' to WS-FHX-BROWSE-EOF-SW
               move EXT-KEY to FHX-KEY
               move zero to FHX-TS-DATE
               move zero to FHX-TS-TIME
               move zero to FHX-SEQUENCE
               start FEE-HISTORY
                   key >= FHX-HISTORY-KEY
                   invalid key set END-OF-KEY-FEE-HISTORY to true
               end-start
               if not END-OF-KEY-FEE-HISTORY
                   perform READ-NEXT-KEY-FEE-HISTORY
               end-if
               perform until END-OF-KEY-FEE-HISTORY
                   add FHX-FEE-AMOUNT to WS-OUTSTANDING-FEE
                   add FHX-POSTED-AMOUNT to WS-OUTSTANDING-POSTED
                   if not ORIGINAL-FEE-FOUND
                       and not FHX-REVERSAL-ROW
                       move FHX-REGION-ID to WS-ORIG-REGION
                       move FHX-EXT-STATUS to WS-ORIG-STATUS
                       set ORIGINAL-FEE-FOUND to true
                   end-if
                   perform READ-NEXT-KEY-FEE-HISTORY
               end-perform
           end-if
           .
       READ-NEXT-KEY-FEE-HISTORY.
           read FEE-HISTORY next
               at end set END-OF-KEY-FEE-HISTORY to true
           end-read
           if END-OF-KEY-FEE-HISTORY
               continue
           else
               if not FHX-OK
                   perform FEE-HISTORY-ERROR
               end-if
               if FHX-KEY not = EXT-KEY
                   set END-OF-KEY-FEE-HISTORY to true
               end-if
           end-if
           .
       RECORD-FEE-HISTORY.
      * the reversal row carries its own status, so a later reversal
      * of the same key still finds the original posting beneath it
           move spaces to FEE-HISTORY-RECORD
           move FEE-KEY to FHX-KEY
           move WS-RUN-DATE-NUM to FHX-TS-DATE
           move WS-RUN-TIME-NUM to FHX-TS-TIME
           move zero to FHX-SEQUENCE
           move FEE-REGION-ID to FHX-REGION-ID
           move EXT-STATUS to FHX-EXT-STATUS
           move FEE-SCHEDULE-REGION to FHX-SCHEDULE-REGION
           move FEE-SCHEDULE-STATUS to FHX-SCHEDULE-STATUS
           move FEE-POSTED-AMOUNT to FHX-POSTED-AMOUNT
           move FEE-AMOUNT to FHX-FEE-AMOUNT
           move FEE-TYPE to FHX-FEE-TYPE
           move 'N' to WS-WRITTEN-SW
           move 'N' to WS-SEQ-SW
           perform WRITE-FEE-HISTORY
               until FEE-HISTORY-WRITTEN or SEQUENCE-EXHAUSTED
           if SEQUENCE-EXHAUSTED
               display "MYFEES - SEQUENCE EXHAUSTED FOR KEY " FHX-KEY
                   " AT " FHX-TS-DATE FHX-TS-TIME
               add 1 to WS-STAT-SEQ-EXHAUSTED
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           .
       WRITE-FEE-HISTORY.
      * several fees on one key inside one second collide on the
      * composite key - bump the sequence byte and try again
           write FEE-HISTORY-RECORD
               invalid key
                   if FHX-DUPLICATE
                       if FHX-SEQUENCE < 999
                           add 1 to FHX-SEQUENCE
                       else
                           set SEQUENCE-EXHAUSTED to true
                       end-if
                   else
                       perform FEE-HISTORY-ERROR
                   end-if
               not invalid key
                   set FEE-HISTORY-WRITTEN to true
           end-write
           .
       TALLY-NIGHT-FEE.
           evaluate FEE-REGION-ID
               when 'R1'
                   move 1 to WS-RGN-SUB
               when 'R2'
                   move 2 to WS-RGN-SUB
               when 'R3'
                   move 3 to WS-RGN-SUB
               when other
                   move 4 to WS-RGN-SUB
           end-evaluate
           evaluate true
               when FEE-CHARGE
                   add 1 to NGT-CHARGE-COUNT (WS-RGN-SUB)
                   add FEE-AMOUNT to NGT-CHARGE-AMOUNT (WS-RGN-SUB)
               when FEE-REVERSAL
                   add 1 to NGT-REVERSAL-COUNT (WS-RGN-SUB)
                   add FEE-AMOUNT to NGT-REVERSAL-AMOUNT (WS-RGN-SUB)
               when other
                   add 1 to NGT-NO-FEE-COUNT (WS-RGN-SUB)
           end-evaluate
           .
       RETURN-FEE-TRI.
           return FEE-TRI
               at end set END-OF-FEE-TRI to true
           end-return
           .
       PRINT-DETAIL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move TRI-REGION-ID to WS-DL-REGION
           move TRI-KEY to WS-DL-KEY
           move TRI-EXT-STATUS to WS-DL-STATUS
           move TRI-SCHEDULE-REGION to WS-DL-SCHED-REGION
           move TRI-SCHEDULE-STATUS to WS-DL-SCHED-STATUS
           move TRI-POSTED-AMOUNT to WS-DL-POSTED
           move TRI-AMOUNT to WS-DL-FEE
           evaluate true
               when TRI-CHARGE
                   move 'CHARGE' to WS-DL-TYPE
               when TRI-REFUND
                   move 'REFUND' to WS-DL-TYPE
               when TRI-ADJUSTMENT
                   move 'ADJUST' to WS-DL-TYPE
               when other
                   move 'NO FEE' to WS-DL-TYPE
           end-evaluate
           move TRI-POSTING-SOURCE to WS-DL-SOURCE
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       ADD-TO-REGION-BREAK.
           add 1 to WS-BRK-ITEM-COUNT
           evaluate true
               when TRI-CHARGE
                   add 1 to WS-BRK-CHARGE-COUNT
                   add TRI-AMOUNT to WS-BRK-CHARGE-AMOUNT
               when TRI-REVERSAL
                   add 1 to WS-BRK-REVERSAL-COUNT
                   add TRI-AMOUNT to WS-BRK-REVERSAL-AMOUNT
               when other
                   add 1 to WS-BRK-NO-FEE-COUNT
           end-evaluate
           .
       PRINT-REGION-TOTAL.
           move spaces to WS-SC-TITLE
           move 'TOTAL REGION' to WS-SC-TITLE (1:12)
           move WS-PREV-REGION-ID to WS-SC-TITLE (14:2)
           perform PRINT-SECTION-LINE
           move WS-BRK-ITEM-COUNT to WS-TOT-ITEM-COUNT
           move WS-BRK-CHARGE-COUNT to WS-TOT-CHARGE-COUNT
           move WS-BRK-CHARGE-AMOUNT to WS-TOT-CHARGE-AMOUNT
           move WS-BRK-REVERSAL-COUNT to WS-TOT-REVERSAL-COUNT
           move WS-BRK-REVERSAL-AMOUNT to WS-TOT-REVERSAL-AMOUNT
           move WS-BRK-NO-FEE-COUNT to WS-TOT-NO-FEE-COUNT
           perform PRINT-FEE-TOTALS
           move spaces to PRINT-RECORD
           write PRINT-RECORD
               after advancing 1
           add 1 to WS-LINE-COUNT
           add WS-BRK-ITEM-COUNT to WS-GRD-ITEM-COUNT
           add WS-BRK-CHARGE-COUNT to WS-GRD-CHARGE-COUNT
           add WS-BRK-CHARGE-AMOUNT to WS-GRD-CHARGE-AMOUNT
           add WS-BRK-REVERSAL-COUNT to WS-GRD-REVERSAL-COUNT
           add WS-BRK-REVERSAL-AMOUNT to WS-GRD-REVERSAL-AMOUNT
           add WS-BRK-NO-FEE-COUNT to WS-GRD-NO-FEE-COUNT
           move zero to WS-BRK-ITEM-COUNT
           move zero to WS-BRK-CHARGE-COUNT
           move zero to WS-BRK-CHARGE-AMOUNT
           move zero to WS-BRK-REVERSAL-COUNT
           move zero to WS-BRK-REVERSAL-AMOUNT
           move zero to WS-BRK-NO-FEE-COUNT
           .
       PRINT-GRAND-TOTAL.
           if SUPPLEMENTAL-CYCLE
               move 'TOTAL FEES THIS SUPPLEMENTAL CYCLE' to WS-SC-TITLE
           else
               move 'TOTAL FEES THIS NIGHT' to WS-SC-TITLE
           end-if
           perform PRINT-SECTION-LINE
           move WS-GRD-ITEM-COUNT to WS-TOT-ITEM-COUNT
           move WS-GRD-CHARGE-COUNT to WS-TOT-CHARGE-COUNT
           move WS-GRD-CHARGE-AMOUNT to WS-TOT-CHARGE-AMOUNT
           move WS-GRD-REVERSAL-COUNT to WS-TOT-REVERSAL-COUNT
           move WS-GRD-REVERSAL-AMOUNT to WS-TOT-REVERSAL-AMOUNT
           move WS-GRD-NO-FEE-COUNT to WS-TOT-NO-FEE-COUNT
           perform PRINT-FEE-TOTALS
           move spaces to PRINT-RECORD
           write PRINT-RECORD
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
