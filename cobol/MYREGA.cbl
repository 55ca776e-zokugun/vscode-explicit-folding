      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYREGA.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select CONTROL-CARD-FICHIER assign to UT-S-RGC
                organization is sequential
                file status is WS-CARD-STATUS.
            select EXTRACT-FICHIER assign to UT-S-EXT
                organization is sequential
                file status is WS-EXTRACT-STATUS.
            select AUDIT-HISTORY assign to AUDHIST
                organization is indexed
                access is dynamic
                record key is AHX-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select ARCHIVE-FICHIER assign to UT-S-ARC
                organization is sequential
                file status is WS-ARCHIVE-STATUS.
            select FILING-FICHIER assign to UT-S-RGF
                organization is sequential.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select ACTIVITY-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy REGCARD.
       FD  EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXTRACTREC.
       FD  AUDIT-HISTORY.
           copy AUDHIST.
      * rows retired from the cluster by the retention run - same
      * layout, sequential, all archive generations concatenated
       FD  ARCHIVE-FICHIER
           block contains 0 records
           recording mode is F.
           copy AUDHIST
               replacing ==AUDIT-HISTORY-RECORD==
                      by ==ARCHIVE-HISTORY-RECORD==,
                 leading ==AHX==
                      by ==ARC==.
       FD  FILING-FICHIER
           block contains 0 records
           recording mode is F.
           copy REGFILE.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
      * one money-moving detail inside the filing period, from
      * whichever source it was found in, sorted into key and
      * business-date order so each key's day comes back together
       SD  ACTIVITY-TRI.
       01  TRI-RECORD.
           05  TRI-BUSINESS-DATE       PIC 9(8).
           05  TRI-KEY                 PIC 9(6).
           05  TRI-SOURCE              PIC X(1).
               88  TRI-FROM-ARCHIVE    VALUE 'A'.
               88  TRI-FROM-EXTRACT    VALUE 'E'.
               88  TRI-FROM-HISTORY    VALUE 'H'.
           05  TRI-TS-TIME             PIC 9(6).
           05  TRI-DISPOSITION         PIC X(10).
           05  TRI-REGION-ID           PIC X(2).
           05  TRI-CURRENCY-CODE       PIC X(3).
           05  TRI-ORIG-AMOUNT         PIC S9(7)V99.
           05  TRI-BASE-AMOUNT         PIC S9(7)V99.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-EXTRACT-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-ARCHIVE-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-DETAILS-IN-PERIOD PIC 9(9) VALUE ZERO.
           05  WS-STAT-KEYS-EXAMINED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-KEYS-FILED       PIC 9(9) VALUE ZERO.
           05  WS-STAT-DETAILS-LISTED   PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-CONTROL-CARDS VALUE 'Y'.
           05  WS-CARD-VALID-SW        PIC X(1) VALUE 'N'.
               88  CONTROL-CARD-VALID  VALUE 'Y'.
           05  WS-EXTRACT-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-EXTRACT      VALUE 'Y'.
           05  WS-HISTORY-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY      VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE      VALUE 'Y'.
           05  WS-TRI-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-ACTIVITY-TRI VALUE 'Y'.
           05  WS-LIST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  LIST-ENTRY-FOUND    VALUE 'Y'.
       01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
           88  CARD-OK                 VALUE '00'.
           88  CARD-EOF                VALUE '10'.
           88  CARD-NOT-FOUND          VALUE '35'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  EXTRACT-OK              VALUE '00'.
           88  EXTRACT-EOF             VALUE '10'.
           88  EXTRACT-NOT-FOUND       VALUE '35'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-EOF             VALUE '10'.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE '00'.
           88  ARCHIVE-OK              VALUE '00'.
           88  ARCHIVE-EOF             VALUE '10'.
           88  ARCHIVE-NOT-FOUND       VALUE '35'.
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
      * the filing parameters off the control card
       01  WS-FILING-PARAMETERS.
           05  WS-THRESHOLD            PIC 9(9)V99 VALUE ZERO.
           05  WS-PERIOD-FROM          PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-TO            PIC 9(8) VALUE ZERO.
           05  WS-FILER-ID             PIC X(8) VALUE SPACES.
      * one key's business date, gathered as it comes back from the
      * sort. activity is every detail taken at its size - a posting
      * and its cancellation are both activity, though they net to
      * nothing. the details are kept for the reviewer's listing;
      * past the table the day still totals, it just stops listing
       01  WS-KEY-DAY.
           05  WS-PREV-KEY             PIC 9(6) VALUE ZERO.
           05  WS-PREV-DATE            PIC 9(8) VALUE ZERO.
           05  WS-DAY-ACTIVITY         PIC 9(11)V99 VALUE ZERO.
           05  WS-DAY-NET              PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-DETAIL-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-DAY-SIZE             PIC 9(7)V99 VALUE ZERO.
           05  WS-DAY-REGION-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-DAY-REGION           PIC X(2) OCCURS 10 TIMES.
           05  WS-DAY-CURRENCY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-DAY-CURRENCY         PIC X(3) OCCURS 20 TIMES.
           05  WS-DAY-LISTED           PIC 9(3) VALUE ZERO.
           05  WS-DAY-DETAIL OCCURS 200 TIMES.
               10  WS-DD-SOURCE        PIC X(1).
               10  WS-DD-TS-TIME       PIC 9(6).
               10  WS-DD-DISPOSITION   PIC X(10).
               10  WS-DD-REGION-ID     PIC X(2).
               10  WS-DD-CURRENCY-CODE PIC X(3).
               10  WS-DD-ORIG-AMOUNT   PIC S9(7)V99.
               10  WS-DD-BASE-AMOUNT   PIC S9(7)V99.
       01  WS-LIST-SUB                 PIC 9(3) VALUE ZERO.
       01  WS-NOT-LISTED               PIC 9(5) VALUE ZERO.
       01  WS-FILING-TOTALS.
           05  WS-FIL-SEQUENCE         PIC 9(6) VALUE ZERO.
           05  WS-FIL-ACTIVITY         PIC 9(15)V99 VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYREGA - LARGE-TXN AGGREGATION'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-PARAMETER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'PERIOD '.
           05  WS-PL-FROM-DATE         PIC 9(4)/99/99.
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  WS-PL-TO-DATE           PIC 9(4)/99/99.
           05  FILLER                  PIC X(12) VALUE
               '  THRESHOLD '.
           05  WS-PL-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               '       SOURCE    RG  CUR    ORIG AMOUNT '.
           05  FILLER                  PIC X(32) VALUE
               '   BASE AMOUNT  DISPOSITN   TIME'.
       01  WS-REPORT-KEY-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE 'KEY '.
           05  WS-KL-KEY               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-KL-DATE              PIC 9(4)/99/99.
           05  FILLER                  PIC X(11) VALUE
               '  ACTIVITY '.
           05  WS-KL-ACTIVITY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' NET '.
           05  WS-KL-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-COUNT-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'DETAILS '.
           05  WS-CL-DETAILS           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  REGIONS '.
           05  WS-CL-REGIONS           PIC Z9.
           05  FILLER                  PIC X(13) VALUE
               '  CURRENCIES '.
           05  WS-CL-CURRENCIES        PIC Z9.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-REGION            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ORIG-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BASE-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DISPOSITION       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-TIME              PIC 99B99B99.
       01  WS-REPORT-SECTION-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-SC-TITLE             PIC X(50).
       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(20).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform READ-CONTROL-CARD
           if not CONTROL-CARD-VALID
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
           perform PRINT-REPORT-HEADER
           open input AUDIT-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           open output FILING-FICHIER
           perform WRITE-FILING-HEADER
      * every source's details for the period go into the sort; they
      * come back out a key's business date at a time
           sort ACTIVITY-TRI
               ascending key TRI-BUSINESS-DATE
               ascending key TRI-KEY
               ascending key TRI-SOURCE
               ascending key TRI-TS-TIME
               ascending key TRI-DISPOSITION
               input procedure GATHER-ACTIVITY
               output procedure AGGREGATE-OUT
           close AUDIT-HISTORY
           perform WRITE-FILING-TRAILER
           close FILING-FICHIER
           perform PRINT-FILING-TOTALS
           perform END-OF-RUN.
       READ-CONTROL-CARD.
      * the first non-blank card is the filing's. without a usable
      * card nothing is filed - the run ends RC 8 rather than file
      * against a threshold or period nobody set
           open input CONTROL-CARD-FICHIER
           if CARD-NOT-FOUND
               display "MYREGA - NO CONTROL CARD - NOTHING FILED"
           else
               if not CARD-OK
                   perform CARD-ERROR
               end-if
               perform READ-CARD-RECORD
               perform until END-OF-CONTROL-CARDS
                   or REGULATORY-CONTROL-CARD not = spaces
                   perform READ-CARD-RECORD
               end-perform
               if END-OF-CONTROL-CARDS
                   display "MYREGA - NO CONTROL CARD - NOTHING FILED"
               else
                   perform VALIDATE-CONTROL-CARD
               end-if
               close CONTROL-CARD-FICHIER
           end-if
           .
       READ-CARD-RECORD.
           read CONTROL-CARD-FICHIER
               at end set END-OF-CONTROL-CARDS to true
           end-read
           if not CARD-OK and not CARD-EOF
               perform CARD-ERROR
           end-if
           .
       VALIDATE-CONTROL-CARD.
      * blank period dates file tonight - the nightly card. a past
      * period is a resubmission, rebuilt from the history alone
           set CONTROL-CARD-VALID to true
           if RGC-THRESHOLD-X is not numeric
               or RGC-THRESHOLD = zero
               display "MYREGA - CONTROL CARD REJECTED - THRESHOLD "
                   "NOT NUMERIC OR ZERO"
               move 'N' to WS-CARD-VALID-SW
           else
               move RGC-THRESHOLD to WS-THRESHOLD
           end-if
           evaluate true
               when RGC-PERIOD-FROM-X = spaces
                   move WS-RUN-DATE-NUM to WS-PERIOD-FROM
               when RGC-PERIOD-FROM-X is numeric
                   move RGC-PERIOD-FROM to WS-PERIOD-FROM
               when other
                   display "MYREGA - CONTROL CARD REJECTED - PERIOD "
                       "FROM-DATE NOT NUMERIC"
                   move 'N' to WS-CARD-VALID-SW
           end-evaluate
           evaluate true
               when RGC-PERIOD-TO-X = spaces
                   move WS-PERIOD-FROM to WS-PERIOD-TO
               when RGC-PERIOD-TO-X is numeric
                   move RGC-PERIOD-TO to WS-PERIOD-TO
               when other
                   display "MYREGA - CONTROL CARD REJECTED - PERIOD "
                       "TO-DATE NOT NUMERIC"
                   move 'N' to WS-CARD-VALID-SW
           end-evaluate
           if CONTROL-CARD-VALID
               and WS-PERIOD-TO < WS-PERIOD-FROM
               display "MYREGA - CONTROL CARD REJECTED - PERIOD "
                   "ENDS BEFORE IT STARTS"
               move 'N' to WS-CARD-VALID-SW
           end-if
           move RGC-FILER-ID to WS-FILER-ID
           if CONTROL-CARD-VALID
               and WS-FILER-ID = spaces
               display "MYREGA - NO FILER ID ON CONTROL CARD - "
                   "HEADER CARRIES SPACES"
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       WRITE-FILING-HEADER.
           move spaces to REGULATORY-FILING-RECORD
           set RGF-HEADER-REC to true
           move WS-FILER-ID to RGF-HDR-FILER-ID
           move WS-PERIOD-FROM to RGF-HDR-PERIOD-FROM
           move WS-PERIOD-TO to RGF-HDR-PERIOD-TO
           move WS-THRESHOLD to RGF-HDR-THRESHOLD
           write REGULATORY-FILING-RECORD
           .
       WRITE-FILING-TRAILER.
           move spaces to REGULATORY-FILING-RECORD
           set RGF-TRAILER-REC to true
           move WS-FIL-SEQUENCE to RGF-TRL-COUNT
           move WS-FIL-ACTIVITY to RGF-TRL-ACTIVITY
           write REGULATORY-FILING-RECORD
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move WS-PERIOD-FROM to WS-PL-FROM-DATE
           move WS-PERIOD-TO to WS-PL-TO-DATE
           move WS-THRESHOLD to WS-PL-THRESHOLD
           write PRINT-RECORD from WS-REPORT-PARAMETER-LINE
               after advancing 1
           write PRINT-RECORD from WS-REPORT-COLUMN-LINE
               after advancing 2
           move 4 to WS-LINE-COUNT
           .
       PRINT-SECTION-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-SECTION-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-TOTAL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-TOTAL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-FILING-TOTALS.
           move spaces to WS-SC-TITLE
           if WS-STAT-KEYS-FILED = zero
               move 'NOTHING REACHED THE THRESHOLD - NIL FILING'
                 to WS-SC-TITLE
           else
               move 'FILING TOTALS' to WS-SC-TITLE
           end-if
           perform PRINT-SECTION-LINE
           move 'DETAILS IN PERIOD   ' to WS-TL-LABEL
           move WS-STAT-DETAILS-IN-PERIOD to WS-TL-COUNT
           move zero to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           move 'KEY-DAYS EXAMINED   ' to WS-TL-LABEL
           move WS-STAT-KEYS-EXAMINED to WS-TL-COUNT
           move zero to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           move 'KEY-DAYS FILED      ' to WS-TL-LABEL
           move WS-STAT-KEYS-FILED to WS-TL-COUNT
           move WS-FIL-ACTIVITY to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           .
       CARD-ERROR.
           display "MYREGA - CONTROL-CARD I/O ERROR - STATUS = "
               WS-CARD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       EXTRACT-ERROR.
           display "MYREGA - EXTRACT-FICHIER I/O ERROR - STATUS = "
               WS-EXTRACT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYREGA - AUDIT-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ARCHIVE-ERROR.
           display "MYREGA - ARCHIVE-FICHIER I/O ERROR - STATUS = "
               WS-ARCHIVE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYREGA - RUN STATISTICS"
           display "  PERIOD:             " WS-PERIOD-FROM
               " - " WS-PERIOD-TO
           display "  EXTRACT RECORDS:    " WS-STAT-EXTRACT-READ
           display "  HISTORY ROWS:       " WS-STAT-HISTORY-READ
           display "  ARCHIVE ROWS:       " WS-STAT-ARCHIVE-READ
           display "  DETAILS IN PERIOD:  " WS-STAT-DETAILS-IN-PERIOD
           display "  KEY-DAYS EXAMINED:  " WS-STAT-KEYS-EXAMINED
           display "  KEY-DAYS FILED:     " WS-STAT-KEYS-FILED
           display "  DETAILS LISTED:     " WS-STAT-DETAILS-LISTED
           .
       GATHER-ACTIVITY SECTION.
       GATHER-ACTIVITY-START.
           perform GATHER-EXTRACT
           perform GATHER-HISTORY
           perform GATHER-ARCHIVE
           .
       AGGREGATE-OUT SECTION.
       AGGREGATE-OUT-START.
           perform RETURN-ACTIVITY-TRI
           perform until END-OF-ACTIVITY-TRI
               if WS-DAY-DETAIL-COUNT > zero
                   and (TRI-KEY not = WS-PREV-KEY
                   or TRI-BUSINESS-DATE not = WS-PREV-DATE)
                   perform CLOSE-KEY-DAY
               end-if
               move TRI-KEY to WS-PREV-KEY
               move TRI-BUSINESS-DATE to WS-PREV-DATE
               perform ADD-TO-KEY-DAY
               perform RETURN-ACTIVITY-TRI
           end-perform
           if WS-DAY-DETAIL-COUNT > zero
               perform CLOSE-KEY-DAY
           end-if
           .
       SUPPORT SECTION.
       GATHER-EXTRACT.
      * tonight's extract is what this cycle posted and the history
      * does not hold yet - it belongs to tonight's business date,
      * so a period that does not include tonight leaves it unread.
      * a resubmission runs with the extract dummied out
           if WS-RUN-DATE-NUM < WS-PERIOD-FROM
               or WS-RUN-DATE-NUM > WS-PERIOD-TO
               continue
           else
               open input EXTRACT-FICHIER
               if EXTRACT-NOT-FOUND
                   display "MYREGA - NO EXTRACT - HISTORY ONLY"
               else
                   if not EXTRACT-OK
                       perform EXTRACT-ERROR
                   end-if
                   perform READ-EXTRACT-RECORD
                   perform until END-OF-EXTRACT
                       perform RELEASE-EXTRACT-DETAIL
                       perform READ-EXTRACT-RECORD
                   end-perform
                   close EXTRACT-FICHIER
               end-if
           end-if
           .
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
       RELEASE-EXTRACT-DETAIL.
      * the extract carries no disposition - it is named the way
      * MYPROG names the audit row for the same posting
           if EXT-AMOUNT not = zero
               move spaces to TRI-RECORD
               move WS-RUN-DATE-NUM to TRI-BUSINESS-DATE
               move EXT-KEY to TRI-KEY
               set TRI-FROM-EXTRACT to true
               move zero to TRI-TS-TIME
               evaluate true
                   when EXT-CANCELLATION
                       move 'REVERSED' to TRI-DISPOSITION
                   when EXT-ADJUSTMENT
                       move 'ADJUSTED' to TRI-DISPOSITION
                   when EXT-RELEASED-FROM-HOLD
                       move 'RELEASED' to TRI-DISPOSITION
                   when EXT-RELEASED-FROM-WAREHOUSE
                       move 'EFFECTIVE' to TRI-DISPOSITION
                   when other
                       move 'PROCESSED' to TRI-DISPOSITION
               end-evaluate
               move EXT-REGION-ID to TRI-REGION-ID
               move EXT-CURRENCY-CODE to TRI-CURRENCY-CODE
               move EXT-ORIG-AMOUNT to TRI-ORIG-AMOUNT
               move EXT-AMOUNT to TRI-BASE-AMOUNT
               add 1 to WS-STAT-DETAILS-IN-PERIOD
               release TRI-RECORD
           end-if
           .
       GATHER-HISTORY.
      * the cluster is keyed by record key first, so a period is a
      * full pass - every row dated inside it that moved money. a
      * row consolidated before the item's origin was carried has
      * no original amount - its base amount stands in for it
           perform READ-NEXT-HISTORY
           perform until END-OF-HISTORY
               if AHX-TS-DATE >= WS-PERIOD-FROM
                   and AHX-TS-DATE <= WS-PERIOD-TO
                   and AHX-AMOUNT not = zero
                   and (AHX-DISPOSITION = 'PROCESSED'
                   or 'RELEASED' or 'EFFECTIVE'
                   or 'REVERSED' or 'ADJUSTED')
                   move spaces to TRI-RECORD
                   move AHX-TS-DATE to TRI-BUSINESS-DATE
                   move AHX-KEY to TRI-KEY
                   set TRI-FROM-HISTORY to true
                   move AHX-TS-TIME to TRI-TS-TIME
                   move AHX-DISPOSITION to TRI-DISPOSITION
                   move AHX-REGION-ID to TRI-REGION-ID
                   move AHX-CURRENCY-CODE to TRI-CURRENCY-CODE
                   if AHX-ORIG-AMOUNT is numeric
                       move AHX-ORIG-AMOUNT to TRI-ORIG-AMOUNT
                   else
                       move AHX-AMOUNT to TRI-ORIG-AMOUNT
                   end-if
                   move AHX-AMOUNT to TRI-BASE-AMOUNT
                   add 1 to WS-STAT-DETAILS-IN-PERIOD
                   release TRI-RECORD
               end-if
               perform READ-NEXT-HISTORY
           end-perform
           .
       READ-NEXT-HISTORY.
           read AUDIT-HISTORY next
               at end set END-OF-HISTORY to true
           end-read
           if END-OF-HISTORY
               continue
           else
               if not HISTORY-OK
                   perform HISTORY-ERROR
               end-if
               add 1 to WS-STAT-HISTORY-READ
           end-if
           .
       GATHER-ARCHIVE.
      * a period older than the cluster's retention is read back
      * from the archive generations. none is not an error - the
      * retention job may not have run yet
           open input ARCHIVE-FICHIER
           if ARCHIVE-NOT-FOUND
               display "MYREGA - NO AUDIT ARCHIVE - CLUSTER ONLY"
           else
               if not ARCHIVE-OK
                   perform ARCHIVE-ERROR
               end-if
               perform READ-ARCHIVE-RECORD
               perform until END-OF-ARCHIVE
                   if ARC-TS-DATE >= WS-PERIOD-FROM
                       and ARC-TS-DATE <= WS-PERIOD-TO
                       and ARC-AMOUNT not = zero
                       and (ARC-DISPOSITION = 'PROCESSED'
                       or 'RELEASED' or 'EFFECTIVE'
                       or 'REVERSED' or 'ADJUSTED')
                       move spaces to TRI-RECORD
                       move ARC-TS-DATE to TRI-BUSINESS-DATE
                       move ARC-KEY to TRI-KEY
                       set TRI-FROM-ARCHIVE to true
                       move ARC-TS-TIME to TRI-TS-TIME
                       move ARC-DISPOSITION to TRI-DISPOSITION
                       move ARC-REGION-ID to TRI-REGION-ID
                       move ARC-CURRENCY-CODE to TRI-CURRENCY-CODE
                       if ARC-ORIG-AMOUNT is numeric
                           move ARC-ORIG-AMOUNT to TRI-ORIG-AMOUNT
                       else
                           move ARC-AMOUNT to TRI-ORIG-AMOUNT
                       end-if
                       move ARC-AMOUNT to TRI-BASE-AMOUNT
                       add 1 to WS-STAT-DETAILS-IN-PERIOD
                       release TRI-RECORD
                   end-if
                   perform READ-ARCHIVE-RECORD
               end-perform
               close ARCHIVE-FICHIER
           end-if
           .
       READ-ARCHIVE-RECORD.
           read ARCHIVE-FICHIER
               at end set END-OF-ARCHIVE to true
           end-read
           if not ARCHIVE-OK and not ARCHIVE-EOF
               perform ARCHIVE-ERROR
           end-if
           if not END-OF-ARCHIVE
               add 1 to WS-STAT-ARCHIVE-READ
           end-if
           .
       RETURN-ACTIVITY-TRI.
           return ACTIVITY-TRI
               at end set END-OF-ACTIVITY-TRI to true
           end-return
           .
       ADD-TO-KEY-DAY.
           add 1 to WS-DAY-DETAIL-COUNT
           add TRI-BASE-AMOUNT to WS-DAY-NET
           if TRI-BASE-AMOUNT < zero
               compute WS-DAY-SIZE = zero - TRI-BASE-AMOUNT
           else
               move TRI-BASE-AMOUNT to WS-DAY-SIZE
           end-if
           add WS-DAY-SIZE to WS-DAY-ACTIVITY
           perform NOTE-DAY-REGION
           perform NOTE-DAY-CURRENCY
           if WS-DAY-LISTED < 200
               add 1 to WS-DAY-LISTED
               move TRI-SOURCE to WS-DD-SOURCE (WS-DAY-LISTED)
               move TRI-TS-TIME to WS-DD-TS-TIME (WS-DAY-LISTED)
               move TRI-DISPOSITION
                 to WS-DD-DISPOSITION (WS-DAY-LISTED)
               move TRI-REGION-ID to WS-DD-REGION-ID (WS-DAY-LISTED)
               move TRI-CURRENCY-CODE
                 to WS-DD-CURRENCY-CODE (WS-DAY-LISTED)
               move TRI-ORIG-AMOUNT
                 to WS-DD-ORIG-AMOUNT (WS-DAY-LISTED)
               move TRI-BASE-AMOUNT
                 to WS-DD-BASE-AMOUNT (WS-DAY-LISTED)
           end-if
           .
       NOTE-DAY-REGION.
      * distinct originating regions - a blank region is a row from
      * before the region was carried, not a region of its own
           if TRI-REGION-ID not = spaces
               move 'N' to WS-LIST-FOUND-SW
               perform MATCH-DAY-REGION
                   varying WS-LIST-SUB from 1 by 1
                   until WS-LIST-SUB > WS-DAY-REGION-COUNT
                   or LIST-ENTRY-FOUND
               if not LIST-ENTRY-FOUND
                   and WS-DAY-REGION-COUNT < 10
                   add 1 to WS-DAY-REGION-COUNT
                   move TRI-REGION-ID
                     to WS-DAY-REGION (WS-DAY-REGION-COUNT)
               end-if
           end-if
           .
       MATCH-DAY-REGION.
           if WS-DAY-REGION (WS-LIST-SUB) = TRI-REGION-ID
               set LIST-ENTRY-FOUND to true
           end-if
           .
       NOTE-DAY-CURRENCY.
      * distinct original currencies - blank is base currency and
      * counts as one
           move 'N' to WS-LIST-FOUND-SW
           perform MATCH-DAY-CURRENCY
               varying WS-LIST-SUB from 1 by 1
               until WS-LIST-SUB > WS-DAY-CURRENCY-COUNT
               or LIST-ENTRY-FOUND
           if not LIST-ENTRY-FOUND
               and WS-DAY-CURRENCY-COUNT < 20
               add 1 to WS-DAY-CURRENCY-COUNT
               move TRI-CURRENCY-CODE
                 to WS-DAY-CURRENCY (WS-DAY-CURRENCY-COUNT)
           end-if
           .
       MATCH-DAY-CURRENCY.
           if WS-DAY-CURRENCY (WS-LIST-SUB) = TRI-CURRENCY-CODE
               set LIST-ENTRY-FOUND to true
           end-if
           .
       CLOSE-KEY-DAY.
      * the test is the day's total for the key, however many
      * details and regions it was split across
           add 1 to WS-STAT-KEYS-EXAMINED
           if WS-DAY-ACTIVITY >= WS-THRESHOLD
               perform FILE-KEY-DAY
           end-if
           move zero to WS-DAY-ACTIVITY
           move zero to WS-DAY-NET
           move zero to WS-DAY-DETAIL-COUNT
           move zero to WS-DAY-REGION-COUNT
           move zero to WS-DAY-CURRENCY-COUNT
           move zero to WS-DAY-LISTED
           .
       FILE-KEY-DAY.
           add 1 to WS-STAT-KEYS-FILED
           add 1 to WS-FIL-SEQUENCE
           add WS-DAY-ACTIVITY to WS-FIL-ACTIVITY
           move spaces to REGULATORY-FILING-RECORD
           set RGF-DETAIL-REC to true
           move WS-PREV-KEY to RGF-KEY
           move WS-PREV-DATE to RGF-BUSINESS-DATE
           move WS-DAY-ACTIVITY to RGF-ACTIVITY-AMOUNT
           move WS-DAY-NET to RGF-NET-AMOUNT
           move WS-DAY-DETAIL-COUNT to RGF-DETAIL-COUNT
           move WS-DAY-REGION-COUNT to RGF-REGION-COUNT
           move WS-DAY-CURRENCY-COUNT to RGF-CURRENCY-COUNT
           move WS-FIL-SEQUENCE to RGF-SEQUENCE
           write REGULATORY-FILING-RECORD
           perform PRINT-KEY-DAY
           .
       PRINT-KEY-DAY.
      * the reviewer's view - the day's totals, then every detail
      * that made them up with where it came from and what it was
      * before conversion
           if WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move WS-PREV-KEY to WS-KL-KEY
           move WS-PREV-DATE to WS-KL-DATE
           move WS-DAY-ACTIVITY to WS-KL-ACTIVITY
           move WS-DAY-NET to WS-KL-NET
           write PRINT-RECORD from WS-REPORT-KEY-LINE
               after advancing 2
           move WS-DAY-DETAIL-COUNT to WS-CL-DETAILS
           move WS-DAY-REGION-COUNT to WS-CL-REGIONS
           move WS-DAY-CURRENCY-COUNT to WS-CL-CURRENCIES
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 1
           add 3 to WS-LINE-COUNT
           perform PRINT-DAY-DETAIL
               varying WS-LIST-SUB from 1 by 1
               until WS-LIST-SUB > WS-DAY-LISTED
           if WS-DAY-DETAIL-COUNT > WS-DAY-LISTED
               compute WS-NOT-LISTED = WS-DAY-DETAIL-COUNT
                   - WS-DAY-LISTED
               move spaces to WS-SC-TITLE
               move WS-NOT-LISTED to WS-SC-TITLE (3:5)
               move 'FURTHER DETAILS NOT LISTED' to WS-SC-TITLE (9:26)
               perform PRINT-SECTION-LINE
           end-if
           .
       PRINT-DAY-DETAIL.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           evaluate WS-DD-SOURCE (WS-LIST-SUB)
               when 'E'
                   move 'TONIGHT' to WS-DL-SOURCE
               when 'H'
                   move 'HISTORY' to WS-DL-SOURCE
               when other
                   move 'ARCHIVE' to WS-DL-SOURCE
           end-evaluate
           move WS-DD-REGION-ID (WS-LIST-SUB) to WS-DL-REGION
           move WS-DD-CURRENCY-CODE (WS-LIST-SUB) to WS-DL-CURRENCY
           move WS-DD-ORIG-AMOUNT (WS-LIST-SUB) to WS-DL-ORIG-AMOUNT
           move WS-DD-BASE-AMOUNT (WS-LIST-SUB) to WS-DL-BASE-AMOUNT
           move WS-DD-DISPOSITION (WS-LIST-SUB) to WS-DL-DISPOSITION
           move WS-DD-TS-TIME (WS-LIST-SUB) to WS-DL-TIME
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           add 1 to WS-STAT-DETAILS-LISTED
           .
