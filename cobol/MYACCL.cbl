      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYACCL.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select LOOKUP-CARD-FICHIER assign to UT-S-LKP
                organization is sequential
                file status is WS-LOOKUP-STATUS.
            select ACCESS-HISTORY assign to ACCHIST
                organization is indexed
                access is dynamic
                record key is ACH-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy ACCCARD.
       FD  ACCESS-HISTORY.
           copy ACCHIST.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-KEYS-REQUESTED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-KEYS-NOT-VIEWED  PIC 9(9) VALUE ZERO.
           05  WS-STAT-CARDS-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-VIEW-LINES       PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-LOOKUP-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-LOOKUP-CARDS VALUE 'Y'.
           05  WS-BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-PERIOD       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  KEY-VIEW-FOUND      VALUE 'Y'.
           05  WS-CARD-VALID-SW        PIC X(1) VALUE 'N'.
               88  LOOKUP-CARD-VALID   VALUE 'Y'.
       01  WS-LOOKUP-STATUS            PIC X(2) VALUE '00'.
           88  LOOKUP-OK               VALUE '00'.
           88  LOOKUP-EOF              VALUE '10'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-EOF             VALUE '10'.
           88  HISTORY-KEY-NOT-FOUND   VALUE '23'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
           05  FILLER                  PIC X(13).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
      * the period a card asks about - the calendar quarter the job
      * runs in unless the card gives dates of its own
       01  WS-PERIOD.
           05  WS-QUARTER-START        PIC 9(8) VALUE ZERO.
           05  WS-QUARTER-START-R REDEFINES WS-QUARTER-START.
               10  WS-QS-YYYY          PIC 9(4).
               10  WS-QS-MM            PIC 9(2).
               10  WS-QS-DD            PIC 9(2).
           05  WS-QUARTER-INDEX        PIC 9(1) VALUE ZERO.
           05  WS-PERIOD-FROM          PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-TO            PIC 9(8) VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYACCL - ONLINE ACCESS LOOKUP'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
       01  WS-REPORT-KEY-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'KEY  '.
           05  WS-KL-KEY               PIC X(6).
           05  FILLER                  PIC X(8) VALUE '  FROM '.
           05  WS-KL-FROM              PIC 9(4)/99/99.
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-KL-TO                PIC 9(4)/99/99.
       01  WS-REPORT-VIEW-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-VL-DATE              PIC 9(4)/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-TIME              PIC 99B99B99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-USERID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-TRANSID           PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-VL-TERMID            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-ACTION            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-VL-RANGE             PIC X(13).
       01  WS-REPORT-NONE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'NO ONLINE ACCESS IN PERIOD'.
       01  WS-REPORT-BAD-CARD-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CARD REJECTED - DATES INVALID'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform COMPUTE-QUARTER-START
           perform PRINT-REPORT-HEADER
           open input LOOKUP-CARD-FICHIER
           if not LOOKUP-OK
               perform LOOKUP-CARD-ERROR
           end-if
           open input ACCESS-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           perform READ-LOOKUP-CARD
           perform until END-OF-LOOKUP-CARDS
               if ACC-KEY not = spaces
                   perform LOOKUP-ONE-KEY
               end-if
               perform READ-LOOKUP-CARD
           end-perform
           close LOOKUP-CARD-FICHIER
           close ACCESS-HISTORY
           perform END-OF-RUN.
       COMPUTE-QUARTER-START.
           compute WS-QUARTER-INDEX = (WS-CD-MM - 1) / 3
           move WS-CD-YYYY to WS-QS-YYYY
           compute WS-QS-MM = WS-QUARTER-INDEX * 3 + 1
           move 01 to WS-QS-DD
           .
       READ-LOOKUP-CARD.
           read LOOKUP-CARD-FICHIER
               at end set END-OF-LOOKUP-CARDS to true
           end-read
           if not LOOKUP-OK and not LOOKUP-EOF
               perform LOOKUP-CARD-ERROR
           end-if
           .
       LOOKUP-ONE-KEY.
           add 1 to WS-STAT-KEYS-REQUESTED
           perform SET-LOOKUP-PERIOD
           move ACC-KEY to WS-KL-KEY
           move WS-PERIOD-FROM to WS-KL-FROM
           move WS-PERIOD-TO to WS-KL-TO
           perform PRINT-KEY-LINE
           if not LOOKUP-CARD-VALID
               perform PRINT-BAD-CARD-LINE
               add 1 to WS-STAT-CARDS-REJECTED
               move 4 to WS-FINAL-RETURN-CODE
           else
               perform BROWSE-PERIOD-FOR-KEY
               if not KEY-VIEW-FOUND
                   perform PRINT-NONE-LINE
                   add 1 to WS-STAT-KEYS-NOT-VIEWED
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           .
       SET-LOOKUP-PERIOD.
      * blank dates are this quarter to date; a from date alone runs
      * to today. anything else keyed must be a date
           set LOOKUP-CARD-VALID to true
           if ACC-FROM-DATE-X = spaces
               move WS-QUARTER-START to WS-PERIOD-FROM
           else
               if ACC-FROM-DATE-X is numeric
                   move ACC-FROM-DATE to WS-PERIOD-FROM
               else
                   move zero to WS-PERIOD-FROM
                   move 'N' to WS-CARD-VALID-SW
               end-if
           end-if
           if ACC-TO-DATE-X = spaces
               move WS-RUN-DATE-NUM to WS-PERIOD-TO
           else
               if ACC-TO-DATE-X is numeric
                   move ACC-TO-DATE to WS-PERIOD-TO
               else
                   move zero to WS-PERIOD-TO
                   move 'N' to WS-CARD-VALID-SW
               end-if
           end-if
           if WS-PERIOD-TO < WS-PERIOD-FROM
               move 'N' to WS-CARD-VALID-SW
           end-if
           .
       BROWSE-PERIOD-FOR-KEY.
      * the history is in time order, so the period is read straight
      * through from its first day; a browse page counts when its
      * range takes in the key
           move 'N' to WS-FOUND-SW
           move 'N' to WS-BROWSE-EOF-SW
           move WS-PERIOD-FROM to ACH-DATE
           move zero to ACH-TIME
           move low-values to ACH-USERID
           move zero to ACH-SEQUENCE
           start ACCESS-HISTORY
               key >= ACH-HISTORY-KEY
               invalid key set END-OF-PERIOD to true
           end-start
           if not END-OF-PERIOD
               perform READ-NEXT-HISTORY
           end-if
           perform until END-OF-PERIOD
               if ACH-KEY-FROM <= ACC-KEY
                   and ACH-KEY-TO >= ACC-KEY
                   set KEY-VIEW-FOUND to true
                   perform PRINT-VIEW-LINE
               end-if
               perform READ-NEXT-HISTORY
           end-perform
           .
       READ-NEXT-HISTORY.
           read ACCESS-HISTORY next
               at end set END-OF-PERIOD to true
           end-read
           if END-OF-PERIOD
               continue
           else
               if not HISTORY-OK
                   perform HISTORY-ERROR
               end-if
               add 1 to WS-STAT-HISTORY-READ
               if ACH-DATE > WS-PERIOD-TO
                   set END-OF-PERIOD to true
               end-if
           end-if
           .
       LOOKUP-CARD-ERROR.
           display "MYACCL - LOOKUP-CARD I/O ERROR - STATUS = "
               WS-LOOKUP-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYACCL - ACCESS-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move zero to WS-LINE-COUNT
           .
       PRINT-KEY-LINE.
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-KEY-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-VIEW-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move ACH-DATE to WS-VL-DATE
           move ACH-TIME to WS-VL-TIME
           move ACH-USERID to WS-VL-USERID
           move ACH-TRANSID to WS-VL-TRANSID
           move ACH-TERMID to WS-VL-TERMID
           evaluate ACH-ACTION
               when 'I'
                   move 'INQUIRY   ' to WS-VL-ACTION
               when 'B'
                   move 'BROWSE    ' to WS-VL-ACTION
               when 'V'
                   move 'VIEW      ' to WS-VL-ACTION
               when 'U'
                   move 'CHANGE    ' to WS-VL-ACTION
               when 'D'
                   move 'DECISION  ' to WS-VL-ACTION
               when other
                   move 'UNKNOWN   ' to WS-VL-ACTION
           end-evaluate
           move spaces to WS-VL-RANGE
           if ACH-KEY-TO not = ACH-KEY-FROM
               move ACH-KEY-FROM to WS-VL-RANGE (1:6)
               move '-' to WS-VL-RANGE (7:1)
               move ACH-KEY-TO to WS-VL-RANGE (8:6)
           end-if
           write PRINT-RECORD from WS-REPORT-VIEW-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           add 1 to WS-STAT-VIEW-LINES
           .
       PRINT-NONE-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-NONE-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-BAD-CARD-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-BAD-CARD-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYACCL - RUN STATISTICS"
           display "  KEYS REQUESTED:  " WS-STAT-KEYS-REQUESTED
           display "  NOT VIEWED:      " WS-STAT-KEYS-NOT-VIEWED
           display "  CARDS REJECTED:  " WS-STAT-CARDS-REJECTED
           display "  HISTORY READ:    " WS-STAT-HISTORY-READ
           display "  VIEW LINES:      " WS-STAT-VIEW-LINES
           .
