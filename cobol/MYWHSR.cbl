      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYWHSR.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select WAREHOUSE-FICHIER assign to UT-S-WHS
                organization is sequential
                file status is WS-WAREHOUSE-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select WAREHOUSE-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FICHIER
           block contains 0 records
           recording mode is F.
           copy WHSREC.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       SD  WAREHOUSE-TRI.
           copy WHSREC
               replacing ==WAREHOUSE-RECORD==
                      by ==TRI-RECORD==,
                 leading ==WHS==
                      by ==TRI==.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-ITEMS-READ       PIC 9(9) VALUE ZERO.
           05  WS-STAT-DATES-LISTED     PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-WAREHOUSE-EOF-SW     PIC X(1) VALUE 'N'.
               88  END-OF-WAREHOUSE    VALUE 'Y'.
           05  WS-TRI-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-WAREHOUSE-TRI VALUE 'Y'.
       01  WS-WAREHOUSE-STATUS         PIC X(2) VALUE '00'.
           88  WAREHOUSE-OK            VALUE '00'.
           88  WAREHOUSE-EOF           VALUE '10'.
           88  WAREHOUSE-NOT-FOUND     VALUE '35'.
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
      * the treasury's view of money committed for later dates -
      * one break per effective date, the largest items first
      * within a date, so the cash that must be funded on a given
      * day reads off the top of its group
       01  WS-CONTROL-BREAK.
           05  WS-PREV-EFFECTIVE-DATE  PIC 9(8) VALUE ZERO.
           05  WS-DATE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-DATE-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-GRAND-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-GRAND-AMOUNT         PIC S9(11)V99 VALUE ZERO.
      * work copy of the original input record so region, currency
      * and native amount can be picked out of the 80-byte image
           copy DDCOPY.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYWHSR - FUTURE-DATED ITEMS'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' EFFECTIVE   KEY    RG CCY        NATIVE'.
           05  FILLER                  PIC X(32) VALUE
               '          BASE  SRC  INTAKE'.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-EFFECTIVE-DATE    PIC 9(4)/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-KEY               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-REGION            PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-NATIVE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-BASE              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-INTAKE-DATE       PIC 9(4)/99/99.
       01  WS-REPORT-DATE-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'TOTAL EFFECTIVE '.
           05  WS-DT-EFFECTIVE-DATE    PIC 9(4)/99/99.
           05  FILLER                  PIC X(8) VALUE '  ITEMS '.
           05  WS-DT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               'TOTAL WAREHOUSED          '.
           05  FILLER                  PIC X(8) VALUE '  ITEMS '.
           05  WS-GT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-GT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           sort WAREHOUSE-TRI
               ascending key TRI-EFFECTIVE-DATE
               descending key TRI-BASE-AMOUNT
               input procedure WAREHOUSE-IN
               output procedure LISTING-OUT
           perform END-OF-RUN.
       WAREHOUSE-ERROR.
           display "MYWHSR - WAREHOUSE-FICHIER I/O ERROR - STATUS = "
               WS-WAREHOUSE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
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
       PRINT-DETAIL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move TRI-ORIGINAL-RECORD to DD-FICHIER-RECORD
           move TRI-EFFECTIVE-DATE to WS-DL-EFFECTIVE-DATE
           move TRI-KEY to WS-DL-KEY
           move DDF-REGION-ID to WS-DL-REGION
           if DDF-CURRENCY-CODE = spaces
               move 'BAS' to WS-DL-CURRENCY
           else
               move DDF-CURRENCY-CODE to WS-DL-CURRENCY
           end-if
           move DDF-AMOUNT to WS-DL-NATIVE
           move TRI-BASE-AMOUNT to WS-DL-BASE
           if TRI-FROM-HOLD
               move 'HOLD' to WS-DL-SOURCE
           else
               move 'INPT' to WS-DL-SOURCE
           end-if
           move TRI-INTAKE-DATE to WS-DL-INTAKE-DATE
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-DATE-TOTAL.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           move WS-PREV-EFFECTIVE-DATE to WS-DT-EFFECTIVE-DATE
           move WS-DATE-COUNT to WS-DT-COUNT
           move WS-DATE-AMOUNT to WS-DT-AMOUNT
           write PRINT-RECORD from WS-REPORT-DATE-TOTAL-LINE
               after advancing 1
           move spaces to PRINT-RECORD
           write PRINT-RECORD
               after advancing 1
           add 2 to WS-LINE-COUNT
           add 1 to WS-STAT-DATES-LISTED
           move zero to WS-DATE-COUNT
           move zero to WS-DATE-AMOUNT
           .
       PRINT-GRAND-TOTAL.
           move WS-GRAND-COUNT to WS-GT-COUNT
           move WS-GRAND-AMOUNT to WS-GT-AMOUNT
           write PRINT-RECORD from WS-REPORT-GRAND-TOTAL-LINE
               after advancing 2
           .
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYWHSR - RUN STATISTICS"
           display "  ITEMS LISTED:     " WS-STAT-ITEMS-READ
           display "  EFFECTIVE DATES:  " WS-STAT-DATES-LISTED
           display "  TOTAL AMOUNT:     " WS-GRAND-AMOUNT
           .
       WAREHOUSE-IN SECTION.
       WAREHOUSE-IN-START.
      * the warehouse generation MYPROG just rolled forward. no
      * generation yet (nothing has ever been future-dated) lists
      * an empty report, not an error
           open input WAREHOUSE-FICHIER
           if WAREHOUSE-NOT-FOUND
               display "MYWHSR - NO WAREHOUSE FILE - NOTHING TO LIST"
               set END-OF-WAREHOUSE to true
           else
               if not WAREHOUSE-OK
                   perform WAREHOUSE-ERROR
               end-if
               perform READ-WAREHOUSE-RECORD
           end-if
           perform until END-OF-WAREHOUSE
               release TRI-RECORD from WAREHOUSE-RECORD
               perform READ-WAREHOUSE-RECORD
           end-perform
           if not WAREHOUSE-NOT-FOUND
               close WAREHOUSE-FICHIER
           end-if
           .
       LISTING-OUT SECTION.
       LISTING-OUT-START.
           perform RETURN-WAREHOUSE-TRI
           perform until END-OF-WAREHOUSE-TRI
               if WS-DATE-COUNT > zero
                   and TRI-EFFECTIVE-DATE not = WS-PREV-EFFECTIVE-DATE
                   perform PRINT-DATE-TOTAL
               end-if
               move TRI-EFFECTIVE-DATE to WS-PREV-EFFECTIVE-DATE
               perform PRINT-DETAIL-LINE
               add 1 to WS-DATE-COUNT
               add TRI-BASE-AMOUNT to WS-DATE-AMOUNT
               add 1 to WS-GRAND-COUNT
               add TRI-BASE-AMOUNT to WS-GRAND-AMOUNT
               perform RETURN-WAREHOUSE-TRI
           end-perform
           if WS-DATE-COUNT > zero
               perform PRINT-DATE-TOTAL
           end-if
           perform PRINT-GRAND-TOTAL
           .
       SUPPORT SECTION.
       READ-WAREHOUSE-RECORD.
           read WAREHOUSE-FICHIER
               at end set END-OF-WAREHOUSE to true
           end-read
           if not WAREHOUSE-OK and not WAREHOUSE-EOF
               perform WAREHOUSE-ERROR
           end-if
           if not END-OF-WAREHOUSE
               add 1 to WS-STAT-ITEMS-READ
           end-if
           .
       RETURN-WAREHOUSE-TRI.
           return WAREHOUSE-TRI
               at end set END-OF-WAREHOUSE-TRI to true
           end-return
           .
