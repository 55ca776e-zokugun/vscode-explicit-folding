      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPARC.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select PROD-EXTRACT-FICHIER assign to UT-S-PEX
                organization is sequential
                file status is WS-PROD-EXTRACT-STATUS.
            select SHADOW-EXTRACT-FICHIER assign to UT-S-SEX
                organization is sequential
                file status is WS-SHADOW-EXTRACT-STATUS.
            select PROD-EXCEPTION-FICHIER assign to UT-S-PXC
                organization is sequential
                file status is WS-PROD-EXCEPTION-STATUS.
            select SHADOW-EXCEPTION-FICHIER assign to UT-S-SXC
                organization is sequential
                file status is WS-SHADOW-EXCEPTION-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select COMPARE-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
       FD  PROD-EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXTRACTREC.
       FD  SHADOW-EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXTRACTREC
               replacing ==EXTRACT-RECORD==
                      by ==SHADOW-EXTRACT-RECORD==,
                 leading ==EXT==
                      by ==SXT==.
       FD  PROD-EXCEPTION-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXCEPTREC.
       FD  SHADOW-EXCEPTION-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXCEPTREC
               replacing ==EXCEPTION-RECORD==
                      by ==SHADOW-EXCEPTION-RECORD==,
                 leading ==EXC==
                      by ==SXC==.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
      * both sides of both files, sorted so each key's production
      * rows come back just ahead of its shadow rows, each side in
      * the order MYPROG wrote it
       SD  COMPARE-TRI.
       01  TRI-RECORD.
           05  TRI-FILE                PIC X(1).
               88  TRI-FROM-EXTRACT    VALUE 'E'.
               88  TRI-FROM-EXCEPTION  VALUE 'X'.
           05  TRI-KEY                 PIC X(6).
           05  TRI-SIDE                PIC X(1).
               88  TRI-PRODUCTION      VALUE 'P'.
               88  TRI-SHADOW          VALUE 'S'.
           05  TRI-SEQUENCE            PIC 9(9).
           05  TRI-AMOUNT              PIC S9(7)V99.
           05  TRI-STATUS              PIC X(1).
           05  TRI-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(49).
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-RECORDS-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-DIFFERENCES      PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-PEX-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-PROD-EXTRACT VALUE 'Y'.
           05  WS-SEX-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-SHADOW-EXTRACT VALUE 'Y'.
           05  WS-PXC-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-PROD-EXCEPTION VALUE 'Y'.
           05  WS-SXC-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-SHADOW-EXCEPTION VALUE 'Y'.
           05  WS-TRI-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-COMPARE-TRI  VALUE 'Y'.
       01  WS-PROD-EXTRACT-STATUS      PIC X(2) VALUE '00'.
           88  PROD-EXTRACT-OK         VALUE '00'.
           88  PROD-EXTRACT-EOF        VALUE '10'.
       01  WS-SHADOW-EXTRACT-STATUS    PIC X(2) VALUE '00'.
           88  SHADOW-EXTRACT-OK       VALUE '00'.
           88  SHADOW-EXTRACT-EOF      VALUE '10'.
       01  WS-PROD-EXCEPTION-STATUS    PIC X(2) VALUE '00'.
           88  PROD-EXCEPTION-OK       VALUE '00'.
           88  PROD-EXCEPTION-EOF      VALUE '10'.
       01  WS-SHADOW-EXCEPTION-STATUS  PIC X(2) VALUE '00'.
           88  SHADOW-EXCEPTION-OK     VALUE '00'.
           88  SHADOW-EXCEPTION-EOF    VALUE '10'.
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
       01  WS-RELEASE-SEQUENCE         PIC 9(9) VALUE ZERO.
      * work copy of an exception's original input record, so the
      * rejected amount can be picked out of the 80-byte image
           copy DDCOPY.
      * the production rows of the key in hand, waiting for the
      * shadow rows to pair off against them in write order. rows
      * still unpaired when the key changes are missing from the
      * shadow side
       01  WS-KEY-GROUP.
           05  WS-GRP-FILE             PIC X(1) VALUE SPACES.
           05  WS-GRP-KEY              PIC X(6) VALUE SPACES.
           05  WS-GRP-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-GRP-NEXT             PIC 9(3) VALUE 1.
           05  WS-GRP-SUB              PIC 9(3) VALUE ZERO.
           05  WS-GRP-ENTRY occurs 200 times.
               10  WS-GRP-AMOUNT       PIC S9(7)V99.
               10  WS-GRP-STATUS       PIC X(1).
               10  WS-GRP-REASON-CODE  PIC X(4).
      * one entry per file compared - 1 the extract, 2 the
      * exception file
       01  WS-FILE-TOTALS.
           05  WS-FT-SUB               PIC 9(1) VALUE 1.
           05  WS-FT-ENTRY occurs 2 times.
               10  WS-FT-NAME          PIC X(9).
               10  WS-FT-PROD-COUNT    PIC 9(9).
               10  WS-FT-PROD-AMOUNT   PIC S9(11)V99.
               10  WS-FT-SHADOW-COUNT  PIC 9(9).
               10  WS-FT-SHADOW-AMOUNT PIC S9(11)V99.
               10  WS-FT-MATCHED       PIC 9(9).
               10  WS-FT-MISSING-SHADOW
                                       PIC 9(9).
               10  WS-FT-MISSING-PROD  PIC 9(9).
               10  WS-FT-AMOUNT-DIFFS  PIC 9(9).
               10  WS-FT-STATUS-DIFFS  PIC 9(9).
               10  WS-FT-REASON-DIFFS  PIC 9(9).
               10  WS-FT-UNCOMPARED    PIC 9(9).
       01  WS-NET-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYPARC - PARALLEL RUN COMPARE'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' FILE      KEY      DIFFERENCE          '.
           05  FILLER                  PIC X(27) VALUE
               '   PRODUCTION        SHADOW'.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-FILE              PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-KEY               PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-DIFFERENCE        PIC X(21).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-PRODUCTION        PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SHADOW            PIC X(16).
       01  WS-REPORT-TOTAL-HEADER-LINE.
           05  FILLER                  PIC X(41) VALUE
               ' TOTALS                        PRODUCTION'.
           05  FILLER                  PIC X(24) VALUE
               '                  SHADOW'.
       01  WS-REPORT-FILE-TOTAL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FTL-FILE             PIC X(9).
           05  FILLER                  PIC X(9) VALUE ' RECORDS '.
           05  WS-FTL-PROD-COUNT       PIC ZZZ,ZZ9.
           05  WS-FTL-PROD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTL-SHADOW-COUNT     PIC ZZZ,ZZ9.
           05  WS-FTL-SHADOW-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-COUNT-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CTL-FILE             PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CTL-LABEL            PIC X(22).
           05  WS-CTL-COUNT            PIC ZZZ,ZZ9.
       01  WS-REPORT-NET-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-NTL-FILE             PIC X(9).
           05  FILLER                  PIC X(26) VALUE
               ' NET SHADOW - PRODUCTION '.
           05  WS-NTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
      * the parallel run's extract and exceptions against tonight's
      * production generations, key by key - anything the shadow
      * did differently is listed, and the run ends RC 4 when there
      * is anything at all
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform INITIALIZE-FILE-TOTALS
           perform PRINT-REPORT-HEADER
           sort COMPARE-TRI
               ascending key TRI-FILE TRI-KEY TRI-SIDE TRI-SEQUENCE
               input procedure COMPARE-IN
               output procedure COMPARE-OUT
           if WS-STAT-DIFFERENCES > zero
               and WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           perform END-OF-RUN.
       INITIALIZE-FILE-TOTALS.
           move 'EXTRACT' to WS-FT-NAME (1)
           move 'EXCEPTION' to WS-FT-NAME (2)
           perform CLEAR-FILE-TOTALS
               varying WS-FT-SUB from 1 by 1
               until WS-FT-SUB > 2
           .
       CLEAR-FILE-TOTALS.
           move zero to WS-FT-PROD-COUNT (WS-FT-SUB)
           move zero to WS-FT-PROD-AMOUNT (WS-FT-SUB)
           move zero to WS-FT-SHADOW-COUNT (WS-FT-SUB)
           move zero to WS-FT-SHADOW-AMOUNT (WS-FT-SUB)
           move zero to WS-FT-MATCHED (WS-FT-SUB)
           move zero to WS-FT-MISSING-SHADOW (WS-FT-SUB)
           move zero to WS-FT-MISSING-PROD (WS-FT-SUB)
           move zero to WS-FT-AMOUNT-DIFFS (WS-FT-SUB)
           move zero to WS-FT-STATUS-DIFFS (WS-FT-SUB)
           move zero to WS-FT-REASON-DIFFS (WS-FT-SUB)
           move zero to WS-FT-UNCOMPARED (WS-FT-SUB)
           .
       PROD-EXTRACT-ERROR.
           display "MYPARC - PROD-EXTRACT-FICHIER I/O ERROR - "
               "STATUS = " WS-PROD-EXTRACT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SHADOW-EXTRACT-ERROR.
           display "MYPARC - SHADOW-EXTRACT-FICHIER I/O ERROR - "
               "STATUS = " WS-SHADOW-EXTRACT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PROD-EXCEPTION-ERROR.
           display "MYPARC - PROD-EXCEPTION-FICHIER I/O ERROR - "
               "STATUS = " WS-PROD-EXCEPTION-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SHADOW-EXCEPTION-ERROR.
           display "MYPARC - SHADOW-EXCEPTION-FICHIER I/O ERROR - "
               "STATUS = " WS-SHADOW-EXCEPTION-STATUS
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
           move WS-FT-NAME (WS-FT-SUB) to WS-DL-FILE
           move WS-GRP-KEY to WS-DL-KEY
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           add 1 to WS-STAT-DIFFERENCES
           .
       PRINT-TOTALS.
           write PRINT-RECORD from WS-REPORT-TOTAL-HEADER-LINE
               after advancing page
           perform PRINT-ONE-FILE-TOTAL
               varying WS-FT-SUB from 1 by 1
               until WS-FT-SUB > 2
           .
       PRINT-ONE-FILE-TOTAL.
           move WS-FT-NAME (WS-FT-SUB) to WS-FTL-FILE
           move WS-FT-PROD-COUNT (WS-FT-SUB) to WS-FTL-PROD-COUNT
           move WS-FT-PROD-AMOUNT (WS-FT-SUB) to WS-FTL-PROD-AMOUNT
           move WS-FT-SHADOW-COUNT (WS-FT-SUB) to WS-FTL-SHADOW-COUNT
           move WS-FT-SHADOW-AMOUNT (WS-FT-SUB)
             to WS-FTL-SHADOW-AMOUNT
           write PRINT-RECORD from WS-REPORT-FILE-TOTAL-LINE
               after advancing 2
           move WS-FT-NAME (WS-FT-SUB) to WS-CTL-FILE
           move 'MATCHED' to WS-CTL-LABEL
           move WS-FT-MATCHED (WS-FT-SUB) to WS-CTL-COUNT
           perform PRINT-COUNT-LINE
           move 'MISSING IN SHADOW' to WS-CTL-LABEL
           move WS-FT-MISSING-SHADOW (WS-FT-SUB) to WS-CTL-COUNT
           perform PRINT-COUNT-LINE
           move 'MISSING IN PRODUCTION' to WS-CTL-LABEL
           move WS-FT-MISSING-PROD (WS-FT-SUB) to WS-CTL-COUNT
           perform PRINT-COUNT-LINE
           if WS-FT-SUB = 1
               move 'AMOUNT DIFFERS' to WS-CTL-LABEL
               move WS-FT-AMOUNT-DIFFS (WS-FT-SUB) to WS-CTL-COUNT
               perform PRINT-COUNT-LINE
               move 'STATUS DIFFERS' to WS-CTL-LABEL
               move WS-FT-STATUS-DIFFS (WS-FT-SUB) to WS-CTL-COUNT
               perform PRINT-COUNT-LINE
           else
               move 'REASON CODE DIFFERS' to WS-CTL-LABEL
               move WS-FT-REASON-DIFFS (WS-FT-SUB) to WS-CTL-COUNT
               perform PRINT-COUNT-LINE
           end-if
           if WS-FT-UNCOMPARED (WS-FT-SUB) > zero
               move 'NOT COMPARED' to WS-CTL-LABEL
               move WS-FT-UNCOMPARED (WS-FT-SUB) to WS-CTL-COUNT
               perform PRINT-COUNT-LINE
           end-if
           compute WS-NET-DIFFERENCE
               = WS-FT-SHADOW-AMOUNT (WS-FT-SUB)
               - WS-FT-PROD-AMOUNT (WS-FT-SUB)
           move WS-FT-NAME (WS-FT-SUB) to WS-NTL-FILE
           move WS-NET-DIFFERENCE to WS-NTL-AMOUNT
           write PRINT-RECORD from WS-REPORT-NET-LINE
               after advancing 1
           .
       PRINT-COUNT-LINE.
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 1
           .
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYPARC - RUN STATISTICS"
           display "  RECORDS READ:     " WS-STAT-RECORDS-READ
           display "  DIFFERENCES:      " WS-STAT-DIFFERENCES
           display "  EXTRACT PROD:     " WS-FT-PROD-COUNT (1)
               " SHADOW " WS-FT-SHADOW-COUNT (1)
           display "  EXCEPTION PROD:   " WS-FT-PROD-COUNT (2)
               " SHADOW " WS-FT-SHADOW-COUNT (2)
           .
       COMPARE-IN SECTION.
       COMPARE-IN-START.
      * a missing generation on either side is an error, not an
      * empty file - comparing against nothing would list every
      * record as missing and hide the real cause
           open input PROD-EXTRACT-FICHIER
           if not PROD-EXTRACT-OK
               perform PROD-EXTRACT-ERROR
           end-if
           perform READ-PROD-EXTRACT
           perform until END-OF-PROD-EXTRACT
               move spaces to TRI-RECORD
               set TRI-FROM-EXTRACT to true
               set TRI-PRODUCTION to true
               move EXT-KEY to TRI-KEY
               move EXT-AMOUNT to TRI-AMOUNT
               move EXT-STATUS to TRI-STATUS
               perform RELEASE-COMPARE-RECORD
               perform READ-PROD-EXTRACT
           end-perform
           close PROD-EXTRACT-FICHIER
           open input SHADOW-EXTRACT-FICHIER
           if not SHADOW-EXTRACT-OK
               perform SHADOW-EXTRACT-ERROR
           end-if
           perform READ-SHADOW-EXTRACT
           perform until END-OF-SHADOW-EXTRACT
               move spaces to TRI-RECORD
               set TRI-FROM-EXTRACT to true
               set TRI-SHADOW to true
               move SXT-KEY to TRI-KEY
               move SXT-AMOUNT to TRI-AMOUNT
               move SXT-STATUS to TRI-STATUS
               perform RELEASE-COMPARE-RECORD
               perform READ-SHADOW-EXTRACT
           end-perform
           close SHADOW-EXTRACT-FICHIER
           open input PROD-EXCEPTION-FICHIER
           if not PROD-EXCEPTION-OK
               perform PROD-EXCEPTION-ERROR
           end-if
           perform READ-PROD-EXCEPTION
           perform until END-OF-PROD-EXCEPTION
               move spaces to TRI-RECORD
               set TRI-FROM-EXCEPTION to true
               set TRI-PRODUCTION to true
               move EXC-ORIGINAL-RECORD to DD-FICHIER-RECORD
               perform MOVE-EXCEPTION-DETAIL
               move EXC-REASON-CODE to TRI-REASON-CODE
               perform RELEASE-COMPARE-RECORD
               perform READ-PROD-EXCEPTION
           end-perform
           close PROD-EXCEPTION-FICHIER
           open input SHADOW-EXCEPTION-FICHIER
           if not SHADOW-EXCEPTION-OK
               perform SHADOW-EXCEPTION-ERROR
           end-if
           perform READ-SHADOW-EXCEPTION
           perform until END-OF-SHADOW-EXCEPTION
               move spaces to TRI-RECORD
               set TRI-FROM-EXCEPTION to true
               set TRI-SHADOW to true
               move SXC-ORIGINAL-RECORD to DD-FICHIER-RECORD
               perform MOVE-EXCEPTION-DETAIL
               move SXC-REASON-CODE to TRI-REASON-CODE
               perform RELEASE-COMPARE-RECORD
               perform READ-SHADOW-EXCEPTION
           end-perform
           close SHADOW-EXCEPTION-FICHIER
           .
       COMPARE-OUT SECTION.
       COMPARE-OUT-START.
           perform RETURN-COMPARE-TRI
           perform until END-OF-COMPARE-TRI
               if TRI-FILE not = WS-GRP-FILE
                   or TRI-KEY not = WS-GRP-KEY
                   perform CLOSE-KEY-GROUP
                   perform OPEN-KEY-GROUP
               end-if
               if TRI-PRODUCTION
                   perform HOLD-PRODUCTION-ROW
               else
                   perform MATCH-SHADOW-ROW
               end-if
               perform RETURN-COMPARE-TRI
           end-perform
           perform CLOSE-KEY-GROUP
           perform PRINT-TOTALS
           .
       SUPPORT SECTION.
       READ-PROD-EXTRACT.
           read PROD-EXTRACT-FICHIER
               at end set END-OF-PROD-EXTRACT to true
           end-read
           if not PROD-EXTRACT-OK and not PROD-EXTRACT-EOF
               perform PROD-EXTRACT-ERROR
           end-if
           .
       READ-SHADOW-EXTRACT.
           read SHADOW-EXTRACT-FICHIER
               at end set END-OF-SHADOW-EXTRACT to true
           end-read
           if not SHADOW-EXTRACT-OK and not SHADOW-EXTRACT-EOF
               perform SHADOW-EXTRACT-ERROR
           end-if
           .
       READ-PROD-EXCEPTION.
           read PROD-EXCEPTION-FICHIER
               at end set END-OF-PROD-EXCEPTION to true
           end-read
           if not PROD-EXCEPTION-OK and not PROD-EXCEPTION-EOF
               perform PROD-EXCEPTION-ERROR
           end-if
           .
       READ-SHADOW-EXCEPTION.
           read SHADOW-EXCEPTION-FICHIER
               at end set END-OF-SHADOW-EXCEPTION to true
           end-read
           if not SHADOW-EXCEPTION-OK and not SHADOW-EXCEPTION-EOF
               perform SHADOW-EXCEPTION-ERROR
           end-if
           .
       MOVE-EXCEPTION-DETAIL.
      * an exception is keyed by the input record it rejected - a
      * key or amount too damaged to read is still compared, on
      * the bytes as they stand and at a zero amount
           move DDF-KEY-X to TRI-KEY
           if DDF-AMOUNT-X is numeric
               move DDF-AMOUNT to TRI-AMOUNT
           else
               move zero to TRI-AMOUNT
           end-if
           move DDF-STATUS to TRI-STATUS
           .
       RELEASE-COMPARE-RECORD.
           add 1 to WS-RELEASE-SEQUENCE
           move WS-RELEASE-SEQUENCE to TRI-SEQUENCE
           add 1 to WS-STAT-RECORDS-READ
           release TRI-RECORD
           .
       RETURN-COMPARE-TRI.
           return COMPARE-TRI
               at end set END-OF-COMPARE-TRI to true
           end-return
           .
       OPEN-KEY-GROUP.
           move TRI-FILE to WS-GRP-FILE
           move TRI-KEY to WS-GRP-KEY
           move zero to WS-GRP-COUNT
           move 1 to WS-GRP-NEXT
           if TRI-FROM-EXTRACT
               move 1 to WS-FT-SUB
           else
               move 2 to WS-FT-SUB
           end-if
           .
       CLOSE-KEY-GROUP.
           perform REPORT-MISSING-IN-SHADOW
               varying WS-GRP-SUB from WS-GRP-NEXT by 1
               until WS-GRP-SUB > WS-GRP-COUNT
           .
       HOLD-PRODUCTION-ROW.
           add 1 to WS-FT-PROD-COUNT (WS-FT-SUB)
           add TRI-AMOUNT to WS-FT-PROD-AMOUNT (WS-FT-SUB)
           if WS-GRP-COUNT >= 200
               display "MYPARC - MORE THAN 200 " WS-FT-NAME (WS-FT-SUB)
                   " ROWS FOR KEY " WS-GRP-KEY " - EXCESS NOT COMPARED"
               add 1 to WS-FT-UNCOMPARED (WS-FT-SUB)
               move 4 to WS-FINAL-RETURN-CODE
           else
               add 1 to WS-GRP-COUNT
               move TRI-AMOUNT to WS-GRP-AMOUNT (WS-GRP-COUNT)
               move TRI-STATUS to WS-GRP-STATUS (WS-GRP-COUNT)
               move TRI-REASON-CODE
                 to WS-GRP-REASON-CODE (WS-GRP-COUNT)
           end-if
           .
       MATCH-SHADOW-ROW.
      * the shadow's n-th row for a key pairs with production's
      * n-th - both sides were written from the same input in the
      * same order, so a row with no partner is missing, and a
      * partner that differs is listed field by field
           add 1 to WS-FT-SHADOW-COUNT (WS-FT-SUB)
           add TRI-AMOUNT to WS-FT-SHADOW-AMOUNT (WS-FT-SUB)
           if WS-GRP-NEXT > WS-GRP-COUNT
               perform REPORT-MISSING-IN-PRODUCTION
           else
               move WS-GRP-NEXT to WS-GRP-SUB
               add 1 to WS-GRP-NEXT
               add 1 to WS-FT-MATCHED (WS-FT-SUB)
               if TRI-FROM-EXTRACT
                   perform COMPARE-EXTRACT-PAIR
               else
                   perform COMPARE-EXCEPTION-PAIR
               end-if
           end-if
           .
       COMPARE-EXTRACT-PAIR.
           if TRI-AMOUNT not = WS-GRP-AMOUNT (WS-GRP-SUB)
               add 1 to WS-FT-AMOUNT-DIFFS (WS-FT-SUB)
               move 'AMOUNT DIFFERS' to WS-DL-DIFFERENCE
               move WS-GRP-AMOUNT (WS-GRP-SUB) to WS-EDIT-AMOUNT
               move WS-EDIT-AMOUNT to WS-DL-PRODUCTION
               move TRI-AMOUNT to WS-EDIT-AMOUNT
               move WS-EDIT-AMOUNT to WS-DL-SHADOW
               perform PRINT-DETAIL-LINE
           end-if
           if TRI-STATUS not = WS-GRP-STATUS (WS-GRP-SUB)
               add 1 to WS-FT-STATUS-DIFFS (WS-FT-SUB)
               move 'STATUS DIFFERS' to WS-DL-DIFFERENCE
               move WS-GRP-STATUS (WS-GRP-SUB) to WS-DL-PRODUCTION
               move TRI-STATUS to WS-DL-SHADOW
               perform PRINT-DETAIL-LINE
           end-if
           .
       COMPARE-EXCEPTION-PAIR.
           if TRI-REASON-CODE not = WS-GRP-REASON-CODE (WS-GRP-SUB)
               add 1 to WS-FT-REASON-DIFFS (WS-FT-SUB)
               move 'REASON CODE DIFFERS' to WS-DL-DIFFERENCE
               move WS-GRP-REASON-CODE (WS-GRP-SUB)
                 to WS-DL-PRODUCTION
               move TRI-REASON-CODE to WS-DL-SHADOW
               perform PRINT-DETAIL-LINE
           end-if
           .
       REPORT-MISSING-IN-SHADOW.
           add 1 to WS-FT-MISSING-SHADOW (WS-FT-SUB)
           move 'MISSING IN SHADOW' to WS-DL-DIFFERENCE
           if WS-FT-SUB = 1
               move WS-GRP-AMOUNT (WS-GRP-SUB) to WS-EDIT-AMOUNT
               move WS-EDIT-AMOUNT to WS-DL-PRODUCTION
           else
               move WS-GRP-REASON-CODE (WS-GRP-SUB)
                 to WS-DL-PRODUCTION
           end-if
           move spaces to WS-DL-SHADOW
           perform PRINT-DETAIL-LINE
           .
       REPORT-MISSING-IN-PRODUCTION.
           add 1 to WS-FT-MISSING-PROD (WS-FT-SUB)
           move 'MISSING IN PRODUCTION' to WS-DL-DIFFERENCE
           move spaces to WS-DL-PRODUCTION
           if TRI-FROM-EXTRACT
               move TRI-AMOUNT to WS-EDIT-AMOUNT
               move WS-EDIT-AMOUNT to WS-DL-SHADOW
           else
               move TRI-REASON-CODE to WS-DL-SHADOW
           end-if
           perform PRINT-DETAIL-LINE
           .
