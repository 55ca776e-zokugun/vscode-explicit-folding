      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYINTG.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select INQUIRY-CLUSTER assign to MYVSAM
                organization is indexed
                access is sequential
                record key is VSX-KEY
                file status is WS-CLUSTER-STATUS.
            select AUDIT-HISTORY assign to AUDHIST
                organization is indexed
                access is dynamic
                record key is AHX-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select ARCHIVE-FICHIER assign to UT-S-ARC
                organization is sequential
                file status is WS-ARCHIVE-STATUS.
            select MASTER-FICHIER assign to MSTVSAM
                organization is indexed
                access is sequential
                record key is MST-KEY
                file status is WS-MASTER-STATUS.
            select MAINT-HISTORY assign to MNTHIST
                organization is indexed
                access is dynamic
                record key is MHX-HISTORY-KEY
                file status is WS-MAINT-STATUS.
            select BALANCE-LEDGER-FICHIER assign to UT-S-BLG
                organization is sequential
                file status is WS-BALANCE-STATUS.
            select SUSPENSE-LEDGER-FICHIER assign to UT-S-SLG
                organization is sequential
                file status is WS-SUSPENSE-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select KEY-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
      * the online inquiry cluster - the latest extract row per key
       FD  INQUIRY-CLUSTER.
           copy EXTRACTREC
               replacing ==EXTRACT-RECORD==
                      by ==VSAM-EXTRACT-RECORD==,
                 leading ==EXT==
                      by ==VSX==.
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
       FD  MASTER-FICHIER.
           copy MASTERREC.
       FD  MAINT-HISTORY.
           copy MNTHIST.
      * the balance ledger as the latest generation carries it -
      * every completed cycle, oldest first
       FD  BALANCE-LEDGER-FICHIER
           block contains 0 records
           recording mode is F.
           copy BALLEDG.
      * the week's suspense ledger generations concatenated oldest
      * first - each one a single day's statement rows
       FD  SUSPENSE-LEDGER-FICHIER
           block contains 0 records
           recording mode is F.
           copy SUSPLEDG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
      * everything a key is known by, from whichever file it was
      * found in, sorted so each key's rows come back together and
      * its history comes back in the order it happened
       SD  KEY-TRI.
       01  KTR-RECORD.
           05  KTR-KEY                 PIC 9(6).
           05  KTR-DATE                PIC 9(8).
           05  KTR-TIME                PIC 9(6).
           05  KTR-SEQUENCE            PIC 9(3).
           05  KTR-SOURCE              PIC X(1).
               88  KTR-FROM-HISTORY    VALUE 'A'.
               88  KTR-FROM-MAINT      VALUE 'H'.
               88  KTR-FROM-MASTER     VALUE 'M'.
               88  KTR-FROM-ARCHIVE    VALUE 'R'.
               88  KTR-FROM-CLUSTER    VALUE 'V'.
               88  KTR-FROM-AUDIT      VALUE 'A' 'R'.
           05  KTR-AMOUNT              PIC S9(9)V99.
           05  KTR-AMOUNT-SW           PIC X(1).
               88  KTR-AMOUNT-KNOWN    VALUE 'Y'.
           05  KTR-POSTING-SW          PIC X(1).
               88  KTR-MONEY-MOVED     VALUE 'Y'.
           05  KTR-FUNCTION            PIC X(1).
           05  FILLER                  PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-CLUSTER-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-ARCHIVE-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MASTERS-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MAINT-READ       PIC 9(9) VALUE ZERO.
           05  WS-STAT-BALANCE-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-SUSPENSE-READ    PIC 9(9) VALUE ZERO.
           05  WS-STAT-KEYS-CHECKED     PIC 9(9) VALUE ZERO.
           05  WS-STAT-NO-AMOUNT        PIC 9(9) VALUE ZERO.
           05  WS-STAT-ERRORS           PIC 9(9) VALUE ZERO.
           05  WS-STAT-WARNINGS         PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-CLUSTER-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-CLUSTER      VALUE 'Y'.
           05  WS-HISTORY-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY      VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE      VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-MASTER       VALUE 'Y'.
           05  WS-MAINT-EOF-SW         PIC X(1) VALUE 'N'.
               88  END-OF-MAINT-HISTORY VALUE 'Y'.
           05  WS-BALANCE-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-BALANCE-LEDGER VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SW      PIC X(1) VALUE 'N'.
               88  END-OF-SUSPENSE-LEDGER VALUE 'Y'.
           05  WS-KEY-TRI-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-KEY-TRI      VALUE 'Y'.
       01  WS-CLUSTER-STATUS           PIC X(2) VALUE '00'.
           88  CLUSTER-OK              VALUE '00'.
           88  CLUSTER-EOF             VALUE '10'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-EOF             VALUE '10'.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE '00'.
           88  ARCHIVE-OK              VALUE '00'.
           88  ARCHIVE-EOF             VALUE '10'.
           88  ARCHIVE-NOT-FOUND       VALUE '35'.
       01  WS-MASTER-STATUS            PIC X(2) VALUE '00'.
           88  MASTER-OK               VALUE '00'.
           88  MASTER-EOF              VALUE '10'.
       01  WS-MAINT-STATUS             PIC X(2) VALUE '00'.
           88  MAINT-OK                VALUE '00'.
           88  MAINT-EOF               VALUE '10'.
       01  WS-BALANCE-STATUS           PIC X(2) VALUE '00'.
           88  BALANCE-OK              VALUE '00'.
           88  BALANCE-EOF             VALUE '10'.
           88  BALANCE-NOT-FOUND       VALUE '35'.
       01  WS-SUSPENSE-STATUS          PIC X(2) VALUE '00'.
           88  SUSPENSE-OK             VALUE '00'.
           88  SUSPENSE-EOF            VALUE '10'.
           88  SUSPENSE-NOT-FOUND      VALUE '35'.
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
      * one key gathered as it comes back from the sort. the last
      * posting is the newest money-moving audit row, cluster and
      * archive alike - the row the inquiry cluster should be
      * showing. a delete in the maintenance history opens a window
      * in which nothing should post until the key is added back
       01  WS-KEY-SUMMARY.
           05  WS-PREV-KEY             PIC 9(6) VALUE ZERO.
           05  WS-KEY-ROWS             PIC 9(7) VALUE ZERO.
           05  WS-KEY-MASTER-SW        PIC X(1) VALUE 'N'.
               88  KEY-ON-MASTER       VALUE 'Y'.
           05  WS-KEY-CLUSTER-SW       PIC X(1) VALUE 'N'.
               88  KEY-ON-CLUSTER      VALUE 'Y'.
           05  WS-KEY-CLUSTER-AMT-SW   PIC X(1) VALUE 'N'.
               88  CLUSTER-AMOUNT-KNOWN VALUE 'Y'.
           05  WS-KEY-CLUSTER-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05  WS-KEY-POSTINGS         PIC 9(7) VALUE ZERO.
           05  WS-KEY-NET-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-KEY-LAST-AMT-SW      PIC X(1) VALUE 'N'.
               88  LAST-AMOUNT-KNOWN   VALUE 'Y'.
           05  WS-KEY-LAST-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05  WS-KEY-MAINT-ROWS       PIC 9(7) VALUE ZERO.
           05  WS-KEY-DELETED-SW       PIC X(1) VALUE 'N'.
               88  KEY-DELETED         VALUE 'Y'.
           05  WS-KEY-AFTER-DELETE     PIC 9(7) VALUE ZERO.
           05  WS-KEY-AFTER-DELETE-AMT PIC S9(11)V99 VALUE ZERO.
      * the audit row just added to the key - the same row in the
      * cluster and in the archive means the retention run retired
      * a row it did not take off
       01  WS-PREV-AUDIT-ROW.
           05  WS-PA-DATE              PIC 9(8) VALUE ZERO.
           05  WS-PA-TIME              PIC 9(6) VALUE ZERO.
           05  WS-PA-SEQUENCE          PIC 9(3) VALUE ZERO.
           05  WS-PA-SOURCE            PIC X(1) VALUE SPACE.
      * the suspense chain - per reason code, the newest day's
      * closing and the closing before it. a supplemental cycle's
      * generation restates a day already seen; it must open where
      * the day before closed, just as the main cycle's row did
       01  WS-SUSPENSE-CHAIN.
           05  WS-SCH-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-SCH-SUB              PIC 9(2) VALUE ZERO.
           05  WS-SCH-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-SCH-ENTRY occurs 20 times.
               10  WS-SCH-REASON       PIC X(4).
               10  WS-SCH-LAST-DATE    PIC 9(8).
               10  WS-SCH-LAST-AMT     PIC S9(11)V99.
               10  WS-SCH-LAST-CNT     PIC 9(9).
               10  WS-SCH-PRIOR-SW     PIC X(1).
                   88  WS-SCH-PRIOR-KNOWN VALUE 'Y'.
               10  WS-SCH-PRIOR-AMT    PIC S9(11)V99.
               10  WS-SCH-PRIOR-CNT    PIC 9(9).
       01  WS-SUSPENSE-FOOTING.
           05  WS-SF-AMOUNT            PIC S9(11)V99 VALUE ZERO.
           05  WS-SF-COUNT             PIC S9(9) VALUE ZERO.
      * every business date the suspense generations cover - both
      * ledgers are written by every completed cycle, so over that
      * span each must have the other's dates
       01  WS-SUSPENSE-DATES.
           05  WS-SDT-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-SDT-SUB              PIC 9(3) VALUE ZERO.
           05  WS-SDT-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05  WS-SDT-FIRST-DATE       PIC 9(8) VALUE ZERO.
           05  WS-SDT-LAST-DATE        PIC 9(8) VALUE ZERO.
           05  WS-SDT-ENTRY occurs 100 times.
               10  WS-SDT-DATE         PIC 9(8).
               10  WS-SDT-MATCHED-SW   PIC X(1).
                   88  WS-SDT-MATCHED  VALUE 'Y'.
       01  WS-BALANCE-CHAIN.
           05  WS-BCH-LAST-DATE        PIC 9(8) VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYINTG - CROSS-FILE INTEGRITY'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' SEV   KEY/DATE      FINDING            '.
           05  FILLER                  PIC X(40) VALUE
               '               FOUND       EXPECTED     '.
       01  WS-REPORT-SECTION-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-SL-TITLE             PIC X(50).
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-SEVERITY          PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-REFERENCE         PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-FINDING           PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-VALUE-1           PIC X(15).
           05  WS-DL-AMOUNT-1 REDEFINES WS-DL-VALUE-1
                                       PIC Z(10)9.99-.
           05  WS-DL-COUNT-1 REDEFINES WS-DL-VALUE-1
                                       PIC Z(14)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-VALUE-2           PIC X(15).
           05  WS-DL-AMOUNT-2 REDEFINES WS-DL-VALUE-2
                                       PIC Z(10)9.99-.
           05  WS-DL-COUNT-2 REDEFINES WS-DL-VALUE-2
                                       PIC Z(14)9.
      * the finding in hand - severity, what it is about and what
      * was found against what was expected
       01  WS-FINDING.
           05  WS-FND-SEVERITY         PIC X(1).
               88  FINDING-IS-ERROR    VALUE 'E'.
               88  FINDING-IS-WARNING  VALUE 'W'.
           05  WS-FND-REFERENCE        PIC X(13).
           05  WS-FND-TEXT             PIC X(24).
       01  WS-REPORT-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           move 'KEYS - INQUIRY CLUSTER, AUDIT HISTORY, MASTER'
             to WS-SL-TITLE
           perform PRINT-SECTION-LINE
           open input AUDIT-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           open input MAINT-HISTORY
           if not MAINT-OK
               perform MAINT-HISTORY-ERROR
           end-if
      * every key from every keyed file goes in; each comes back
      * with its master, its cluster row and its history in order
           sort KEY-TRI
               ascending key KTR-KEY
               ascending key KTR-DATE
               ascending key KTR-TIME
               ascending key KTR-SEQUENCE
               ascending key KTR-SOURCE
               input procedure GATHER-KEYS
               output procedure CHECK-KEYS
           close AUDIT-HISTORY
           close MAINT-HISTORY
           move 'LEDGERS - SUSPENSE AND BALANCE' to WS-SL-TITLE
           perform PRINT-SECTION-LINE
           perform CHECK-SUSPENSE-LEDGER
           perform CHECK-BALANCE-LEDGER
           perform CHECK-UNMATCHED-SUSPENSE-DATES
           perform PRINT-INTEGRITY-TOTALS
           perform END-OF-RUN.
       CHECK-SUSPENSE-LEDGER.
      * each row must foot - closing = opening + new - cleared -
      * written off, in money and in items - and open where the
      * same reason closed the business day before. no suspense
      * generation at all leaves nothing to chain
           open input SUSPENSE-LEDGER-FICHIER
           if SUSPENSE-NOT-FOUND
               display "MYINTG - NO SUSPENSE LEDGER - NOT CHECKED"
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
               set END-OF-SUSPENSE-LEDGER to true
           else
               if not SUSPENSE-OK
                   perform SUSPENSE-LEDGER-ERROR
               end-if
               perform READ-SUSPENSE-LEDGER
           end-if
           perform until END-OF-SUSPENSE-LEDGER
               perform CHECK-SUSPENSE-ROW
               perform READ-SUSPENSE-LEDGER
           end-perform
           if not SUSPENSE-NOT-FOUND
               close SUSPENSE-LEDGER-FICHIER
           end-if
           .
       CHECK-SUSPENSE-ROW.
           perform NOTE-SUSPENSE-DATE
           move spaces to WS-FND-REFERENCE
           move SUS-RUN-DATE to WS-FND-REFERENCE (1:8)
           move SUS-REASON-CODE to WS-FND-REFERENCE (10:4)
           compute WS-SF-AMOUNT = SUS-OPENING-AMOUNT
               + SUS-NEW-AMOUNT - SUS-CLEARED-AMOUNT
               - SUS-WRITEOFF-AMOUNT
           compute WS-SF-COUNT = SUS-OPENING-COUNT
               + SUS-NEW-COUNT - SUS-CLEARED-COUNT
               - SUS-WRITEOFF-COUNT
           if WS-SF-AMOUNT not = SUS-CLOSING-AMOUNT
               set FINDING-IS-ERROR to true
               move 'SUSPENSE ROW NOT FOOTED' to WS-FND-TEXT
               perform START-FINDING-LINE
               move SUS-CLOSING-AMOUNT to WS-DL-AMOUNT-1
               move WS-SF-AMOUNT to WS-DL-AMOUNT-2
               perform PRINT-FINDING-LINE
           end-if
           if WS-SF-COUNT not = SUS-CLOSING-COUNT
               set FINDING-IS-ERROR to true
               move 'SUSPENSE ITEMS NOT FOOTED' to WS-FND-TEXT
               perform START-FINDING-LINE
               move SUS-CLOSING-COUNT to WS-DL-COUNT-1
               move WS-SF-COUNT to WS-DL-COUNT-2
               perform PRINT-FINDING-LINE
           end-if
           perform FIND-SUSPENSE-REASON
           evaluate true
               when WS-SCH-FOUND-SUB = zero
                   continue
               when SUS-RUN-DATE < WS-SCH-LAST-DATE (WS-SCH-FOUND-SUB)
                   set FINDING-IS-ERROR to true
                   move 'SUSPENSE OUT OF ORDER' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   perform PRINT-FINDING-LINE
               when SUS-RUN-DATE = WS-SCH-LAST-DATE (WS-SCH-FOUND-SUB)
                   if WS-SCH-PRIOR-KNOWN (WS-SCH-FOUND-SUB)
                       perform CHECK-OPENING-AGAINST-PRIOR
                   end-if
                   perform NOTE-SUSPENSE-CLOSING
               when other
                   move WS-SCH-LAST-AMT (WS-SCH-FOUND-SUB)
                     to WS-SCH-PRIOR-AMT (WS-SCH-FOUND-SUB)
                   move WS-SCH-LAST-CNT (WS-SCH-FOUND-SUB)
                     to WS-SCH-PRIOR-CNT (WS-SCH-FOUND-SUB)
                   set WS-SCH-PRIOR-KNOWN (WS-SCH-FOUND-SUB) to true
                   perform CHECK-OPENING-AGAINST-PRIOR
                   perform NOTE-SUSPENSE-CLOSING
           end-evaluate
           .
       CHECK-OPENING-AGAINST-PRIOR.
           if SUS-OPENING-AMOUNT
                   not = WS-SCH-PRIOR-AMT (WS-SCH-FOUND-SUB)
               or SUS-OPENING-COUNT
                   not = WS-SCH-PRIOR-CNT (WS-SCH-FOUND-SUB)
               set FINDING-IS-ERROR to true
               move 'OPENING NOT PRIOR CLOSE' to WS-FND-TEXT
               perform START-FINDING-LINE
               move SUS-OPENING-AMOUNT to WS-DL-AMOUNT-1
               move WS-SCH-PRIOR-AMT (WS-SCH-FOUND-SUB)
                 to WS-DL-AMOUNT-2
               perform PRINT-FINDING-LINE
           end-if
           .
       NOTE-SUSPENSE-CLOSING.
           move SUS-RUN-DATE to WS-SCH-LAST-DATE (WS-SCH-FOUND-SUB)
           move SUS-CLOSING-AMOUNT to WS-SCH-LAST-AMT (WS-SCH-FOUND-SUB)
           move SUS-CLOSING-COUNT to WS-SCH-LAST-CNT (WS-SCH-FOUND-SUB)
           .
       FIND-SUSPENSE-REASON.
      * a reason seen for the first time has nothing to chain to -
      * it is entered and its closing noted for the next day
           move zero to WS-SCH-FOUND-SUB
           perform CHECK-SUSPENSE-REASON
               varying WS-SCH-SUB from 1 by 1
               until WS-SCH-SUB > WS-SCH-COUNT
               or WS-SCH-FOUND-SUB > zero
           if WS-SCH-FOUND-SUB = zero
               if WS-SCH-COUNT < 20
                   add 1 to WS-SCH-COUNT
                   move SUS-REASON-CODE to WS-SCH-REASON (WS-SCH-COUNT)
                   move 'N' to WS-SCH-PRIOR-SW (WS-SCH-COUNT)
                   move WS-SCH-COUNT to WS-SCH-FOUND-SUB
                   perform NOTE-SUSPENSE-CLOSING
               else
                   display "MYINTG - SUSPENSE REASON TABLE FULL - "
                       SUS-REASON-CODE " NOT CHAINED"
                   if WS-FINAL-RETURN-CODE < 4
                       move 4 to WS-FINAL-RETURN-CODE
                   end-if
               end-if
               move zero to WS-SCH-FOUND-SUB
           end-if
           .
       CHECK-SUSPENSE-REASON.
           if WS-SCH-REASON (WS-SCH-SUB) = SUS-REASON-CODE
               move WS-SCH-SUB to WS-SCH-FOUND-SUB
           end-if
           .
       NOTE-SUSPENSE-DATE.
           move zero to WS-SDT-FOUND-SUB
           perform CHECK-SUSPENSE-DATE
               varying WS-SDT-SUB from 1 by 1
               until WS-SDT-SUB > WS-SDT-COUNT
               or WS-SDT-FOUND-SUB > zero
           if WS-SDT-FOUND-SUB = zero
               if WS-SDT-COUNT < 100
                   add 1 to WS-SDT-COUNT
                   move SUS-RUN-DATE to WS-SDT-DATE (WS-SDT-COUNT)
                   move 'N' to WS-SDT-MATCHED-SW (WS-SDT-COUNT)
               end-if
               if WS-SDT-FIRST-DATE = zero
                   or SUS-RUN-DATE < WS-SDT-FIRST-DATE
                   move SUS-RUN-DATE to WS-SDT-FIRST-DATE
               end-if
               if SUS-RUN-DATE > WS-SDT-LAST-DATE
                   move SUS-RUN-DATE to WS-SDT-LAST-DATE
               end-if
           end-if
           .
       CHECK-SUSPENSE-DATE.
           if WS-SDT-DATE (WS-SDT-SUB) = SUS-RUN-DATE
               move WS-SDT-SUB to WS-SDT-FOUND-SUB
           end-if
           .
       CHECK-BALANCE-LEDGER.
      * one row per business date, in date order - a supplemental
      * cycle folds into the day's row rather than adding one - and
      * every row proved when it was written
           open input BALANCE-LEDGER-FICHIER
           if BALANCE-NOT-FOUND
               display "MYINTG - NO BALANCE LEDGER - NOT CHECKED"
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
               set END-OF-BALANCE-LEDGER to true
           else
               if not BALANCE-OK
                   perform BALANCE-LEDGER-ERROR
               end-if
               perform READ-BALANCE-LEDGER
           end-if
           perform until END-OF-BALANCE-LEDGER
               perform CHECK-BALANCE-ROW
               perform READ-BALANCE-LEDGER
           end-perform
           if not BALANCE-NOT-FOUND
               close BALANCE-LEDGER-FICHIER
           end-if
           .
       CHECK-BALANCE-ROW.
           move spaces to WS-FND-REFERENCE
           move BLG-RUN-DATE to WS-FND-REFERENCE (1:8)
           evaluate true
               when BLG-RUN-DATE = WS-BCH-LAST-DATE
                   set FINDING-IS-ERROR to true
                   move 'BALANCE DATE REPEATED' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   perform PRINT-FINDING-LINE
               when BLG-RUN-DATE < WS-BCH-LAST-DATE
                   set FINDING-IS-ERROR to true
                   move 'BALANCE OUT OF ORDER' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   perform PRINT-FINDING-LINE
               when other
                   move BLG-RUN-DATE to WS-BCH-LAST-DATE
           end-evaluate
           if BLG-OUT-OF-BALANCE
               set FINDING-IS-WARNING to true
               move 'BALANCE ROW UNPROVED' to WS-FND-TEXT
               perform START-FINDING-LINE
               move BLG-INPUT-AMOUNT to WS-DL-AMOUNT-1
               move BLG-EXTRACT-AMOUNT to WS-DL-AMOUNT-2
               perform PRINT-FINDING-LINE
           end-if
      * inside the span the suspense generations cover, the date
      * must have suspense rows too
           if BLG-RUN-DATE >= WS-SDT-FIRST-DATE
               and BLG-RUN-DATE <= WS-SDT-LAST-DATE
               and WS-SDT-COUNT > zero
               move zero to WS-SDT-FOUND-SUB
               perform CHECK-BALANCE-DATE
                   varying WS-SDT-SUB from 1 by 1
                   until WS-SDT-SUB > WS-SDT-COUNT
                   or WS-SDT-FOUND-SUB > zero
               if WS-SDT-FOUND-SUB > zero
                   set WS-SDT-MATCHED (WS-SDT-FOUND-SUB) to true
               else
                   set FINDING-IS-WARNING to true
                   move 'NO SUSPENSE FOR DATE' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   perform PRINT-FINDING-LINE
               end-if
           end-if
           .
       CHECK-BALANCE-DATE.
           if WS-SDT-DATE (WS-SDT-SUB) = BLG-RUN-DATE
               move WS-SDT-SUB to WS-SDT-FOUND-SUB
           end-if
           .
       CHECK-UNMATCHED-SUSPENSE-DATES.
           if not BALANCE-NOT-FOUND
               perform CHECK-UNMATCHED-SUSPENSE-DATE
                   varying WS-SDT-SUB from 1 by 1
                   until WS-SDT-SUB > WS-SDT-COUNT
           end-if
           .
       CHECK-UNMATCHED-SUSPENSE-DATE.
           if not WS-SDT-MATCHED (WS-SDT-SUB)
               move spaces to WS-FND-REFERENCE
               move WS-SDT-DATE (WS-SDT-SUB)
                 to WS-FND-REFERENCE (1:8)
               set FINDING-IS-WARNING to true
               move 'NO BALANCE ROW FOR DATE' to WS-FND-TEXT
               perform START-FINDING-LINE
               perform PRINT-FINDING-LINE
           end-if
           .
       READ-SUSPENSE-LEDGER.
           read SUSPENSE-LEDGER-FICHIER
               at end set END-OF-SUSPENSE-LEDGER to true
           end-read
           if not SUSPENSE-OK and not SUSPENSE-EOF
               perform SUSPENSE-LEDGER-ERROR
           end-if
           if not END-OF-SUSPENSE-LEDGER
               add 1 to WS-STAT-SUSPENSE-READ
           end-if
           .
       READ-BALANCE-LEDGER.
           read BALANCE-LEDGER-FICHIER
               at end set END-OF-BALANCE-LEDGER to true
           end-read
           if not BALANCE-OK and not BALANCE-EOF
               perform BALANCE-LEDGER-ERROR
           end-if
           if not END-OF-BALANCE-LEDGER
               add 1 to WS-STAT-BALANCE-READ
           end-if
           .
       START-FINDING-LINE.
           move spaces to WS-REPORT-DETAIL-LINE
           if FINDING-IS-ERROR
               move 'ERROR' to WS-DL-SEVERITY
           else
               move 'WARN' to WS-DL-SEVERITY
           end-if
           move WS-FND-REFERENCE to WS-DL-REFERENCE
           move WS-FND-TEXT to WS-DL-FINDING
           .
       PRINT-FINDING-LINE.
      * an error is drift that has to be put right before anything
      * relies on the files again; a warning is worth a look
           if FINDING-IS-ERROR
               add 1 to WS-STAT-ERRORS
               if WS-FINAL-RETURN-CODE < 8
                   move 8 to WS-FINAL-RETURN-CODE
               end-if
           else
               add 1 to WS-STAT-WARNINGS
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           write PRINT-RECORD from WS-REPORT-COLUMN-LINE
               after advancing 2
           move 3 to WS-LINE-COUNT
           .
       PRINT-SECTION-LINE.
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-SECTION-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-COUNT-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-INTEGRITY-TOTALS.
           move spaces to WS-REPORT-COUNT-LINE
           move 'KEYS CHECKED' to WS-CL-LABEL
           move WS-STAT-KEYS-CHECKED to WS-CL-COUNT
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           move 'SUSPENSE ROWS CHECKED' to WS-CL-LABEL
           move WS-STAT-SUSPENSE-READ to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'BALANCE ROWS CHECKED' to WS-CL-LABEL
           move WS-STAT-BALANCE-READ to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'ERRORS' to WS-CL-LABEL
           move WS-STAT-ERRORS to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'WARNINGS' to WS-CL-LABEL
           move WS-STAT-WARNINGS to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           .
       CLUSTER-ERROR.
           display "MYINTG - INQUIRY-CLUSTER I/O ERROR - STATUS = "
               WS-CLUSTER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYINTG - AUDIT-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ARCHIVE-ERROR.
           display "MYINTG - ARCHIVE-FICHIER I/O ERROR - STATUS = "
               WS-ARCHIVE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MASTER-ERROR.
           display "MYINTG - MASTER-FICHIER I/O ERROR - STATUS = "
               WS-MASTER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MAINT-HISTORY-ERROR.
           display "MYINTG - MAINT-HISTORY I/O ERROR - STATUS = "
               WS-MAINT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       BALANCE-LEDGER-ERROR.
           display "MYINTG - BALANCE-LEDGER I/O ERROR - STATUS = "
               WS-BALANCE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SUSPENSE-LEDGER-ERROR.
           display "MYINTG - SUSPENSE-LEDGER I/O ERROR - STATUS = "
               WS-SUSPENSE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYINTG - RUN STATISTICS"
           display "  CLUSTER ROWS:       " WS-STAT-CLUSTER-READ
           display "  HISTORY ROWS:       " WS-STAT-HISTORY-READ
           display "  ARCHIVE ROWS:       " WS-STAT-ARCHIVE-READ
           display "  MASTERS READ:       " WS-STAT-MASTERS-READ
           display "  MAINT HISTORY ROWS: " WS-STAT-MAINT-READ
           display "  KEYS CHECKED:       " WS-STAT-KEYS-CHECKED
           display "  LAST POST NO AMT:   " WS-STAT-NO-AMOUNT
           display "  SUSPENSE ROWS:      " WS-STAT-SUSPENSE-READ
           display "  BALANCE ROWS:       " WS-STAT-BALANCE-READ
           display "  ERRORS:             " WS-STAT-ERRORS
           display "  WARNINGS:           " WS-STAT-WARNINGS
           .
       GATHER-KEYS SECTION.
       GATHER-KEYS-START.
           perform GATHER-CLUSTER
           perform GATHER-MASTER
           perform GATHER-HISTORY
           perform GATHER-ARCHIVE
           perform GATHER-MAINT-HISTORY
           .
       CHECK-KEYS SECTION.
       CHECK-KEYS-START.
           perform RETURN-KEY-TRI
           perform until END-OF-KEY-TRI
               if WS-KEY-ROWS > zero
                   and KTR-KEY not = WS-PREV-KEY
                   perform CLOSE-KEY
               end-if
               move KTR-KEY to WS-PREV-KEY
               perform ADD-TO-KEY
               perform RETURN-KEY-TRI
           end-perform
           if WS-KEY-ROWS > zero
               perform CLOSE-KEY
           end-if
           .
       SUPPORT SECTION.
       GATHER-CLUSTER.
           open input INQUIRY-CLUSTER
           if not CLUSTER-OK
               perform CLUSTER-ERROR
           end-if
           perform READ-CLUSTER-RECORD
           perform until END-OF-CLUSTER
               move spaces to KTR-RECORD
               move VSX-KEY to KTR-KEY
               move zero to KTR-DATE
               move zero to KTR-TIME
               move zero to KTR-SEQUENCE
               set KTR-FROM-CLUSTER to true
               if VSX-AMOUNT is numeric
                   move VSX-AMOUNT to KTR-AMOUNT
                   set KTR-AMOUNT-KNOWN to true
               else
                   move zero to KTR-AMOUNT
               end-if
               release KTR-RECORD
               perform READ-CLUSTER-RECORD
           end-perform
           close INQUIRY-CLUSTER
           .
       READ-CLUSTER-RECORD.
           read INQUIRY-CLUSTER next
               at end set END-OF-CLUSTER to true
           end-read
           if not CLUSTER-OK and not CLUSTER-EOF
               perform CLUSTER-ERROR
           end-if
           if not END-OF-CLUSTER
               add 1 to WS-STAT-CLUSTER-READ
           end-if
           .
       GATHER-MASTER.
           open input MASTER-FICHIER
           if not MASTER-OK
               perform MASTER-ERROR
           end-if
           perform READ-MASTER-RECORD
           perform until END-OF-MASTER
               move spaces to KTR-RECORD
               move MST-KEY to KTR-KEY
               move zero to KTR-DATE
               move zero to KTR-TIME
               move zero to KTR-SEQUENCE
               set KTR-FROM-MASTER to true
               move zero to KTR-AMOUNT
               release KTR-RECORD
               perform READ-MASTER-RECORD
           end-perform
           close MASTER-FICHIER
           .
       READ-MASTER-RECORD.
           read MASTER-FICHIER next
               at end set END-OF-MASTER to true
           end-read
           if not MASTER-OK and not MASTER-EOF
               perform MASTER-ERROR
           end-if
           if not END-OF-MASTER
               add 1 to WS-STAT-MASTERS-READ
           end-if
           .
       GATHER-HISTORY.
      * every row goes in so a row held in both places is seen; a
      * posting is any row that moved money - a cancelled warehouse
      * item never posted, a rejected or held item has not yet
           perform READ-NEXT-HISTORY
           perform until END-OF-HISTORY
               move spaces to KTR-RECORD
               move AHX-KEY to KTR-KEY
               move AHX-TS-DATE to KTR-DATE
               move AHX-TS-TIME to KTR-TIME
               move AHX-SEQUENCE to KTR-SEQUENCE
               set KTR-FROM-HISTORY to true
               if AHX-AMOUNT is numeric
                   move AHX-AMOUNT to KTR-AMOUNT
                   set KTR-AMOUNT-KNOWN to true
               else
                   move zero to KTR-AMOUNT
               end-if
               if AHX-DISPOSITION = 'PROCESSED' or 'RELEASED'
                   or 'EFFECTIVE' or 'REVERSED' or 'ADJUSTED'
                   set KTR-MONEY-MOVED to true
               end-if
               release KTR-RECORD
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
      * what the retention run retired is still the key's history.
      * none is not an error
           open input ARCHIVE-FICHIER
           if ARCHIVE-NOT-FOUND
               display "MYINTG - NO AUDIT ARCHIVE - CLUSTER ONLY"
           else
               if not ARCHIVE-OK
                   perform ARCHIVE-ERROR
               end-if
               perform READ-ARCHIVE-RECORD
               perform until END-OF-ARCHIVE
                   move spaces to KTR-RECORD
                   move ARC-KEY to KTR-KEY
                   move ARC-TS-DATE to KTR-DATE
                   move ARC-TS-TIME to KTR-TIME
                   move ARC-SEQUENCE to KTR-SEQUENCE
                   set KTR-FROM-ARCHIVE to true
                   if ARC-AMOUNT is numeric
                       move ARC-AMOUNT to KTR-AMOUNT
                       set KTR-AMOUNT-KNOWN to true
                   else
                       move zero to KTR-AMOUNT
                   end-if
                   if ARC-DISPOSITION = 'PROCESSED' or 'RELEASED'
                       or 'EFFECTIVE' or 'REVERSED' or 'ADJUSTED'
                       set KTR-MONEY-MOVED to true
                   end-if
                   release KTR-RECORD
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
       GATHER-MAINT-HISTORY.
      * adds and deletes say when a key was on the master - the
      * maintenance run comes before the night's postings, so its
      * rows sort ahead of postings the same date
           perform READ-NEXT-MAINT-HISTORY
           perform until END-OF-MAINT-HISTORY
               if MHX-FUNCTION = 'A' or 'D'
                   move spaces to KTR-RECORD
                   move MHX-KEY to KTR-KEY
                   move MHX-RUN-DATE to KTR-DATE
                   move zero to KTR-TIME
                   move MHX-SEQUENCE to KTR-SEQUENCE
                   set KTR-FROM-MAINT to true
                   move zero to KTR-AMOUNT
                   move MHX-FUNCTION to KTR-FUNCTION
                   release KTR-RECORD
               end-if
               perform READ-NEXT-MAINT-HISTORY
           end-perform
           .
       READ-NEXT-MAINT-HISTORY.
           read MAINT-HISTORY next
               at end set END-OF-MAINT-HISTORY to true
           end-read
           if END-OF-MAINT-HISTORY
               continue
           else
               if not MAINT-OK
                   perform MAINT-HISTORY-ERROR
               end-if
               add 1 to WS-STAT-MAINT-READ
           end-if
           .
       RETURN-KEY-TRI.
           return KEY-TRI
               at end set END-OF-KEY-TRI to true
           end-return
           .
       ADD-TO-KEY.
           add 1 to WS-KEY-ROWS
           evaluate true
               when KTR-FROM-MASTER
                   set KEY-ON-MASTER to true
               when KTR-FROM-CLUSTER
                   set KEY-ON-CLUSTER to true
                   move KTR-AMOUNT-SW to WS-KEY-CLUSTER-AMT-SW
                   move KTR-AMOUNT to WS-KEY-CLUSTER-AMOUNT
               when KTR-FROM-MAINT
                   add 1 to WS-KEY-MAINT-ROWS
                   if KTR-FUNCTION = 'D'
                       set KEY-DELETED to true
                   else
                       move 'N' to WS-KEY-DELETED-SW
                   end-if
                   move zero to WS-KEY-AFTER-DELETE
                   move zero to WS-KEY-AFTER-DELETE-AMT
               when other
                   perform ADD-AUDIT-ROW
           end-evaluate
           .
       ADD-AUDIT-ROW.
           if WS-PA-SOURCE not = space
               and KTR-DATE = WS-PA-DATE
               and KTR-TIME = WS-PA-TIME
               and KTR-SEQUENCE = WS-PA-SEQUENCE
               and KTR-SOURCE not = WS-PA-SOURCE
               set FINDING-IS-WARNING to true
               move spaces to WS-FND-REFERENCE
               move KTR-KEY to WS-FND-REFERENCE (1:6)
               move 'AUDIT ROW ALSO ARCHIVED' to WS-FND-TEXT
               perform START-FINDING-LINE
               move KTR-AMOUNT to WS-DL-AMOUNT-1
               perform PRINT-FINDING-LINE
           end-if
           move KTR-DATE to WS-PA-DATE
           move KTR-TIME to WS-PA-TIME
           move KTR-SEQUENCE to WS-PA-SEQUENCE
           move KTR-SOURCE to WS-PA-SOURCE
           if KTR-MONEY-MOVED
               add 1 to WS-KEY-POSTINGS
               add KTR-AMOUNT to WS-KEY-NET-AMOUNT
               move KTR-AMOUNT-SW to WS-KEY-LAST-AMT-SW
               move KTR-AMOUNT to WS-KEY-LAST-AMOUNT
               if KEY-DELETED
                   add 1 to WS-KEY-AFTER-DELETE
                   add KTR-AMOUNT to WS-KEY-AFTER-DELETE-AMT
               end-if
           end-if
           .
       CLOSE-KEY.
           add 1 to WS-STAT-KEYS-CHECKED
           move spaces to WS-FND-REFERENCE
           move WS-PREV-KEY to WS-FND-REFERENCE (1:6)
      * the cluster is the inquiry's picture of the key - it must
      * have come from a posting, and from the key's newest one
           evaluate true
               when KEY-ON-CLUSTER and WS-KEY-POSTINGS = zero
                   set FINDING-IS-ERROR to true
                   move 'CLUSTER KEY NO AUDIT ROW' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   move WS-KEY-CLUSTER-AMOUNT to WS-DL-AMOUNT-1
                   perform PRINT-FINDING-LINE
               when KEY-ON-CLUSTER and not LAST-AMOUNT-KNOWN
                   add 1 to WS-STAT-NO-AMOUNT
               when KEY-ON-CLUSTER
                   and (not CLUSTER-AMOUNT-KNOWN
                       or WS-KEY-CLUSTER-AMOUNT
                           not = WS-KEY-LAST-AMOUNT)
                   set FINDING-IS-ERROR to true
                   move 'CLUSTER NOT LAST POSTING' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   move WS-KEY-CLUSTER-AMOUNT to WS-DL-AMOUNT-1
                   move WS-KEY-LAST-AMOUNT to WS-DL-AMOUNT-2
                   perform PRINT-FINDING-LINE
               when not KEY-ON-CLUSTER and WS-KEY-POSTINGS > zero
                   set FINDING-IS-WARNING to true
                   move 'POSTINGS NOT IN CLUSTER' to WS-FND-TEXT
                   perform START-FINDING-LINE
                   move WS-KEY-NET-AMOUNT to WS-DL-AMOUNT-1
                   perform PRINT-FINDING-LINE
               when other
                   continue
           end-evaluate
      * money posted against a key the master does not hold. a key
      * deleted through maintenance keeps its history; a key with
      * no maintenance history may predate it. a key still added
      * as far as the history knows, or posted to after its delete,
      * has lost its master
           if not KEY-ON-MASTER and WS-KEY-POSTINGS > zero
               evaluate true
                   when WS-KEY-MAINT-ROWS = zero
                       set FINDING-IS-WARNING to true
                       move 'POSTINGS - NO MASTER' to WS-FND-TEXT
                       perform START-FINDING-LINE
                       move WS-KEY-NET-AMOUNT to WS-DL-AMOUNT-1
                       perform PRINT-FINDING-LINE
                   when not KEY-DELETED
                       set FINDING-IS-ERROR to true
                       move 'MASTER GONE - NO DELETE' to WS-FND-TEXT
                       perform START-FINDING-LINE
                       move WS-KEY-NET-AMOUNT to WS-DL-AMOUNT-1
                       perform PRINT-FINDING-LINE
                   when WS-KEY-AFTER-DELETE > zero
                       set FINDING-IS-ERROR to true
                       move 'POSTED AFTER DELETE' to WS-FND-TEXT
                       perform START-FINDING-LINE
                       move WS-KEY-AFTER-DELETE-AMT to WS-DL-AMOUNT-1
                       move WS-KEY-AFTER-DELETE to WS-DL-COUNT-2
                       perform PRINT-FINDING-LINE
                   when other
                       continue
               end-evaluate
           end-if
           move zero to WS-KEY-ROWS
           move 'N' to WS-KEY-MASTER-SW
           move 'N' to WS-KEY-CLUSTER-SW
           move 'N' to WS-KEY-CLUSTER-AMT-SW
           move zero to WS-KEY-CLUSTER-AMOUNT
           move zero to WS-KEY-POSTINGS
           move zero to WS-KEY-NET-AMOUNT
           move 'N' to WS-KEY-LAST-AMT-SW
           move zero to WS-KEY-LAST-AMOUNT
           move zero to WS-KEY-MAINT-ROWS
           move 'N' to WS-KEY-DELETED-SW
           move zero to WS-KEY-AFTER-DELETE
           move zero to WS-KEY-AFTER-DELETE-AMT
           move spaces to WS-PREV-AUDIT-ROW
           .
