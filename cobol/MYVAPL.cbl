            select LEDGER-FICHIER assign to UT-S-LDG
                organization is sequential
                file status is WS-LEDGER-STATUS.
            select OLD-LEDGER-FICHIER assign to UT-S-OLG
                organization is sequential
                file status is WS-OLD-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy BALLEDG.
       FD  OLD-LEDGER-FICHIER
           block contains 0 records
           recording mode is F.
           copy BALLEDG
               replacing ==BALANCE-LEDGER-RECORD==
                      by ==OLD-LEDGER-RECORD==,
                 leading ==BLG==
                      by ==OLG==.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-EXTRACT-READ     PIC 9(9) VALUE ZERO.
               88  END-OF-LEDGER       VALUE 'Y'.
           05  WS-LEDGER-SEEN-SW       PIC X(1) VALUE 'N'.
               88  LEDGER-ROW-SEEN     VALUE 'Y'.
           05  WS-OLG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-OLD-LEDGER   VALUE 'Y'.
           05  WS-KEY-ON-FILE-SW       PIC X(1) VALUE 'N'.
               88  KEY-ON-FILE         VALUE 'Y'.
           05  WS-PROOF-SW             PIC X(1) VALUE 'Y'.
           88  LEDGER-OK               VALUE '00'.
           88  LEDGER-EOF              VALUE '10'.
           88  LEDGER-NOT-FOUND        VALUE '35'.
       01  WS-OLD-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88  OLD-LEDGER-OK           VALUE '00'.
           88  OLD-LEDGER-EOF          VALUE '10'.
           88  OLD-LEDGER-NOT-FOUND    VALUE '35'.
      * the proof is against MYBAL's independently computed ledger
      * row, not against this program's own pass over the same
      * records - the ledger splits reversals out of its extract
           05  WS-APPLIED-RVSL-AMT     PIC S9(11)V99 VALUE ZERO.
           05  WS-LEDGER-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-AMOUNT        PIC S9(11)V99 VALUE ZERO.
      * a supplemental cycle folds its figures into the row the
      * main cycle wrote earlier the same day, so tonight's row
      * covers more than tonight's extract. the ledger generation
      * the cycle started from tells the two apart: a folded row
      * leaves the row count unchanged and the earlier cycle's
      * share is its last row
           05  WS-LEDGER-ROWS          PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-DATE          PIC 9(8) VALUE ZERO.
           05  WS-OLD-LEDGER-ROWS      PIC 9(9) VALUE ZERO.
           05  WS-OLD-LEDGER-DATE      PIC 9(8) VALUE ZERO.
           05  WS-OLD-LEDGER-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-OLD-LEDGER-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
           end-if
           perform until END-OF-LEDGER
               set LEDGER-ROW-SEEN to true
               add 1 to WS-LEDGER-ROWS
               move BLG-RUN-DATE to WS-LEDGER-DATE
               move BLG-EXTRACT-COUNT to WS-LEDGER-COUNT
               move BLG-EXTRACT-AMOUNT to WS-LEDGER-AMOUNT
               perform READ-LEDGER-RECORD
           if not LEDGER-NOT-FOUND
               close LEDGER-FICHIER
           end-if
           perform GATHER-OLD-LEDGER-ROW
           if LEDGER-ROW-SEEN
               and WS-OLD-LEDGER-ROWS = WS-LEDGER-ROWS
               and WS-OLD-LEDGER-DATE = WS-LEDGER-DATE
               display "MYVAPL - LEDGER ROW FOLDS AN EARLIER CYCLE - "
                   "PROVING THIS CYCLE'S SHARE"
               subtract WS-OLD-LEDGER-COUNT from WS-LEDGER-COUNT
               subtract WS-OLD-LEDGER-AMOUNT from WS-LEDGER-AMOUNT
           end-if
           .
       GATHER-OLD-LEDGER-ROW.
      * no prior generation means no earlier cycle to take out
           open input OLD-LEDGER-FICHIER
           if OLD-LEDGER-NOT-FOUND
               set END-OF-OLD-LEDGER to true
           else
               if not OLD-LEDGER-OK
                   perform OLD-LEDGER-ERROR
               end-if
               perform READ-OLD-LEDGER-RECORD
           end-if
           perform until END-OF-OLD-LEDGER
               add 1 to WS-OLD-LEDGER-ROWS
               move OLG-RUN-DATE to WS-OLD-LEDGER-DATE
               move OLG-EXTRACT-COUNT to WS-OLD-LEDGER-COUNT
               move OLG-EXTRACT-AMOUNT to WS-OLD-LEDGER-AMOUNT
               perform READ-OLD-LEDGER-RECORD
           end-perform
           if not OLD-LEDGER-NOT-FOUND
               close OLD-LEDGER-FICHIER
           end-if
           .
       READ-OLD-LEDGER-RECORD.
           read OLD-LEDGER-FICHIER
               at end set END-OF-OLD-LEDGER to true
           end-read
           if not OLD-LEDGER-OK and not OLD-LEDGER-EOF
               perform OLD-LEDGER-ERROR
           end-if
           .
       READ-LEDGER-RECORD.
           read LEDGER-FICHIER
               WS-LEDGER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-LEDGER-ERROR.
           display "MYVAPL - OLD-LEDGER I/O ERROR - STATUS = "
               WS-OLD-LEDGER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       CLUSTER-ERROR.
           display "MYVAPL - INQUIRY-CLUSTER I/O ERROR - STATUS = "
               WS-CLUSTER-STATUS
