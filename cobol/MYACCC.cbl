      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYACCC.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select ACCESS-LOG-FICHIER assign to UT-S-ACL
                organization is sequential
                file status is WS-LOG-STATUS.
            select ACCESS-HISTORY assign to ACCHIST
                organization is indexed
                access is random
                record key is ACH-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FICHIER
           block contains 0 records
           recording mode is F.
           copy ACCLOG.
       FD  ACCESS-HISTORY.
           copy ACCHIST.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-LOG-READ         PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-WRITTEN  PIC 9(9) VALUE ZERO.
           05  WS-STAT-SEQ-EXHAUSTED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-LOG-UNUSABLE     PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-LOG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-LOG          VALUE 'Y'.
           05  WS-WRITTEN-SW           PIC X(1) VALUE 'N'.
               88  HISTORY-WRITTEN     VALUE 'Y'.
           05  WS-SEQ-SW               PIC X(1) VALUE 'N'.
               88  SEQUENCE-EXHAUSTED  VALUE 'Y'.
       01  WS-LOG-STATUS               PIC X(2) VALUE '00'.
           88  LOG-OK                  VALUE '00'.
           88  LOG-EOF                 VALUE '10'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-DUPLICATE       VALUE '22'.
           88  HISTORY-NOT-FOUND       VALUE '35'.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open input ACCESS-LOG-FICHIER
           if not LOG-OK
               perform LOG-FICHIER-ERROR
           end-if
      * the history cluster exists from its one-time IDCAMS DEFINE -
      * an empty cluster that opens I-O with status 35 is primed by
      * an OPEN OUTPUT, same treatment as the maintenance history in
      * MYMNTC
           open i-o ACCESS-HISTORY
           if HISTORY-NOT-FOUND
               open output ACCESS-HISTORY
           end-if
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           perform READ-LOG-RECORD
           perform until END-OF-LOG
               perform CONSOLIDATE-LOG-RECORD
               perform READ-LOG-RECORD
           end-perform
           close ACCESS-LOG-FICHIER
           close ACCESS-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           perform END-OF-RUN.
       READ-LOG-RECORD.
           read ACCESS-LOG-FICHIER
               at end set END-OF-LOG to true
           end-read
           if not LOG-OK and not LOG-EOF
               perform LOG-FICHIER-ERROR
           end-if
           if not END-OF-LOG
               add 1 to WS-STAT-LOG-READ
           end-if
           .
       CONSOLIDATE-LOG-RECORD.
      * a row whose timestamp did not format cannot be keyed - it is
      * counted and shown on the job log so the gap is known, and
      * the rest of the night's log still goes in
           if ACL-DATE is not numeric or ACL-TIME is not numeric
               display "MYACCC - UNUSABLE LOG ROW FOR USER "
                   ACL-USERID " TRAN " ACL-TRANSID
                   " KEY " ACL-KEY-FROM
               add 1 to WS-STAT-LOG-UNUSABLE
               move 4 to WS-FINAL-RETURN-CODE
           else
               move spaces to ACCESS-HISTORY-RECORD
               move ACL-DATE to ACH-DATE
               move ACL-TIME to ACH-TIME
               move ACL-USERID to ACH-USERID
               move zero to ACH-SEQUENCE
               move ACL-TRANSID to ACH-TRANSID
               move ACL-TERMID to ACH-TERMID
               move ACL-ACTION to ACH-ACTION
               move ACL-KEY-FROM to ACH-KEY-FROM
               move ACL-KEY-TO to ACH-KEY-TO
               move 'N' to WS-WRITTEN-SW
               move 'N' to WS-SEQ-SW
               perform WRITE-HISTORY-RECORD
                   until HISTORY-WRITTEN or SEQUENCE-EXHAUSTED
               if SEQUENCE-EXHAUSTED
                   display "MYACCC - SEQUENCE EXHAUSTED FOR USER "
                       ACH-USERID " AT " ACH-DATE " " ACH-TIME
                   add 1 to WS-STAT-SEQ-EXHAUSTED
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           .
       WRITE-HISTORY-RECORD.
      * several views by one user inside the same second collide on
      * the composite key - bump the sequence and try again
           write ACCESS-HISTORY-RECORD
               invalid key
                   if HISTORY-DUPLICATE
                       if ACH-SEQUENCE < 999
                           add 1 to ACH-SEQUENCE
                       else
                           set SEQUENCE-EXHAUSTED to true
                       end-if
                   else
                       perform HISTORY-ERROR
                   end-if
               not invalid key
                   set HISTORY-WRITTEN to true
                   add 1 to WS-STAT-HISTORY-WRITTEN
           end-write
           .
       LOG-FICHIER-ERROR.
           display "MYACCC - ACCESS-LOG-FICHIER I/O ERROR - STATUS = "
               WS-LOG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYACCC - ACCESS-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYACCC - RUN STATISTICS"
           display "  LOG ROWS READ:      " WS-STAT-LOG-READ
           display "  HISTORY WRITTEN:    " WS-STAT-HISTORY-WRITTEN
           display "  UNUSABLE ROWS:      " WS-STAT-LOG-UNUSABLE
           display "  SEQUENCE EXHAUSTED: " WS-STAT-SEQ-EXHAUSTED
           .
