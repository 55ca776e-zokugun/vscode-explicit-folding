            select OPEN-ITEM-FICHIER assign to UT-S-OPN
                organization is sequential
                file status is WS-OPEN-ITEM-STATUS.
            select RUN-REGISTRY-FICHIER assign to UT-S-RRG
                organization is sequential
                file status is WS-RUNREG-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
                      by ==OPEN-ITEM-RECORD==,
                 leading ==EXC==
                      by ==OPX==.
       FD  RUN-REGISTRY-FICHIER
           block contains 0 records
           recording mode is F.
           copy RUNREG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
       01  WS-OPEN-ITEM-STATUS         PIC X(2) VALUE '00'.
           88  OPEN-ITEM-OK            VALUE '00'.
           88  OPEN-ITEM-EOF           VALUE '10'.
       01  WS-RUNREG-STATUS            PIC X(2) VALUE '00'.
           88  RUNREG-OK               VALUE '00'.
           88  RUNREG-EOF              VALUE '10'.
           88  RUNREG-NOT-FOUND        VALUE '35'.
      * the registry MYPROG just wrote says which cycle this is. a
      * supplemental cycle reopens the statement the earlier cycle
      * wrote today instead of rolling it, so the generation still
      * holds one statement for the whole business day
       01  WS-CYCLE-CONTROLS.
           05  WS-RRG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-RUN-REGISTRY VALUE 'Y'.
           05  WS-CYCLE-NUMBER         PIC 9(2) VALUE 1.
               88  SUPPLEMENTAL-CYCLE  VALUE 2 THRU 99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-SUS-SUB              PIC 9(1) VALUE 1.
           05  WS-SUS-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01  WS-SUSPENSE-TABLE.
      * suspected duplicates keep a row of their own - the money
      * they hold is what would otherwise have been paid twice
           05  WS-SUS-ENTRY occurs 8 times.
               10  WS-SUS-CODE         PIC X(4).
               10  WS-SUS-OPENING-AMT  PIC S9(11)V99.
               10  WS-SUS-NEW-AMT      PIC S9(11)V99.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'STATUS: '.
           05  WS-SL-STATUS            PIC X(40).
       01  WS-REPORT-CYCLE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'SUPPLEMENTAL CYCLE '.
           05  WS-CL-CYCLE             PIC Z9.
           05  FILLER                  PIC X(38) VALUE
               ' - STATEMENT COVERS THE WHOLE DAY'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           perform INITIALIZE-SUSPENSE-TABLE
           perform FIND-CYCLE-NUMBER
           perform LOAD-OPENING-LEDGER
           perform TOTAL-NEW-REJECTS
           perform TOTAL-CLEARED-ITEMS
           move 'X001' to WS-SUS-CODE (4)
           move 'E004' to WS-SUS-CODE (5)
           move 'E005' to WS-SUS-CODE (6)
           move 'E012' to WS-SUS-CODE (7)
           move 'OTHR' to WS-SUS-CODE (8)
           perform CLEAR-SUSPENSE-ENTRY
               varying WS-SUS-SUB from 1 by 1
               until WS-SUS-SUB > 8
           .
       CLEAR-SUSPENSE-ENTRY.
           move zero to WS-SUS-OPENING-AMT (WS-SUS-SUB)
           end-if
           perform until END-OF-OLD-SUSP
               perform FIND-REASON-SLOT-FOR-OLD
               if SUPPLEMENTAL-CYCLE
                   and OSL-RUN-DATE = WS-RUN-DATE-NUM
                   perform REOPEN-EARLIER-CYCLE-ROW
               else
                   add OSL-CLOSING-AMOUNT
                     to WS-SUS-OPENING-AMT (WS-SUS-SUB)
                   add OSL-CLOSING-COUNT
                     to WS-SUS-OPENING-CNT (WS-SUS-SUB)
               end-if
               perform READ-OLD-SUSP-RECORD
           end-perform
           if not OLD-SUSP-NOT-FOUND
               close OLD-SUSP-FICHIER
           end-if
           .
       REOPEN-EARLIER-CYCLE-ROW.
      * the earlier cycle's row already stands on the day's opening
      * - take its opening as ours and carry its movements in ahead
      * of the late region's, so the closing proves against the
      * open items the whole day leaves behind
           add OSL-OPENING-AMOUNT to WS-SUS-OPENING-AMT (WS-SUS-SUB)
           add OSL-OPENING-COUNT to WS-SUS-OPENING-CNT (WS-SUS-SUB)
           add OSL-NEW-AMOUNT to WS-SUS-NEW-AMT (WS-SUS-SUB)
           add OSL-NEW-COUNT to WS-SUS-NEW-CNT (WS-SUS-SUB)
           add OSL-CLEARED-AMOUNT to WS-SUS-CLEARED-AMT (WS-SUS-SUB)
           add OSL-CLEARED-COUNT to WS-SUS-CLEARED-CNT (WS-SUS-SUB)
           add OSL-WRITEOFF-AMOUNT
             to WS-SUS-WRITEOFF-AMT (WS-SUS-SUB)
           add OSL-WRITEOFF-COUNT
             to WS-SUS-WRITEOFF-CNT (WS-SUS-SUB)
           .
       FIND-CYCLE-NUMBER.
      * the last registry row run today is this run's. a row written
      * before cycles were numbered, or no registry at all, is a
      * main cycle
           open input RUN-REGISTRY-FICHIER
           if RUNREG-NOT-FOUND
               display "MYSUSP - NO RUN REGISTRY - MAIN CYCLE ASSUMED"
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
               display "MYSUSP - SUPPLEMENTAL CYCLE " WS-CYCLE-NUMBER
                   " - REOPENING TODAY'S STATEMENT"
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
       FIND-REASON-SLOT-FOR-OLD.
           move 8 to WS-SUS-SUB
           evaluate OSL-REASON-CODE
               when 'E001' move 1 to WS-SUS-SUB
               when 'E002' move 2 to WS-SUS-SUB
               when 'X001' move 4 to WS-SUS-SUB
               when 'E004' move 5 to WS-SUS-SUB
               when 'E005' move 6 to WS-SUS-SUB
               when 'E012' move 7 to WS-SUS-SUB
           end-evaluate
           .
       READ-OLD-SUSP-RECORD.
           end-if
           .
       FIND-REASON-SLOT.
           move 8 to WS-SUS-SUB
           evaluate WEX-REASON-CODE
               when 'E001' move 1 to WS-SUS-SUB
               when 'E002' move 2 to WS-SUS-SUB
               when 'X001' move 4 to WS-SUS-SUB
               when 'E004' move 5 to WS-SUS-SUB
               when 'E005' move 6 to WS-SUS-SUB
               when 'E012' move 7 to WS-SUS-SUB
           end-evaluate
           .
       COMPUTE-CLOSING-BALANCES.
           perform COMPUTE-ONE-CLOSING
               varying WS-SUS-SUB from 1 by 1
               until WS-SUS-SUB > 8
           .
       COMPUTE-ONE-CLOSING.
           compute WS-SUS-CLOSING-AMT (WS-SUS-SUB)
           end-if
           perform WRITE-ONE-LEDGER-ROW
               varying WS-SUS-SUB from 1 by 1
               until WS-SUS-SUB > 8
           close NEW-SUSP-FICHIER
           .
       WRITE-ONE-LEDGER-ROW.
           end-if
           .
       PRINT-SUSPENSE-STATEMENT.
           if SUPPLEMENTAL-CYCLE
               move WS-CYCLE-NUMBER to WS-CL-CYCLE
               write PRINT-RECORD from WS-REPORT-CYCLE-LINE
                   after advancing 1
               add 1 to WS-LINE-COUNT
           end-if
           perform PRINT-ONE-REASON-BLOCK
               varying WS-SUS-SUB from 1 by 1
               until WS-SUS-SUB > 8
           move 'TOTAL CLOSING ' to WS-AL-LABEL
           move WS-TOTAL-CLOSING to WS-AL-AMOUNT
           move WS-TOTAL-CLOSING-CNT to WS-AL-COUNT
               WS-OPEN-ITEM-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       RUNREG-ERROR.
           display "MYSUSP - RUN-REGISTRY I/O ERROR - STATUS = "
               WS-RUNREG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
