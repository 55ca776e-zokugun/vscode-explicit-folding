            select RATE-FICHIER assign to UT-S-RTF
                organization is sequential
                file status is WS-RATE-STATUS.
            select HELD-FICHIER assign to UT-S-HLD
                organization is sequential
                file status is WS-HELD-STATUS.
            select WAREHOUSE-FICHIER assign to UT-S-WHS
                organization is sequential
                file status is WS-WAREHOUSE-STATUS.
            select RUN-REGISTRY-FICHIER assign to UT-S-RRG
                organization is sequential
                file status is WS-RUNREG-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
           block contains 0 records
           recording mode is F.
           copy RATEREC.
       FD  HELD-FICHIER
           block contains 0 records
           recording mode is F.
           copy HVHELD.
       FD  WAREHOUSE-FICHIER
           block contains 0 records
           recording mode is F.
           copy WHSREC.
       FD  RUN-REGISTRY-FICHIER
           block contains 0 records
           recording mode is F.
           copy RUNREG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           05  WS-REJECTED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-UNSUMMABLE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-UNCONVERTIBLE-COUNT  PIC 9(9) VALUE ZERO.
      * high-value holds - money from tonight's input parked for
      * supervisor review is its own bucket on the proof, and held
      * money released from an earlier night posts on tonight's
      * extract without being in tonight's input, so it comes back
      * out. a refusal (E010) rejects money that was input on the
      * night it was held, so it stays out of the rejected total -
      * and so does a release the master edits turned back
           05  WS-HELD-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-RELEASED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HELD-REJECTED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HELD-OPEN-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-OPEN-COUNT      PIC 9(9) VALUE ZERO.
      * future-dated details - the same two-way traffic as the
      * holds: tonight's input parked on the warehouse is its own
      * bucket, and warehoused money whose effective date has come
      * posts on tonight's extract without being in tonight's input.
      * an item a supervisor releases from hold onto the warehouse
      * moves between two parked buckets and touches neither
           05  WS-WAREHOUSED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-WAREHOUSED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-WHS-RELEASED-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-WHS-RELEASED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-WHS-OPEN-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-WHS-OPEN-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-WHS-REJECTED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-DD-EOF-SW            PIC X(1) VALUE 'N'.
               88  END-OF-DD-FICHIER   VALUE 'Y'.
               88  RUN-OUT-OF-BALANCE  VALUE 'N'.
           05  WS-PRIOR-LEDGER-SW      PIC X(1) VALUE 'N'.
               88  PRIOR-LEDGER-SEEN   VALUE 'Y'.
           05  WS-HLD-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-HELD         VALUE 'Y'.
           05  WS-WHS-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-WAREHOUSE    VALUE 'Y'.
       01  WS-DD-FICHIER-STATUS        PIC X(2) VALUE '00'.
           88  DD-FICHIER-OK           VALUE '00'.
           88  DD-FICHIER-EOF          VALUE '10'.
           88  OLD-LEDGER-NOT-FOUND    VALUE '35'.
       01  WS-NEW-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88  NEW-LEDGER-OK           VALUE '00'.
       01  WS-HELD-STATUS              PIC X(2) VALUE '00'.
           88  HELD-OK                 VALUE '00'.
           88  HELD-EOF                VALUE '10'.
           88  HELD-NOT-FOUND          VALUE '35'.
       01  WS-WAREHOUSE-STATUS         PIC X(2) VALUE '00'.
           88  WAREHOUSE-OK            VALUE '00'.
           88  WAREHOUSE-EOF           VALUE '10'.
           88  WAREHOUSE-NOT-FOUND     VALUE '35'.
       01  WS-RUNREG-STATUS            PIC X(2) VALUE '00'.
           88  RUNREG-OK               VALUE '00'.
           88  RUNREG-EOF              VALUE '10'.
           88  RUNREG-NOT-FOUND        VALUE '35'.
      * the registry MYPROG just wrote says which cycle of the
      * business date this is. a supplemental cycle proves the late
      * region on its own, then folds into the main cycle's ledger
      * row so the ledger keeps one row per business day
       01  WS-CYCLE-CONTROLS.
           05  WS-RRG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-RUN-REGISTRY VALUE 'Y'.
           05  WS-CYCLE-NUMBER         PIC 9(2) VALUE 1.
               88  SUPPLEMENTAL-CYCLE  VALUE 2 THRU 99.
           05  WS-ITEM-CYCLE           PIC 9(2) VALUE 1.
           05  WS-FOLD-SW              PIC X(1) VALUE 'N'.
               88  EARLIER-CYCLE-FOLDED
                                       VALUE 'Y'.
           05  WS-FOLD-BALANCE-SW      PIC X(1) VALUE 'Y'.
           05  WS-FOLD-INPUT-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-FOLD-EXTRACT-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-FOLD-REJECTED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05  WS-FOLD-HELD-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  WS-FOLD-INPUT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-FOLD-EXTRACT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-FOLD-REJECTED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-RATE-STATUS              PIC X(2) VALUE '00'.
           88  RATE-FICHIER-OK         VALUE '00'.
           88  RATE-FICHIER-EOF        VALUE '10'.
           05  WS-PL-INPUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6) VALUE ' EXTR '.
           05  WS-PL-EXTRACT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-CYCLE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'SUPPLEMENTAL CYCLE '.
           05  WS-CL-CYCLE             PIC Z9.
           05  FILLER                  PIC X(42) VALUE
               ' - LEDGER ROW FOLDS IN THE EARLIER CYCLES'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           perform TOTAL-INPUT-FICHIER
           perform FIND-CYCLE-NUMBER
           perform TOTAL-EXTRACT-FICHIER
           perform TOTAL-EXCEPTION-FICHIER
           perform TOTAL-HELD-FICHIER
           perform TOTAL-WAREHOUSE-FICHIER
           perform PROVE-BALANCE
           perform ROLL-LEDGER-FORWARD
           perform PRINT-PROOF-SHEET
               perform DD-FICHIER-ERROR
           end-if
           .
       FIND-CYCLE-NUMBER.
      * the last registry row for the business date is this run's.
      * a row written before cycles were numbered, or no registry
      * at all, is a main cycle
           open input RUN-REGISTRY-FICHIER
           if RUNREG-NOT-FOUND
               display "MYBAL - NO RUN REGISTRY - MAIN CYCLE ASSUMED"
               set END-OF-RUN-REGISTRY to true
           else
               if not RUNREG-OK
                   perform RUNREG-ERROR
               end-if
               perform READ-RUN-REGISTRY
           end-if
           perform until END-OF-RUN-REGISTRY
               if REG-BUSINESS-DATE = WS-BUSINESS-DATE
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
               display "MYBAL - SUPPLEMENTAL CYCLE " WS-CYCLE-NUMBER
                   " FOR BUSINESS DATE " WS-BUSINESS-DATE
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
       TOTAL-EXTRACT-FICHIER.
           open input EXTRACT-FICHIER
           if not EXTRACT-OK
               else
                   add EXT-AMOUNT to WS-EXTRACT-AMOUNT
                   add 1 to WS-EXTRACT-COUNT
                   if EXT-RELEASED-FROM-HOLD
                       add EXT-AMOUNT to WS-RELEASED-AMOUNT
                       add 1 to WS-RELEASED-COUNT
                   end-if
                   if EXT-RELEASED-FROM-WAREHOUSE
                       add EXT-AMOUNT to WS-WHS-RELEASED-AMOUNT
                       add 1 to WS-WHS-RELEASED-COUNT
                   end-if
               end-if
               perform READ-EXTRACT-RECORD
           end-perform
      * total above, so it must stay out of the rejected total too
                       when EXI-REVERSAL-REQUEST
                           continue
      * a refused held item was input the night it was held, not
      * tonight - its money leaves the held bucket, not the input
                       when EXC-HOLD-REFUSED
                           add 1 to WS-REFUSED-COUNT
      * the same for a released hold or a due warehouse item the
      * master edits rejected - it leaves its parked bucket
                       when EXC-RELEASED-FROM-HOLD
                           add 1 to WS-HELD-REJECTED-COUNT
                       when EXC-RELEASED-FROM-WAREHOUSE
                           add 1 to WS-WHS-REJECTED-COUNT
      * the rejected total must mirror the input total's rule - a
      * record only enters either side when BOTH key and amount are
      * readable, otherwise the two sides count different records
               perform EXCEPTION-ERROR
           end-if
           .
       TOTAL-HELD-FICHIER.
      * the held file MYPROG just wrote carries tonight's new holds
      * (age zero, tonight's business date) and every older item
      * still waiting for a supervisor. only the new holds are in
      * tonight's input; the whole file is the held-outstanding memo.
      * the base amount is the one MYPROG priced at hold time, from
      * the same rate rows the input side converts through. no file
      * means nothing was held. a supplemental cycle's new holds are
      * the ones stamped with its own cycle number - the main
      * cycle's holds share the business date and are still age zero
           open input HELD-FICHIER
           if HELD-NOT-FOUND
               display "MYBAL - NO HELD FILE - NO HIGH-VALUE HOLDS"
               set END-OF-HELD to true
           else
               if not HELD-OK
                   perform HELD-ERROR
               end-if
               perform READ-HELD-RECORD
           end-if
           perform until END-OF-HELD
               add HVH-BASE-AMOUNT to WS-HELD-OPEN-AMOUNT
               add 1 to WS-HELD-OPEN-COUNT
               if HVH-CYCLE-NUMBER is numeric
                   and HVH-CYCLE-NUMBER > zero
                   move HVH-CYCLE-NUMBER to WS-ITEM-CYCLE
               else
                   move 1 to WS-ITEM-CYCLE
               end-if
               if HVH-AGE-CYCLES = zero
                   and HVH-BUSINESS-DATE = WS-BUSINESS-DATE
                   and WS-ITEM-CYCLE = WS-CYCLE-NUMBER
                   add HVH-BASE-AMOUNT to WS-HELD-AMOUNT
                   add 1 to WS-HELD-COUNT
               end-if
               perform READ-HELD-RECORD
           end-perform
           if not HELD-NOT-FOUND
               close HELD-FICHIER
           end-if
           .
       READ-HELD-RECORD.
           read HELD-FICHIER
               at end set END-OF-HELD to true
           end-read
           if not HELD-OK and not HELD-EOF
               perform HELD-ERROR
           end-if
           .
       TOTAL-WAREHOUSE-FICHIER.
      * the warehouse MYPROG just wrote - tonight's intake straight
      * from the input is the new bucket, the whole file is the
      * warehoused-outstanding memo. no file means nothing is
      * future-dated. as with the holds, a supplemental cycle counts
      * only the intake stamped with its own cycle number
           open input WAREHOUSE-FICHIER
           if WAREHOUSE-NOT-FOUND
               display "MYBAL - NO WAREHOUSE FILE - NO FUTURE-DATED "
                   "ITEMS"
               set END-OF-WAREHOUSE to true
           else
               if not WAREHOUSE-OK
                   perform WAREHOUSE-ERROR
               end-if
               perform READ-WAREHOUSE-RECORD
           end-if
           perform until END-OF-WAREHOUSE
               add WHS-BASE-AMOUNT to WS-WHS-OPEN-AMOUNT
               add 1 to WS-WHS-OPEN-COUNT
               if WHS-CYCLE-NUMBER is numeric
                   and WHS-CYCLE-NUMBER > zero
                   move WHS-CYCLE-NUMBER to WS-ITEM-CYCLE
               else
                   move 1 to WS-ITEM-CYCLE
               end-if
               if WHS-FROM-INPUT
                   and WHS-INTAKE-DATE = WS-BUSINESS-DATE
                   and WS-ITEM-CYCLE = WS-CYCLE-NUMBER
                   add WHS-BASE-AMOUNT to WS-WAREHOUSED-AMOUNT
                   add 1 to WS-WAREHOUSED-COUNT
               end-if
               perform READ-WAREHOUSE-RECORD
           end-perform
           if not WAREHOUSE-NOT-FOUND
               close WAREHOUSE-FICHIER
           end-if
           .
       READ-WAREHOUSE-RECORD.
           read WAREHOUSE-FICHIER
               at end set END-OF-WAREHOUSE to true
           end-read
           if not WAREHOUSE-OK and not WAREHOUSE-EOF
               perform WAREHOUSE-ERROR
           end-if
           .
       PROVE-BALANCE.
      * extract + rejected + newly held + newly warehoused - released
      * from earlier nights' holds and warehouse must equal
      * tonight's input
           compute WS-PROOF-AMOUNT = WS-EXTRACT-AMOUNT
               + WS-REJECTED-AMOUNT + WS-HELD-AMOUNT
               + WS-WAREHOUSED-AMOUNT
               - WS-RELEASED-AMOUNT - WS-WHS-RELEASED-AMOUNT
           if WS-PROOF-AMOUNT = WS-INPUT-AMOUNT
               set RUN-IN-BALANCE to true
           else
               set RUN-OUT-OF-BALANCE to true
               move 8 to WS-FINAL-RETURN-CODE
               display "MYBAL - RUN OUT OF BALANCE - INPUT "
                   WS-INPUT-AMOUNT " EXTRACT+REJECTED+PARKED "
                   WS-PROOF-AMOUNT
           end-if
           .
       ROLL-LEDGER-FORWARD.
      * a supplemental cycle holds back the row the earlier cycle
      * wrote today and writes one row for the whole day in its
      * place - the day proves only if every cycle of it proved
           open output NEW-LEDGER-FICHIER
           if not NEW-LEDGER-OK
               perform NEW-LEDGER-ERROR
               perform READ-OLD-LEDGER-RECORD
           end-if
           perform until END-OF-OLD-LEDGER
               if SUPPLEMENTAL-CYCLE
                   and OLG-RUN-DATE = WS-RUN-DATE-NUM
                   perform FOLD-EARLIER-CYCLE
               else
                   move OLG-RUN-DATE to WS-PRIOR-RUN-DATE
                   move OLG-INPUT-AMOUNT to WS-PRIOR-INPUT-AMOUNT
                   move OLG-EXTRACT-AMOUNT to WS-PRIOR-EXTRACT-AMOUNT
                   move OLG-REJECTED-AMOUNT
                     to WS-PRIOR-REJECTED-AMOUNT
                   set PRIOR-LEDGER-SEEN to true
                   write BALANCE-LEDGER-RECORD from OLD-LEDGER-RECORD
               end-if
               perform READ-OLD-LEDGER-RECORD
           end-perform
           if not OLD-LEDGER-NOT-FOUND
           end-if
           move spaces to BALANCE-LEDGER-RECORD
           move WS-RUN-DATE-NUM to BLG-RUN-DATE
           compute BLG-INPUT-AMOUNT =
               WS-INPUT-AMOUNT + WS-FOLD-INPUT-AMOUNT
           compute BLG-EXTRACT-AMOUNT =
               WS-EXTRACT-AMOUNT + WS-FOLD-EXTRACT-AMOUNT
           compute BLG-REJECTED-AMOUNT =
               WS-REJECTED-AMOUNT + WS-FOLD-REJECTED-AMOUNT
           compute BLG-INPUT-COUNT =
               WS-INPUT-COUNT + WS-FOLD-INPUT-COUNT
           compute BLG-EXTRACT-COUNT =
               WS-EXTRACT-COUNT + WS-FOLD-EXTRACT-COUNT
           compute BLG-REJECTED-COUNT =
               WS-REJECTED-COUNT + WS-FOLD-REJECTED-COUNT
           if RUN-IN-BALANCE
               and WS-FOLD-BALANCE-SW = 'Y'
               move 'Y' to BLG-BALANCE-SW
           else
               move 'N' to BLG-BALANCE-SW
           end-if
           compute BLG-HELD-AMOUNT =
               WS-HELD-AMOUNT + WS-FOLD-HELD-AMOUNT
           write BALANCE-LEDGER-RECORD
           if not NEW-LEDGER-OK
               perform NEW-LEDGER-ERROR
           end-if
           close NEW-LEDGER-FICHIER
           .
       FOLD-EARLIER-CYCLE.
      * a held amount is blank on rows written before the hold
      * existed - it adds nothing
           set EARLIER-CYCLE-FOLDED to true
           add OLG-INPUT-AMOUNT to WS-FOLD-INPUT-AMOUNT
           add OLG-EXTRACT-AMOUNT to WS-FOLD-EXTRACT-AMOUNT
           add OLG-REJECTED-AMOUNT to WS-FOLD-REJECTED-AMOUNT
           add OLG-INPUT-COUNT to WS-FOLD-INPUT-COUNT
           add OLG-EXTRACT-COUNT to WS-FOLD-EXTRACT-COUNT
           add OLG-REJECTED-COUNT to WS-FOLD-REJECTED-COUNT
           if OLG-HELD-AMOUNT is numeric
               add OLG-HELD-AMOUNT to WS-FOLD-HELD-AMOUNT
           end-if
           if not OLG-IN-BALANCE
               move 'N' to WS-FOLD-BALANCE-SW
           end-if
           .
       READ-OLD-LEDGER-RECORD.
           read OLD-LEDGER-FICHIER
               at end set END-OF-OLD-LEDGER to true
           move WS-REJECTED-AMOUNT to WS-AL-AMOUNT
           move WS-REJECTED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'HELD FOR REVIEW    ' to WS-AL-LABEL
           move WS-HELD-AMOUNT to WS-AL-AMOUNT
           move WS-HELD-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'RELEASED FROM HOLD ' to WS-AL-LABEL
           move WS-RELEASED-AMOUNT to WS-AL-AMOUNT
           move WS-RELEASED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'WAREHOUSED (FUTURE)' to WS-AL-LABEL
           move WS-WAREHOUSED-AMOUNT to WS-AL-AMOUNT
           move WS-WAREHOUSED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'RELEASED FROM WHSE ' to WS-AL-LABEL
           move WS-WHS-RELEASED-AMOUNT to WS-AL-AMOUNT
           move WS-WHS-RELEASED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'PROOF (EXT+REJ+PRK)' to WS-AL-LABEL
           move WS-PROOF-AMOUNT to WS-AL-AMOUNT
           move zero to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'HELD OPEN (MEMO)   ' to WS-AL-LABEL
           move WS-HELD-OPEN-AMOUNT to WS-AL-AMOUNT
           move WS-HELD-OPEN-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'WAREHOUSE OPEN(MEMO)' to WS-AL-LABEL
           move WS-WHS-OPEN-AMOUNT to WS-AL-AMOUNT
           move WS-WHS-OPEN-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'HOLDS REFUSED(MEMO)' to WS-AL-LABEL
           move zero to WS-AL-AMOUNT
           move WS-REFUSED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'HOLD REL REJ (MEMO)' to WS-AL-LABEL
           move zero to WS-AL-AMOUNT
           move WS-HELD-REJECTED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'WHSE REL REJ (MEMO)' to WS-AL-LABEL
           move zero to WS-AL-AMOUNT
           move WS-WHS-REJECTED-COUNT to WS-AL-COUNT
           perform PRINT-AMOUNT-LINE
           move 'REVERSALS (MEMO)   ' to WS-AL-LABEL
           move WS-REVERSAL-AMOUNT to WS-AL-AMOUNT
           move WS-REVERSAL-COUNT to WS-AL-COUNT
           write PRINT-RECORD from WS-REPORT-STATUS-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           if SUPPLEMENTAL-CYCLE
               move WS-CYCLE-NUMBER to WS-CL-CYCLE
               write PRINT-RECORD from WS-REPORT-CYCLE-LINE
                   after advancing 1
               add 1 to WS-LINE-COUNT
               if EARLIER-CYCLE-FOLDED
                   and WS-FOLD-BALANCE-SW not = 'Y'
                   move 'EARLIER CYCLE OUT OF BALANCE'
                     to WS-SL-STATUS
                   write PRINT-RECORD from WS-REPORT-STATUS-LINE
                       after advancing 1
                   add 1 to WS-LINE-COUNT
               end-if
           end-if
           if PRIOR-LEDGER-SEEN
               move WS-PRIOR-RUN-DATE to WS-PL-DATE
               move WS-PRIOR-INPUT-AMOUNT to WS-PL-INPUT
               WS-NEW-LEDGER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HELD-ERROR.
           display "MYBAL - HELD-FICHIER I/O ERROR - STATUS = "
               WS-HELD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       WAREHOUSE-ERROR.
           display "MYBAL - WAREHOUSE-FICHIER I/O ERROR - STATUS = "
               WS-WAREHOUSE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       RUNREG-ERROR.
           display "MYBAL - RUN-REGISTRY I/O ERROR - STATUS = "
               WS-RUNREG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           display "  INPUT AMOUNT:     " WS-INPUT-AMOUNT
           display "  EXTRACT AMOUNT:   " WS-EXTRACT-AMOUNT
           display "  REJECTED AMOUNT:  " WS-REJECTED-AMOUNT
           display "  HELD AMOUNT:      " WS-HELD-AMOUNT
           display "  RELEASED AMOUNT:  " WS-RELEASED-AMOUNT
           display "  WAREHOUSED AMOUNT:" WS-WAREHOUSED-AMOUNT
           display "  WHSE RELEASED:    " WS-WHS-RELEASED-AMOUNT
           display "  UNSUMMABLE COUNT: " WS-UNSUMMABLE-COUNT
           display "  UNCONVERTIBLE:    " WS-UNCONVERTIBLE-COUNT
           .
