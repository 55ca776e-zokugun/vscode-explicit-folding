      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGLJR.
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
            select EXCEPTION-FICHIER assign to UT-S-EXC
                organization is sequential
                file status is WS-EXCEPTION-STATUS.
            select CLEARED-FICHIER assign to UT-S-CLR
                organization is sequential
                file status is WS-CLEARED-STATUS.
            select WRITEOFF-FICHIER assign to UT-S-WOF
                organization is sequential
                file status is WS-WRITEOFF-STATUS.
            select FEE-FICHIER assign to UT-S-FEE
                organization is sequential
                file status is WS-FEE-STATUS.
            select ACCOUNT-MAP-FICHIER assign to UT-S-COA
                organization is sequential
                file status is WS-ACCOUNT-MAP-STATUS.
            select LEDGER-FICHIER assign to UT-S-LDG
                organization is sequential
                file status is WS-LEDGER-STATUS.
            select OLD-LEDGER-FICHIER assign to UT-S-OLG
                organization is sequential
                file status is WS-OLD-LEDGER-STATUS.
            select SUSP-FICHIER assign to UT-S-NSL
                organization is sequential
                file status is WS-SUSP-STATUS.
            select OLD-SUSP-FICHIER assign to UT-S-OSL
                organization is sequential
                file status is WS-OLD-SUSP-STATUS.
            select RUN-REGISTRY-FICHIER assign to UT-S-RRG
                organization is sequential
                file status is WS-RUNREG-STATUS.
            select JOURNAL-FICHIER assign to UT-S-GLJ
                organization is sequential
                file status is WS-JOURNAL-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXTRACTREC.
       FD  EXCEPTION-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXCEPTREC.
       FD  CLEARED-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXCEPTREC
               replacing ==EXCEPTION-RECORD==
                      by ==CLEARED-RECORD==,
                 leading ==EXC==
                      by ==CLX==.
       FD  WRITEOFF-FICHIER
           block contains 0 records
           recording mode is F.
           copy EXCEPTREC
               replacing ==EXCEPTION-RECORD==
                      by ==WRITEOFF-RECORD==,
                 leading ==EXC==
                      by ==WOX==.
       FD  FEE-FICHIER
           block contains 0 records
           recording mode is F.
           copy FEEREC.
       FD  ACCOUNT-MAP-FICHIER
           block contains 0 records
           recording mode is F.
           copy COAMAP.
       FD  LEDGER-FICHIER
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
       FD  SUSP-FICHIER
           block contains 0 records
           recording mode is F.
           copy SUSPLEDG.
       FD  OLD-SUSP-FICHIER
           block contains 0 records
           recording mode is F.
           copy SUSPLEDG
               replacing ==SUSPENSE-LEDGER-RECORD==
                      by ==OLD-SUSP-RECORD==,
                 leading ==SUS==
                      by ==OSL==.
       FD  RUN-REGISTRY-FICHIER
           block contains 0 records
           recording mode is F.
           copy RUNREG.
       FD  JOURNAL-FICHIER
           block contains 0 records
           recording mode is F.
           copy GLJREC.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-EXTRACT-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-NEW-READ         PIC 9(9) VALUE ZERO.
           05  WS-STAT-CLEARED-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-WRITEOFF-READ    PIC 9(9) VALUE ZERO.
           05  WS-STAT-FEES-READ        PIC 9(9) VALUE ZERO.
           05  WS-STAT-MAP-CARDS        PIC 9(9) VALUE ZERO.
           05  WS-STAT-MAP-REJECTED     PIC 9(9) VALUE ZERO.
           05  WS-STAT-UNMAPPED         PIC 9(9) VALUE ZERO.
           05  WS-STAT-LINES-WRITTEN    PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-EXTRACT      VALUE 'Y'.
           05  WS-EXCEPTION-EOF-SW     PIC X(1) VALUE 'N'.
               88  END-OF-EXCEPTION    VALUE 'Y'.
           05  WS-CLEARED-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-CLEARED      VALUE 'Y'.
           05  WS-WRITEOFF-EOF-SW      PIC X(1) VALUE 'N'.
               88  END-OF-WRITEOFF     VALUE 'Y'.
           05  WS-FEE-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-FEES         VALUE 'Y'.
           05  WS-MAP-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-ACCOUNT-MAP  VALUE 'Y'.
           05  WS-LDG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-LEDGER       VALUE 'Y'.
           05  WS-OLG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-OLD-LEDGER   VALUE 'Y'.
           05  WS-LDG-SEEN-SW          PIC X(1) VALUE 'N'.
               88  LEDGER-ROW-SEEN     VALUE 'Y'.
           05  WS-SUSP-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-SUSP         VALUE 'Y'.
           05  WS-OLD-SUSP-EOF-SW      PIC X(1) VALUE 'N'.
               88  END-OF-OLD-SUSP     VALUE 'Y'.
           05  WS-SUMMABLE-SW          PIC X(1) VALUE 'N'.
               88  ITEM-SUMMABLE       VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(1) VALUE 'N'.
               88  MOVEMENT-TABLE-FULL VALUE 'Y'.
           05  WS-PROOF-SW             PIC X(1) VALUE 'Y'.
               88  JOURNAL-PROVED      VALUE 'Y'.
               88  JOURNAL-UNPROVED    VALUE 'N'.
       01  WS-EXTRACT-STATUS           PIC X(2) VALUE '00'.
           88  EXTRACT-OK              VALUE '00'.
           88  EXTRACT-EOF             VALUE '10'.
       01  WS-EXCEPTION-STATUS         PIC X(2) VALUE '00'.
           88  EXCEPTION-OK            VALUE '00'.
           88  EXCEPTION-EOF           VALUE '10'.
       01  WS-CLEARED-STATUS           PIC X(2) VALUE '00'.
           88  CLEARED-OK              VALUE '00'.
           88  CLEARED-EOF             VALUE '10'.
           88  CLEARED-NOT-FOUND       VALUE '35'.
       01  WS-WRITEOFF-STATUS          PIC X(2) VALUE '00'.
           88  WRITEOFF-OK             VALUE '00'.
           88  WRITEOFF-EOF            VALUE '10'.
           88  WRITEOFF-NOT-FOUND      VALUE '35'.
       01  WS-FEE-STATUS               PIC X(2) VALUE '00'.
           88  FEE-OK                  VALUE '00'.
           88  FEE-EOF                 VALUE '10'.
           88  FEE-NOT-FOUND           VALUE '35'.
       01  WS-ACCOUNT-MAP-STATUS       PIC X(2) VALUE '00'.
           88  ACCOUNT-MAP-OK          VALUE '00'.
           88  ACCOUNT-MAP-EOF         VALUE '10'.
           88  ACCOUNT-MAP-NOT-FOUND   VALUE '35'.
       01  WS-LEDGER-STATUS            PIC X(2) VALUE '00'.
           88  LEDGER-OK               VALUE '00'.
           88  LEDGER-EOF              VALUE '10'.
           88  LEDGER-NOT-FOUND        VALUE '35'.
       01  WS-OLD-LEDGER-STATUS        PIC X(2) VALUE '00'.
           88  OLD-LEDGER-OK           VALUE '00'.
           88  OLD-LEDGER-EOF          VALUE '10'.
           88  OLD-LEDGER-NOT-FOUND    VALUE '35'.
       01  WS-SUSP-STATUS              PIC X(2) VALUE '00'.
           88  SUSP-OK                 VALUE '00'.
           88  SUSP-EOF                VALUE '10'.
       01  WS-OLD-SUSP-STATUS          PIC X(2) VALUE '00'.
           88  OLD-SUSP-OK             VALUE '00'.
           88  OLD-SUSP-EOF            VALUE '10'.
           88  OLD-SUSP-NOT-FOUND      VALUE '35'.
       01  WS-RUNREG-STATUS            PIC X(2) VALUE '00'.
           88  RUNREG-OK               VALUE '00'.
           88  RUNREG-EOF              VALUE '10'.
           88  RUNREG-NOT-FOUND        VALUE '35'.
       01  WS-JOURNAL-STATUS           PIC X(2) VALUE '00'.
           88  JOURNAL-OK              VALUE '00'.
      * the registry MYPROG just wrote says which cycle this is - a
      * supplemental cycle's journal carries the late region only,
      * and its header says so
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
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
      * work copy of the exception in hand - the three suspense
      * inputs land here so one CLASSIFY-EXCEPTION path serves them
           copy EXCEPTREC
               replacing ==EXCEPTION-RECORD==
                      by ==WORK-EXCEPTION-RECORD==,
                 leading ==EXC==
                      by ==WEX==.
      * work copy of the original input record so the detail amount
      * can be picked out of the 80-byte exception image
           copy DDCOPY
               replacing ==DD-FICHIER-RECORD==
                      by ==EXC-IMAGE-RECORD==,
                 leading ==DDF==
                      by ==EXI==.
      * the chart-of-accounts map, loaded whole at start of run
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-MAP-ENTRY occurs 100 times.
               10  WS-MAP-REGION-ID    PIC X(2).
               10  WS-MAP-TYPE         PIC X(4).
               10  WS-MAP-DEBIT        PIC X(10).
               10  WS-MAP-CREDIT       PIC X(10).
               10  WS-MAP-DESCRIPTION  PIC X(24).
      * the night's movements summed by region, movement type and
      * (suspense only) reject reason - each slot becomes one
      * balanced debit/credit pair on the journal
       01  WS-MOVEMENT-TABLE.
           05  WS-MOV-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-MOV-ENTRY occurs 200 times.
               10  WS-MOV-REGION-ID    PIC X(2).
               10  WS-MOV-TYPE         PIC X(4).
               10  WS-MOV-REASON       PIC X(4).
               10  WS-MOV-ITEMS        PIC 9(9).
               10  WS-MOV-AMOUNT       PIC S9(11)V99.
       01  WS-TABLE-WORK.
           05  WS-MAP-SUB              PIC 9(3) VALUE ZERO.
           05  WS-MAP-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05  WS-MOV-SUB              PIC 9(3) VALUE ZERO.
           05  WS-MOV-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05  WS-SRCH-REGION          PIC X(2) VALUE SPACES.
           05  WS-SRCH-TYPE            PIC X(4) VALUE SPACES.
           05  WS-SRCH-REASON          PIC X(4) VALUE SPACES.
           05  WS-SRCH-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-AMOUNT           PIC S9(9)V99 VALUE ZERO.
           05  WS-LINE-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-LINE-DEBIT           PIC X(10) VALUE SPACES.
           05  WS-LINE-CREDIT          PIC X(10) VALUE SPACES.
           05  WS-LINE-NUMBER          PIC 9(6) VALUE ZERO.
      * what the journal carries against what the proof sheet and
      * the suspense statement say happened
       01  WS-PROOF-TOTALS.
           05  WS-JNL-DEBIT-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-JNL-CREDIT-TOTAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-POSTING-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-POSTING-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-REVERSAL-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-REVERSAL-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-SUS-NEW-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-CLEARED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-WRITEOFF-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-NET-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-FEE-CHARGE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-FEE-REVERSAL-AMOUNT  PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-CLOSING-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-PRIOR-CLOSING    PIC S9(11)V99 VALUE ZERO.
           05  WS-SUS-LEDGER-MOVEMENT  PIC S9(11)V99 VALUE ZERO.
      * a supplemental cycle folds its figures into the ledger row
      * the main cycle wrote earlier the same day - as in MYVAPL, the
      * generation the cycle started from tells the two apart: a
      * folded row leaves the row count unchanged and the earlier
      * cycle's share is its last row
           05  WS-LEDGER-ROWS          PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-DATE          PIC 9(8) VALUE ZERO.
           05  WS-LEDGER-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-OLD-LEDGER-ROWS      PIC 9(9) VALUE ZERO.
           05  WS-OLD-LEDGER-DATE      PIC 9(8) VALUE ZERO.
           05  WS-OLD-LEDGER-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYGLJR - GL JOURNAL CONTROL'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               ' RG MOVE RSN   DEBIT       CREDIT      '.
           05  FILLER                  PIC X(32) VALUE
               '          AMOUNT   ITEMS'.
       01  WS-REPORT-ENTRY-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EL-REGION            PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EL-TYPE              PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EL-REASON            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EL-DEBIT             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EL-CREDIT            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EL-ITEMS             PIC ZZZ,ZZ9.
       01  WS-REPORT-SECTION-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-SC-TITLE             PIC X(40).
       01  WS-REPORT-AMOUNT-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(16).
           05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-STATUS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'STATUS: '.
           05  WS-SL-STATUS            PIC X(48).
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform PRINT-REPORT-HEADER
           perform FIND-CYCLE-NUMBER
           perform LOAD-ACCOUNT-MAP
           perform TOTAL-EXTRACT-MOVEMENTS
           perform TOTAL-NEW-REJECTS
           perform TOTAL-CLEARED-ITEMS
           perform TOTAL-WRITEOFF-ITEMS
           perform TOTAL-FEE-MOVEMENTS
           perform GATHER-LEDGER-ROW
           perform GATHER-SUSPENSE-CLOSING
           perform WRITE-JOURNAL
           perform PROVE-JOURNAL
           perform PRINT-CONTROL-TOTALS
           perform END-OF-RUN.
       FIND-CYCLE-NUMBER.
      * the last registry row run today is this run's. a row written
      * before cycles were numbered, or no registry at all, is a
      * main cycle
           open input RUN-REGISTRY-FICHIER
           if RUNREG-NOT-FOUND
               display "MYGLJR - NO RUN REGISTRY - MAIN CYCLE ASSUMED"
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
               display "MYGLJR - SUPPLEMENTAL CYCLE " WS-CYCLE-NUMBER
                   " - JOURNAL CARRIES THIS CYCLE ONLY"
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
       LOAD-ACCOUNT-MAP.
      * without the map nothing can be posted - the journal would
      * be empty, and an empty journal must not reach the ledger
      * looking like a quiet night
           open input ACCOUNT-MAP-FICHIER
           if ACCOUNT-MAP-NOT-FOUND
               display "MYGLJR - NO CHART-OF-ACCOUNTS MAP - "
                   "JOURNAL CANNOT BE POSTED"
               set JOURNAL-UNPROVED to true
               set END-OF-ACCOUNT-MAP to true
           else
               if not ACCOUNT-MAP-OK
                   perform ACCOUNT-MAP-ERROR
               end-if
               perform READ-ACCOUNT-MAP
           end-if
           perform until END-OF-ACCOUNT-MAP
               perform VALIDATE-MAP-CARD
               perform READ-ACCOUNT-MAP
           end-perform
           if not ACCOUNT-MAP-NOT-FOUND
               close ACCOUNT-MAP-FICHIER
           end-if
           .
       READ-ACCOUNT-MAP.
           read ACCOUNT-MAP-FICHIER
               at end set END-OF-ACCOUNT-MAP to true
           end-read
           if not ACCOUNT-MAP-OK and not ACCOUNT-MAP-EOF
               perform ACCOUNT-MAP-ERROR
           end-if
           .
       VALIDATE-MAP-CARD.
      * a card missing either account, a second card for the same
      * region and movement, or one past the table is dropped with a
      * warning - the movement falls back to the '**' card or, with
      * none, is reported unmapped and holds the journal
           evaluate true
               when ACCOUNT-MAP-RECORD = spaces
                   continue
               when COA-REGION-ID = spaces
                   or COA-MOVEMENT-TYPE = spaces
                   or COA-DEBIT-ACCOUNT = spaces
                   or COA-CREDIT-ACCOUNT = spaces
                   display "MYGLJR - MAP CARD REJECTED - INCOMPLETE: "
                       COA-REGION-ID "/" COA-MOVEMENT-TYPE
                   perform REJECT-MAP-CARD
               when other
                   move COA-REGION-ID to WS-SRCH-REGION
                   move COA-MOVEMENT-TYPE to WS-SRCH-TYPE
                   perform SEARCH-ACCOUNT-MAP
                   evaluate true
                       when WS-MAP-FOUND-SUB > zero
                           display "MYGLJR - MAP CARD REJECTED - "
                               "DUPLICATE: " COA-REGION-ID "/"
                               COA-MOVEMENT-TYPE
                           perform REJECT-MAP-CARD
                       when WS-MAP-COUNT >= 100
                           display "MYGLJR - MAP CARD REJECTED - "
                               "TABLE FULL: " COA-REGION-ID "/"
                               COA-MOVEMENT-TYPE
                           perform REJECT-MAP-CARD
                       when other
                           perform ADD-MAP-ENTRY
                   end-evaluate
           end-evaluate
           .
       ADD-MAP-ENTRY.
           add 1 to WS-MAP-COUNT
           move COA-REGION-ID to WS-MAP-REGION-ID (WS-MAP-COUNT)
           move COA-MOVEMENT-TYPE to WS-MAP-TYPE (WS-MAP-COUNT)
           move COA-DEBIT-ACCOUNT to WS-MAP-DEBIT (WS-MAP-COUNT)
           move COA-CREDIT-ACCOUNT to WS-MAP-CREDIT (WS-MAP-COUNT)
           move COA-DESCRIPTION to WS-MAP-DESCRIPTION (WS-MAP-COUNT)
           add 1 to WS-STAT-MAP-CARDS
           .
       REJECT-MAP-CARD.
           add 1 to WS-STAT-MAP-REJECTED
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       SEARCH-ACCOUNT-MAP.
           move zero to WS-MAP-FOUND-SUB
           perform MATCH-MAP-ENTRY
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-COUNT
               or WS-MAP-FOUND-SUB > zero
           .
       MATCH-MAP-ENTRY.
           if WS-MAP-REGION-ID (WS-MAP-SUB) = WS-SRCH-REGION
               and WS-MAP-TYPE (WS-MAP-SUB) = WS-SRCH-TYPE
               move WS-MAP-SUB to WS-MAP-FOUND-SUB
           end-if
           .
       TOTAL-EXTRACT-MOVEMENTS.
      * postings and reversals are separate movements - the proof
      * sheet's extract amount carries the postings only, so that is
      * what the POST lines must tie to
           open input EXTRACT-FICHIER
           if not EXTRACT-OK
               perform EXTRACT-ERROR
           end-if
           perform READ-EXTRACT-RECORD
           perform until END-OF-EXTRACT
               move EXT-REGION-ID to WS-SRCH-REGION
               move spaces to WS-SRCH-REASON
               move EXT-AMOUNT to WS-SRCH-AMOUNT
               if EXT-REVERSAL
                   move 'RVSL' to WS-SRCH-TYPE
                   add EXT-AMOUNT to WS-REVERSAL-AMOUNT
                   add 1 to WS-REVERSAL-COUNT
               else
                   move 'POST' to WS-SRCH-TYPE
                   add EXT-AMOUNT to WS-POSTING-AMOUNT
                   add 1 to WS-POSTING-COUNT
               end-if
               perform ADD-MOVEMENT
               perform READ-EXTRACT-RECORD
           end-perform
           close EXTRACT-FICHIER
           .
       TOTAL-NEW-REJECTS.
           open input EXCEPTION-FICHIER
           if not EXCEPTION-OK
               perform EXCEPTION-ERROR
           end-if
           perform READ-EXCEPTION-RECORD
           perform until END-OF-EXCEPTION
               move EXCEPTION-RECORD to WORK-EXCEPTION-RECORD
               perform CLASSIFY-EXCEPTION
               if ITEM-SUMMABLE
                   move 'SUSN' to WS-SRCH-TYPE
                   perform ADD-MOVEMENT
                   add WS-SUS-AMOUNT to WS-SUS-NEW-AMOUNT
               end-if
               perform READ-EXCEPTION-RECORD
           end-perform
           close EXCEPTION-FICHIER
           .
       TOTAL-CLEARED-ITEMS.
           open input CLEARED-FICHIER
           if CLEARED-NOT-FOUND
               display "MYGLJR - NO CLEARED ITEMS THIS CYCLE"
               set END-OF-CLEARED to true
           else
               if not CLEARED-OK
                   perform CLEARED-ERROR
               end-if
               perform READ-CLEARED-RECORD
           end-if
           perform until END-OF-CLEARED
               move CLEARED-RECORD to WORK-EXCEPTION-RECORD
               perform CLASSIFY-EXCEPTION
               if ITEM-SUMMABLE
                   move 'SUSC' to WS-SRCH-TYPE
                   perform ADD-MOVEMENT
                   add WS-SUS-AMOUNT to WS-SUS-CLEARED-AMOUNT
               end-if
               perform READ-CLEARED-RECORD
           end-perform
           if not CLEARED-NOT-FOUND
               close CLEARED-FICHIER
           end-if
           .
       TOTAL-WRITEOFF-ITEMS.
           open input WRITEOFF-FICHIER
           if WRITEOFF-NOT-FOUND
               display "MYGLJR - NO WRITE-OFFS THIS CYCLE"
               set END-OF-WRITEOFF to true
           else
               if not WRITEOFF-OK
                   perform WRITEOFF-ERROR
               end-if
               perform READ-WRITEOFF-RECORD
           end-if
           perform until END-OF-WRITEOFF
               move WRITEOFF-RECORD to WORK-EXCEPTION-RECORD
               perform CLASSIFY-EXCEPTION
               if ITEM-SUMMABLE
                   move 'SUSW' to WS-SRCH-TYPE
                   perform ADD-MOVEMENT
                   add WS-SUS-AMOUNT to WS-SUS-WRITEOFF-AMOUNT
               end-if
               perform READ-WRITEOFF-RECORD
           end-perform
           if not WRITEOFF-NOT-FOUND
               close WRITEOFF-FICHIER
           end-if
           .
       CLASSIFY-EXCEPTION.
      * suspense money only, classified exactly as MYSUSP classifies
      * it: an advisory flag (posted anyway), a rejected reversal
      * request and an unreadable amount never sat in suspense, and
      * the journal cannot tie to the statement if it disagrees
      * about which items did
           move 'N' to WS-SUMMABLE-SW
           move WEX-ORIGINAL-RECORD to EXC-IMAGE-RECORD
           if EXI-DETAIL-REC
               and WEX-REASON-CODE not = 'X001'
               and not EXI-REVERSAL-REQUEST
               and EXI-AMOUNT-X is numeric
               set ITEM-SUMMABLE to true
               move EXI-AMOUNT to WS-SUS-AMOUNT
               move WS-SUS-AMOUNT to WS-SRCH-AMOUNT
               move WEX-REGION-ID to WS-SRCH-REGION
               move WEX-REASON-CODE to WS-SRCH-REASON
           end-if
           .
       TOTAL-FEE-MOVEMENTS.
      * fees post where the fee step ran - no fee generation (fees
      * not yet charged, or the step bypassed) posts no fee lines
           open input FEE-FICHIER
           if FEE-NOT-FOUND
               display "MYGLJR - NO FEE FILE - NO FEE LINES POSTED"
               set END-OF-FEES to true
           else
               if not FEE-OK
                   perform FEE-ERROR
               end-if
               perform READ-FEE-RECORD
           end-if
           perform until END-OF-FEES
               if FEE-CHARGE or FEE-REVERSAL
                   move FEE-REGION-ID to WS-SRCH-REGION
                   move spaces to WS-SRCH-REASON
                   move FEE-AMOUNT to WS-SRCH-AMOUNT
                   if FEE-CHARGE
                       move 'FEEC' to WS-SRCH-TYPE
                       add FEE-AMOUNT to WS-FEE-CHARGE-AMOUNT
                   else
                       move 'FEER' to WS-SRCH-TYPE
                       add FEE-AMOUNT to WS-FEE-REVERSAL-AMOUNT
                   end-if
                   perform ADD-MOVEMENT
               end-if
               perform READ-FEE-RECORD
           end-perform
           if not FEE-NOT-FOUND
               close FEE-FICHIER
           end-if
           .
       ADD-MOVEMENT.
      * an overflowing table cannot be posted in part - the journal
      * is held rather than shipped short
           move zero to WS-MOV-FOUND-SUB
           perform MATCH-MOVEMENT-ENTRY
               varying WS-MOV-SUB from 1 by 1
               until WS-MOV-SUB > WS-MOV-COUNT
               or WS-MOV-FOUND-SUB > zero
           if WS-MOV-FOUND-SUB = zero
               if WS-MOV-COUNT < 200
                   add 1 to WS-MOV-COUNT
                   move WS-MOV-COUNT to WS-MOV-FOUND-SUB
                   move WS-SRCH-REGION
                     to WS-MOV-REGION-ID (WS-MOV-FOUND-SUB)
                   move WS-SRCH-TYPE to WS-MOV-TYPE (WS-MOV-FOUND-SUB)
                   move WS-SRCH-REASON
                     to WS-MOV-REASON (WS-MOV-FOUND-SUB)
                   move zero to WS-MOV-ITEMS (WS-MOV-FOUND-SUB)
                   move zero to WS-MOV-AMOUNT (WS-MOV-FOUND-SUB)
               else
                   if not MOVEMENT-TABLE-FULL
                       display "MYGLJR - MOVEMENT TABLE FULL - "
                           "JOURNAL HELD"
                   end-if
                   set MOVEMENT-TABLE-FULL to true
                   set JOURNAL-UNPROVED to true
               end-if
           end-if
           if WS-MOV-FOUND-SUB > zero
               add 1 to WS-MOV-ITEMS (WS-MOV-FOUND-SUB)
               add WS-SRCH-AMOUNT to WS-MOV-AMOUNT (WS-MOV-FOUND-SUB)
           end-if
           .
       MATCH-MOVEMENT-ENTRY.
           if WS-MOV-REGION-ID (WS-MOV-SUB) = WS-SRCH-REGION
               and WS-MOV-TYPE (WS-MOV-SUB) = WS-SRCH-TYPE
               and WS-MOV-REASON (WS-MOV-SUB) = WS-SRCH-REASON
               move WS-MOV-SUB to WS-MOV-FOUND-SUB
           end-if
           .
       GATHER-LEDGER-ROW.
      * the last row of tonight's balance-ledger generation is the
      * row MYBAL just wrote
           open input LEDGER-FICHIER
           if LEDGER-NOT-FOUND
               set END-OF-LEDGER to true
           else
               if not LEDGER-OK
                   perform LEDGER-ERROR
               end-if
               perform READ-LEDGER-RECORD
           end-if
           perform until END-OF-LEDGER
               set LEDGER-ROW-SEEN to true
               add 1 to WS-LEDGER-ROWS
               move BLG-RUN-DATE to WS-LEDGER-DATE
               move BLG-EXTRACT-AMOUNT to WS-LEDGER-AMOUNT
               perform READ-LEDGER-RECORD
           end-perform
           if not LEDGER-NOT-FOUND
               close LEDGER-FICHIER
           end-if
           perform GATHER-OLD-LEDGER-ROW
           if LEDGER-ROW-SEEN
               and WS-OLD-LEDGER-ROWS = WS-LEDGER-ROWS
               and WS-OLD-LEDGER-DATE = WS-LEDGER-DATE
               display "MYGLJR - LEDGER ROW FOLDS AN EARLIER CYCLE - "
                   "TYING THIS CYCLE'S SHARE"
               subtract WS-OLD-LEDGER-AMOUNT from WS-LEDGER-AMOUNT
           end-if
           .
       GATHER-OLD-LEDGER-ROW.
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
               move OLG-EXTRACT-AMOUNT to WS-OLD-LEDGER-AMOUNT
               perform READ-OLD-LEDGER-RECORD
           end-perform
           if not OLD-LEDGER-NOT-FOUND
               close OLD-LEDGER-FICHIER
           end-if
           .
       GATHER-SUSPENSE-CLOSING.
      * the suspense movements this journal posts must be exactly
      * what moved the statement's closing balance this cycle:
      * tonight's closing less the closing it started from. the
      * generation the cycle started from is yesterday's statement
      * on a main cycle (its closing is tonight's opening) and the
      * earlier cycle's statement on a supplemental one - either way
      * its closing is where this cycle began
           open input SUSP-FICHIER
           if not SUSP-OK
               perform SUSP-ERROR
           end-if
           perform READ-SUSP-RECORD
           perform until END-OF-SUSP
               add SUS-CLOSING-AMOUNT to WS-SUS-CLOSING-TOTAL
               perform READ-SUSP-RECORD
           end-perform
           close SUSP-FICHIER
           open input OLD-SUSP-FICHIER
           if OLD-SUSP-NOT-FOUND
               set END-OF-OLD-SUSP to true
           else
               if not OLD-SUSP-OK
                   perform OLD-SUSP-ERROR
               end-if
               perform READ-OLD-SUSP-RECORD
           end-if
           perform until END-OF-OLD-SUSP
               add OSL-CLOSING-AMOUNT to WS-SUS-PRIOR-CLOSING
               perform READ-OLD-SUSP-RECORD
           end-perform
           if not OLD-SUSP-NOT-FOUND
               close OLD-SUSP-FICHIER
           end-if
           compute WS-SUS-LEDGER-MOVEMENT = WS-SUS-CLOSING-TOTAL
               - WS-SUS-PRIOR-CLOSING
           .
       WRITE-JOURNAL.
           open output JOURNAL-FICHIER
           if not JOURNAL-OK
               perform JOURNAL-ERROR
           end-if
           move spaces to JOURNAL-RECORD
           set GLJ-HEADER-REC to true
           move WS-RUN-DATE-NUM to GLJ-HDR-RUN-DATE
           move 'MYPROG' to GLJ-HDR-SOURCE
           move WS-CYCLE-NUMBER to GLJ-HDR-CYCLE
           perform WRITE-JOURNAL-RECORD
           perform POST-ONE-MOVEMENT
               varying WS-MOV-SUB from 1 by 1
               until WS-MOV-SUB > WS-MOV-COUNT
           move spaces to JOURNAL-RECORD
           set GLJ-TRAILER-REC to true
           move WS-LINE-NUMBER to GLJ-TRL-LINE-COUNT
           move WS-JNL-DEBIT-TOTAL to GLJ-TRL-DEBIT-TOTAL
           move WS-JNL-CREDIT-TOTAL to GLJ-TRL-CREDIT-TOTAL
           perform WRITE-JOURNAL-RECORD
           close JOURNAL-FICHIER
           .
       POST-ONE-MOVEMENT.
      * region's own card first, then the every-region card. a
      * movement that nets negative posts the map's accounts the
      * other way round, so every line amount is positive
           move WS-MOV-REGION-ID (WS-MOV-SUB) to WS-SRCH-REGION
           move WS-MOV-TYPE (WS-MOV-SUB) to WS-SRCH-TYPE
           perform SEARCH-ACCOUNT-MAP
           if WS-MAP-FOUND-SUB = zero
               move '**' to WS-SRCH-REGION
               perform SEARCH-ACCOUNT-MAP
           end-if
           move WS-MOV-AMOUNT (WS-MOV-SUB) to WS-LINE-AMOUNT
           move WS-MOV-REGION-ID (WS-MOV-SUB) to WS-EL-REGION
           move WS-MOV-TYPE (WS-MOV-SUB) to WS-EL-TYPE
           move WS-MOV-REASON (WS-MOV-SUB) to WS-EL-REASON
           move WS-MOV-ITEMS (WS-MOV-SUB) to WS-EL-ITEMS
           if WS-MAP-FOUND-SUB = zero
               display "MYGLJR - NO ACCOUNT MAP FOR "
                   WS-MOV-REGION-ID (WS-MOV-SUB) "/"
                   WS-MOV-TYPE (WS-MOV-SUB) " - JOURNAL HELD"
               add 1 to WS-STAT-UNMAPPED
               set JOURNAL-UNPROVED to true
               move '*NO MAP*' to WS-EL-DEBIT
               move spaces to WS-EL-CREDIT
           else
               if WS-LINE-AMOUNT < zero
                   compute WS-LINE-AMOUNT = zero - WS-LINE-AMOUNT
                   move WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
                     to WS-LINE-DEBIT
                   move WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
                     to WS-LINE-CREDIT
               else
                   move WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
                     to WS-LINE-DEBIT
                   move WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
                     to WS-LINE-CREDIT
               end-if
               move WS-LINE-DEBIT to WS-EL-DEBIT
               move WS-LINE-CREDIT to WS-EL-CREDIT
               if WS-LINE-AMOUNT not = zero
                   perform WRITE-LINE-PAIR
               end-if
           end-if
           move WS-LINE-AMOUNT to WS-EL-AMOUNT
           perform PRINT-ENTRY-LINE
           .
       WRITE-LINE-PAIR.
           move spaces to JOURNAL-RECORD
           set GLJ-DETAIL-REC to true
           move WS-LINE-DEBIT to GLJ-ACCOUNT
           set GLJ-DEBIT to true
           perform FILL-JOURNAL-LINE
           add WS-LINE-AMOUNT to WS-JNL-DEBIT-TOTAL
           perform WRITE-JOURNAL-RECORD
           move spaces to JOURNAL-RECORD
           set GLJ-DETAIL-REC to true
           move WS-LINE-CREDIT to GLJ-ACCOUNT
           set GLJ-CREDIT to true
           perform FILL-JOURNAL-LINE
           add WS-LINE-AMOUNT to WS-JNL-CREDIT-TOTAL
           perform WRITE-JOURNAL-RECORD
           .
       FILL-JOURNAL-LINE.
           add 1 to WS-LINE-NUMBER
           move WS-LINE-AMOUNT to GLJ-AMOUNT
           move WS-MOV-REGION-ID (WS-MOV-SUB) to GLJ-REGION-ID
           move WS-MOV-TYPE (WS-MOV-SUB) to GLJ-MOVEMENT-TYPE
           move WS-MOV-REASON (WS-MOV-SUB) to GLJ-REASON-CODE
           move WS-RUN-DATE-NUM to GLJ-EFFECTIVE-DATE
           move WS-LINE-NUMBER to GLJ-LINE-NUMBER
           move WS-MAP-DESCRIPTION (WS-MAP-FOUND-SUB)
             to GLJ-DESCRIPTION
           add 1 to WS-STAT-LINES-WRITTEN
           .
       WRITE-JOURNAL-RECORD.
           write JOURNAL-RECORD
           if not JOURNAL-OK
               perform JOURNAL-ERROR
           end-if
           .
       PROVE-JOURNAL.
      * the journal is released only when it balances in itself and
      * agrees with the two statements finance used to re-key from:
      * the POST lines to the proof sheet's extract amount, the
      * suspense lines to the movement in the suspense closing.
      * RC 8 holds it - the release step copies it to the ledger's
      * upload generation only on RC 4 or better
           if WS-JNL-DEBIT-TOTAL not = WS-JNL-CREDIT-TOTAL
               display "MYGLJR - JOURNAL DOES NOT BALANCE - DEBITS "
                   WS-JNL-DEBIT-TOTAL " CREDITS " WS-JNL-CREDIT-TOTAL
               set JOURNAL-UNPROVED to true
           end-if
           if not LEDGER-ROW-SEEN
               display "MYGLJR - NO BALANCE-LEDGER ROW - POSTINGS "
                   "CANNOT BE TIED"
               set JOURNAL-UNPROVED to true
           else
               if WS-POSTING-AMOUNT not = WS-LEDGER-AMOUNT
                   display "MYGLJR - POSTINGS " WS-POSTING-AMOUNT
                       " DO NOT TIE TO LEDGER " WS-LEDGER-AMOUNT
                   set JOURNAL-UNPROVED to true
               end-if
           end-if
           compute WS-SUS-NET-AMOUNT = WS-SUS-NEW-AMOUNT
               - WS-SUS-CLEARED-AMOUNT - WS-SUS-WRITEOFF-AMOUNT
           if WS-SUS-NET-AMOUNT not = WS-SUS-LEDGER-MOVEMENT
               display "MYGLJR - SUSPENSE " WS-SUS-NET-AMOUNT
                   " DOES NOT TIE TO CLOSING MOVEMENT "
                   WS-SUS-LEDGER-MOVEMENT
               set JOURNAL-UNPROVED to true
           end-if
           if JOURNAL-UNPROVED
               move 8 to WS-FINAL-RETURN-CODE
           end-if
           .
       PRINT-CONTROL-TOTALS.
           move 'JOURNAL CONTROL TOTALS' to WS-SC-TITLE
           perform PRINT-SECTION-LINE
           move 'JOURNAL DEBITS  ' to WS-AL-LABEL
           move WS-JNL-DEBIT-TOTAL to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'JOURNAL CREDITS ' to WS-AL-LABEL
           move WS-JNL-CREDIT-TOTAL to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'POSTINGS        ' to WS-AL-LABEL
           move WS-POSTING-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'LEDGER EXTRACT  ' to WS-AL-LABEL
           move WS-LEDGER-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'REVERSALS       ' to WS-AL-LABEL
           move WS-REVERSAL-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUSPENSE NEW    ' to WS-AL-LABEL
           move WS-SUS-NEW-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUSPENSE CLEARED' to WS-AL-LABEL
           move WS-SUS-CLEARED-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUSPENSE W/OFF  ' to WS-AL-LABEL
           move WS-SUS-WRITEOFF-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUSPENSE NET    ' to WS-AL-LABEL
           move WS-SUS-NET-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUS CLOSING NOW ' to WS-AL-LABEL
           move WS-SUS-CLOSING-TOTAL to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'SUS CLOSING WAS ' to WS-AL-LABEL
           move WS-SUS-PRIOR-CLOSING to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'FEES CHARGED    ' to WS-AL-LABEL
           move WS-FEE-CHARGE-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           move 'FEES REFUND/ADJ ' to WS-AL-LABEL
           move WS-FEE-REVERSAL-AMOUNT to WS-AL-AMOUNT
           perform PRINT-AMOUNT-LINE
           if JOURNAL-PROVED
               move 'JOURNAL PROVED - RELEASED TO THE LEDGER'
                 to WS-SL-STATUS
           else
               move 'JOURNAL NOT PROVED - HELD, INVESTIGATE'
                 to WS-SL-STATUS
           end-if
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-STATUS-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
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
       PRINT-ENTRY-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-ENTRY-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-SECTION-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-SECTION-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-AMOUNT-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-AMOUNT-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
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
       READ-EXCEPTION-RECORD.
           read EXCEPTION-FICHIER
               at end set END-OF-EXCEPTION to true
           end-read
           if not EXCEPTION-OK and not EXCEPTION-EOF
               perform EXCEPTION-ERROR
           end-if
           if not END-OF-EXCEPTION
               add 1 to WS-STAT-NEW-READ
           end-if
           .
       READ-CLEARED-RECORD.
           read CLEARED-FICHIER
               at end set END-OF-CLEARED to true
           end-read
           if not CLEARED-OK and not CLEARED-EOF
               perform CLEARED-ERROR
           end-if
           if not END-OF-CLEARED
               add 1 to WS-STAT-CLEARED-READ
           end-if
           .
       READ-WRITEOFF-RECORD.
           read WRITEOFF-FICHIER
               at end set END-OF-WRITEOFF to true
           end-read
           if not WRITEOFF-OK and not WRITEOFF-EOF
               perform WRITEOFF-ERROR
           end-if
           if not END-OF-WRITEOFF
               add 1 to WS-STAT-WRITEOFF-READ
           end-if
           .
       READ-FEE-RECORD.
           read FEE-FICHIER
               at end set END-OF-FEES to true
           end-read
           if not FEE-OK and not FEE-EOF
               perform FEE-ERROR
           end-if
           if not END-OF-FEES
               add 1 to WS-STAT-FEES-READ
           end-if
           .
       READ-LEDGER-RECORD.
           read LEDGER-FICHIER
               at end set END-OF-LEDGER to true
           end-read
           if not LEDGER-OK and not LEDGER-EOF
               perform LEDGER-ERROR
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
       READ-SUSP-RECORD.
           read SUSP-FICHIER
               at end set END-OF-SUSP to true
           end-read
           if not SUSP-OK and not SUSP-EOF
               perform SUSP-ERROR
           end-if
           .
       READ-OLD-SUSP-RECORD.
           read OLD-SUSP-FICHIER
               at end set END-OF-OLD-SUSP to true
           end-read
           if not OLD-SUSP-OK and not OLD-SUSP-EOF
               perform OLD-SUSP-ERROR
           end-if
           .
       EXTRACT-ERROR.
           display "MYGLJR - EXTRACT-FICHIER I/O ERROR - STATUS = "
               WS-EXTRACT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       EXCEPTION-ERROR.
           display "MYGLJR - EXCEPTION-FICHIER I/O ERROR - STATUS = "
               WS-EXCEPTION-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       CLEARED-ERROR.
           display "MYGLJR - CLEARED-FICHIER I/O ERROR - STATUS = "
               WS-CLEARED-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       WRITEOFF-ERROR.
           display "MYGLJR - WRITEOFF-FICHIER I/O ERROR - STATUS = "
               WS-WRITEOFF-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       FEE-ERROR.
           display "MYGLJR - FEE-FICHIER I/O ERROR - STATUS = "
               WS-FEE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ACCOUNT-MAP-ERROR.
           display "MYGLJR - ACCOUNT-MAP I/O ERROR - STATUS = "
               WS-ACCOUNT-MAP-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       LEDGER-ERROR.
           display "MYGLJR - LEDGER-FICHIER I/O ERROR - STATUS = "
               WS-LEDGER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-LEDGER-ERROR.
           display "MYGLJR - OLD-LEDGER I/O ERROR - STATUS = "
               WS-OLD-LEDGER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       SUSP-ERROR.
           display "MYGLJR - SUSPENSE-LEDGER I/O ERROR - STATUS = "
               WS-SUSP-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-SUSP-ERROR.
           display "MYGLJR - OLD-SUSPENSE I/O ERROR - STATUS = "
               WS-OLD-SUSP-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       RUNREG-ERROR.
           display "MYGLJR - RUN-REGISTRY I/O ERROR - STATUS = "
               WS-RUNREG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       JOURNAL-ERROR.
           display "MYGLJR - JOURNAL-FICHIER I/O ERROR - STATUS = "
               WS-JOURNAL-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYGLJR - RUN STATISTICS"
           display "  EXTRACT RECORDS:  " WS-STAT-EXTRACT-READ
           display "  NEW REJECTS:      " WS-STAT-NEW-READ
           display "  CLEARED ITEMS:    " WS-STAT-CLEARED-READ
           display "  WRITE-OFFS:       " WS-STAT-WRITEOFF-READ
           display "  FEE RECORDS:      " WS-STAT-FEES-READ
           display "  MAP CARDS:        " WS-STAT-MAP-CARDS
           display "  MAP CARDS DROPPED:" WS-STAT-MAP-REJECTED
           display "  UNMAPPED ENTRIES: " WS-STAT-UNMAPPED
           display "  JOURNAL LINES:    " WS-STAT-LINES-WRITTEN
           display "  JOURNAL DEBITS:   " WS-JNL-DEBIT-TOTAL
           display "  JOURNAL CREDITS:  " WS-JNL-CREDIT-TOTAL
           .
