      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYBULK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select BULK-CARD-FICHIER assign to UT-S-BLK
                organization is sequential
                file status is WS-CARD-STATUS.
            select OLD-PENDING-FICHIER assign to UT-S-OPN
                organization is sequential
                file status is WS-OLD-PENDING-STATUS.
            select MASTER-FICHIER assign to MSTVSAM
                organization is indexed
                access is dynamic
                record key is MST-KEY
                file status is WS-MASTER-STATUS.
            select BULK-PENDING-FICHIER assign to UT-S-PND
                organization is sequential
                file status is WS-PENDING-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  BULK-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy BLKCARD.
      * the items already waiting on the approval gate - a key with
      * one of those takes no bulk change this cycle
       FD  OLD-PENDING-FICHIER
           block contains 0 records
           recording mode is F.
           copy PNDTRAN
               replacing ==PENDING-TRAN-RECORD==
                      by ==OLD-PENDING-RECORD==,
                 leading ==PND==
                      by ==OPN==.
       FD  MASTER-FICHIER.
           copy MASTERREC.
       FD  BULK-PENDING-FICHIER
           block contains 0 records
           recording mode is F.
           copy PNDTRAN.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-CARDS-READ       PIC 9(9) VALUE ZERO.
           05  WS-STAT-PENDING-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MASTERS-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MASTERS-SELECTED PIC 9(9) VALUE ZERO.
           05  WS-STAT-CHANGES-RAISED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-UNCHANGED        PIC 9(9) VALUE ZERO.
           05  WS-STAT-SKIPPED          PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-BULK-CARDS   VALUE 'Y'.
           05  WS-CARDS-VALID-SW       PIC X(1) VALUE 'Y'.
               88  BULK-CARDS-VALID    VALUE 'Y'.
           05  WS-SELECTION-SW         PIC X(1) VALUE 'N'.
               88  SELECTION-CARD-READ VALUE 'Y'.
           05  WS-CHANGE-SW            PIC X(1) VALUE 'N'.
               88  CHANGE-CARD-READ    VALUE 'Y'.
           05  WS-OLD-PENDING-EOF-SW   PIC X(1) VALUE 'N'.
               88  END-OF-OLD-PENDING  VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-SELECTION    VALUE 'Y'.
           05  WS-KEY-SELECTED-SW      PIC X(1) VALUE 'N'.
               88  MASTER-SELECTED     VALUE 'Y'.
       01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
           88  CARD-OK                 VALUE '00'.
           88  CARD-EOF                VALUE '10'.
           88  CARD-NOT-FOUND          VALUE '35'.
       01  WS-OLD-PENDING-STATUS       PIC X(2) VALUE '00'.
           88  OLD-PENDING-OK          VALUE '00'.
           88  OLD-PENDING-EOF         VALUE '10'.
           88  OLD-PENDING-NOT-FOUND   VALUE '35'.
       01  WS-MASTER-STATUS            PIC X(2) VALUE '00'.
           88  MASTER-OK               VALUE '00'.
           88  MASTER-EOF              VALUE '10'.
           88  MASTER-NOT-FOUND        VALUE '23'.
       01  WS-PENDING-STATUS           PIC X(2) VALUE '00'.
           88  PENDING-OK              VALUE '00'.
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
      * PREVIEW (or no parm) lists what the cards would do and raises
      * nothing; GENERATE raises the changes for approval
       01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
           88  RUN-MODE-PREVIEW        VALUE 'PREVIEW' SPACES.
           88  RUN-MODE-GENERATE       VALUE 'GENERATE'.
      * the two cards, kept once they have been read and edited
           copy BLKCARD
               replacing ==BULK-CARD-RECORD==
                      by ==SELECTION-CARD-RECORD==,
                 leading ==BLK==
                      by ==BKS==.
           copy BLKCARD
               replacing ==BULK-CARD-RECORD==
                      by ==CHANGE-CARD-RECORD==,
                 leading ==BLK==
                      by ==BKC==.
      * every key already pending, loaded whole from the pending
      * generation so the browse can look each master up
       01  WS-PENDING-TABLE.
           05  WS-PKY-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-PKY-SUB              PIC 9(4) VALUE ZERO.
           05  WS-PKY-FOUND-SUB        PIC 9(4) VALUE ZERO.
           05  WS-PKY-ENTRY occurs 2000 times.
               10  WS-PKY-KEY          PIC X(6).
      * one selected master - as it stands, and as the change card
      * would leave it
           copy MASTERREC
               replacing ==MASTER-RECORD==
                      by ==AFTER-MASTER-RECORD==,
                 leading ==MST==
                      by ==AFT==.
       01  WS-KEY-ACTION               PIC X(24) VALUE SPACES.
      * the change a selected master raises, built here and written
      * inside a pending item
           copy MNTTRAN.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYBULK - BULK MAINTENANCE'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-MODE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'MODE '.
           05  WS-ML-MODE              PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' BATCH '.
           05  WS-ML-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X(7) VALUE ' MAKER '.
           05  WS-ML-MAKER-ID          PIC X(8).
       01  WS-REPORT-SELECT-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SELECT KEYS '.
           05  WS-SL-KEY-FROM          PIC 9(6).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-SL-KEY-TO            PIC 9(6).
           05  FILLER                  PIC X(8) VALUE '  STATUS'.
           05  WS-SL-STATUS            PIC X(4).
           05  FILLER                  PIC X(8) VALUE '  REGION'.
           05  WS-SL-REGION            PIC X(4).
       01  WS-REPORT-SET-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SET  STATUS '.
           05  WS-SET-STATUS           PIC X(4).
           05  FILLER                  PIC X(8) VALUE '  REGION'.
           05  WS-SET-REGION           PIC X(5).
           05  FILLER                  PIC X(8) VALUE '  CLOSED'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-SET-CLOSE-DATE       PIC X(10).
       01  WS-REPORT-BEFORE-AFTER-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE 'BEFORE'.
           05  FILLER                  PIC X(5) VALUE 'AFTER'.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               '    KEY  ST RG  CLOSED        ST RG  CLO'.
           05  FILLER                  PIC X(40) VALUE
               'SED      ACTION                         '.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-KEY               PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BEFORE-STATUS     PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BEFORE-REGION     PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BEFORE-CLOSE      PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DL-AFTER-STATUS      PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-AFTER-REGION      PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-AFTER-CLOSE       PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-ACTION            PIC X(24).
      * a close date edited for the listing - zero prints NONE
       01  WS-EDIT-DATE-IN             PIC X(8) VALUE SPACES.
       01  WS-EDIT-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-EDIT-DATE-OUT            PIC 9(4)/99/99.
       01  WS-EDIT-DATE-TEXT           PIC X(10) VALUE SPACES.
       01  WS-REPORT-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
       01  APARM       PIC X(10).
       PROCEDURE DIVISION using APARM.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           move spaces to SELECTION-CARD-RECORD
           move spaces to CHANGE-CARD-RECORD
           move APARM to WS-RUN-MODE
           if not RUN-MODE-PREVIEW and not RUN-MODE-GENERATE
               display "MYBULK - PARM '" WS-RUN-MODE
                   "' NOT PREVIEW OR GENERATE - NOTHING DONE"
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
           if WS-RUN-MODE = spaces
               move 'PREVIEW' to WS-RUN-MODE
           end-if
           perform READ-BULK-CARDS
           if not BULK-CARDS-VALID
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
           perform LOAD-PENDING-KEYS
           perform PRINT-REPORT-HEADER
           if RUN-MODE-GENERATE
               open output BULK-PENDING-FICHIER
               if not PENDING-OK
                   perform BULK-PENDING-ERROR
               end-if
           end-if
           open input MASTER-FICHIER
           if not MASTER-OK
               perform MASTER-ERROR
           end-if
           perform START-SELECTION
           perform until END-OF-SELECTION
               perform CHECK-SELECTION
               if MASTER-SELECTED
                   perform PROCESS-SELECTED-MASTER
               end-if
               perform READ-NEXT-MASTER
           end-perform
           close MASTER-FICHIER
           if RUN-MODE-GENERATE
               close BULK-PENDING-FICHIER
           end-if
           if WS-STAT-MASTERS-SELECTED = zero
               display "MYBULK - NO MASTER MATCHES THE SELECTION"
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           perform PRINT-BULK-TOTALS
           perform END-OF-RUN.
       READ-BULK-CARDS.
      * exactly one selection card and one change card. anything
      * wrong with either and nothing is selected or raised - the
      * run ends RC 8 rather than guess which masters were meant
           open input BULK-CARD-FICHIER
           if CARD-NOT-FOUND
               display "MYBULK - NO BULK CARDS - NOTHING DONE"
               move 'N' to WS-CARDS-VALID-SW
           else
               if not CARD-OK
                   perform CARD-ERROR
               end-if
               perform READ-CARD-RECORD
               perform until END-OF-BULK-CARDS
                   if BULK-CARD-RECORD not = spaces
                       perform STORE-BULK-CARD
                   end-if
                   perform READ-CARD-RECORD
               end-perform
               close BULK-CARD-FICHIER
               if not SELECTION-CARD-READ
                   display "MYBULK - NO SELECTION CARD"
                   move 'N' to WS-CARDS-VALID-SW
               end-if
               if not CHANGE-CARD-READ
                   display "MYBULK - NO CHANGE CARD"
                   move 'N' to WS-CARDS-VALID-SW
               end-if
           end-if
           if SELECTION-CARD-READ and CHANGE-CARD-READ
               perform EDIT-SELECTION-CARD
               perform EDIT-CHANGE-CARD
           end-if
           .
       READ-CARD-RECORD.
           read BULK-CARD-FICHIER
               at end set END-OF-BULK-CARDS to true
           end-read
           if not CARD-OK and not CARD-EOF
               perform CARD-ERROR
           end-if
           if not END-OF-BULK-CARDS
               add 1 to WS-STAT-CARDS-READ
           end-if
           .
       STORE-BULK-CARD.
           evaluate true
               when BLK-SELECTION-CARD and SELECTION-CARD-READ
               when BLK-CHANGE-CARD and CHANGE-CARD-READ
                   display "MYBULK - SECOND '" BLK-CARD-TYPE
                       "' CARD - ONE BATCH PER RUN"
                   move 'N' to WS-CARDS-VALID-SW
               when BLK-SELECTION-CARD
                   move BULK-CARD-RECORD to SELECTION-CARD-RECORD
                   set SELECTION-CARD-READ to true
               when BLK-CHANGE-CARD
                   move BULK-CARD-RECORD to CHANGE-CARD-RECORD
                   set CHANGE-CARD-READ to true
               when other
                   display "MYBULK - UNKNOWN CARD '"
                       BULK-CARD-RECORD (1:20) "'"
                   move 'N' to WS-CARDS-VALID-SW
           end-evaluate
           .
       EDIT-SELECTION-CARD.
           evaluate true
               when BKS-KEY-FROM-X is not numeric
                   or BKS-KEY-TO-X is not numeric
                   display "MYBULK - SELECTION REJECTED - KEY RANGE "
                       "NOT NUMERIC"
                   move 'N' to WS-CARDS-VALID-SW
               when BKS-KEY-FROM > BKS-KEY-TO
                   display "MYBULK - SELECTION REJECTED - KEY RANGE "
                       "REVERSED"
                   move 'N' to WS-CARDS-VALID-SW
               when not BKS-SEL-VALID-STATUS
                   display "MYBULK - SELECTION REJECTED - STATUS '"
                       BKS-SEL-ACCOUNT-STATUS "' INVALID"
                   move 'N' to WS-CARDS-VALID-SW
               when not BKS-SEL-VALID-REGION
                   display "MYBULK - SELECTION REJECTED - REGION '"
                       BKS-SEL-OWNING-REGION "' INVALID"
                   move 'N' to WS-CARDS-VALID-SW
               when other
                   continue
           end-evaluate
           .
       EDIT-CHANGE-CARD.
      * the batch id is how the approval gate and the review screen
      * know the batch, and the maker is who raised it - dual control
      * cannot bite on a blank. a card that sets nothing is an error
           evaluate true
               when BKC-BATCH-ID = spaces
                   display "MYBULK - CHANGE REJECTED - NO BATCH ID"
                   move 'N' to WS-CARDS-VALID-SW
               when BKC-MAKER-ID = spaces
                   display "MYBULK - CHANGE REJECTED - NO MAKER ID"
                   move 'N' to WS-CARDS-VALID-SW
               when not BKC-NEW-VALID-STATUS
                   display "MYBULK - CHANGE REJECTED - STATUS '"
                       BKC-NEW-ACCOUNT-STATUS "' INVALID"
                   move 'N' to WS-CARDS-VALID-SW
               when not BKC-NEW-VALID-REGION
                   display "MYBULK - CHANGE REJECTED - REGION '"
                       BKC-NEW-OWNING-REGION "' INVALID"
                   move 'N' to WS-CARDS-VALID-SW
               when BKC-NEW-CLOSE-DATE-X not = spaces
                   and BKC-NEW-CLOSE-DATE-X is not numeric
                   display "MYBULK - CHANGE REJECTED - CLOSE DATE "
                       "NOT NUMERIC"
                   move 'N' to WS-CARDS-VALID-SW
               when BKC-NEW-ACCOUNT-STATUS = space
                   and BKC-NEW-OWNING-REGION = spaces
                   and BKC-NEW-CLOSE-DATE-X = spaces
                   display "MYBULK - CHANGE REJECTED - NOTHING TO SET"
                   move 'N' to WS-CARDS-VALID-SW
               when other
                   continue
           end-evaluate
           .
       LOAD-PENDING-KEYS.
      * one change per key per cycle - an item already pending for a
      * key would be overwritten on the pending cluster and the two
      * could not both be approved. a batch id already pending would
      * let one card decide two batches. no pending generation at
      * all is simply nothing pending
           open input OLD-PENDING-FICHIER
           if OLD-PENDING-NOT-FOUND
               set END-OF-OLD-PENDING to true
           else
               if not OLD-PENDING-OK
                   perform OLD-PENDING-ERROR
               end-if
               perform READ-OLD-PENDING
           end-if
           perform until END-OF-OLD-PENDING
               move OPN-TRAN-IMAGE to MAINT-TRAN-RECORD
               if MNT-FROM-BULK
                   and MNT-BULK-BATCH-ID = BKC-BATCH-ID
                   display "MYBULK - BATCH " BKC-BATCH-ID
                       " IS ALREADY PENDING - NOTHING DONE"
                   move 8 to WS-FINAL-RETURN-CODE
                   perform END-OF-RUN
               end-if
               if WS-PKY-COUNT < 2000
                   add 1 to WS-PKY-COUNT
                   move MNT-KEY-X to WS-PKY-KEY (WS-PKY-COUNT)
               else
                   display "MYBULK - PENDING KEY TABLE FULL - "
                       "NOTHING DONE"
                   move 8 to WS-FINAL-RETURN-CODE
                   perform END-OF-RUN
               end-if
               perform READ-OLD-PENDING
           end-perform
           if not OLD-PENDING-NOT-FOUND
               close OLD-PENDING-FICHIER
           end-if
           .
       READ-OLD-PENDING.
           read OLD-PENDING-FICHIER
               at end set END-OF-OLD-PENDING to true
           end-read
           if not OLD-PENDING-OK and not OLD-PENDING-EOF
               perform OLD-PENDING-ERROR
           end-if
           if not END-OF-OLD-PENDING
               add 1 to WS-STAT-PENDING-READ
           end-if
           .
       START-SELECTION.
           move BKS-KEY-FROM to MST-KEY
           start MASTER-FICHIER
               key >= MST-KEY
               invalid key set END-OF-SELECTION to true
           end-start
           if not END-OF-SELECTION
               if not MASTER-OK
                   perform MASTER-ERROR
               end-if
               perform READ-NEXT-MASTER
           end-if
           .
       READ-NEXT-MASTER.
           read MASTER-FICHIER next
               at end set END-OF-SELECTION to true
           end-read
           if END-OF-SELECTION
               continue
           else
               if not MASTER-OK
                   perform MASTER-ERROR
               end-if
               if MST-KEY > BKS-KEY-TO
                   set END-OF-SELECTION to true
               else
                   add 1 to WS-STAT-MASTERS-READ
               end-if
           end-if
           .
       CHECK-SELECTION.
      * a blank account status reads as active, so selecting active
      * takes both; a region selects exactly, blank being the
      * masters open to every region
           set MASTER-SELECTED to true
           evaluate true
               when BKS-SEL-ANY-STATUS
                   continue
               when (BKS-SEL-ACCOUNT-STATUS = 'A' or space)
                   and MST-ACCOUNT-ACTIVE
                   continue
               when BKS-SEL-ACCOUNT-STATUS = MST-ACCOUNT-STATUS
                   continue
               when other
                   move 'N' to WS-KEY-SELECTED-SW
           end-evaluate
           if not BKS-SEL-ANY-REGION
               and BKS-SEL-OWNING-REGION not = MST-OWNING-REGION
               move 'N' to WS-KEY-SELECTED-SW
           end-if
           .
       PROCESS-SELECTED-MASTER.
           add 1 to WS-STAT-MASTERS-SELECTED
           move MASTER-RECORD to AFTER-MASTER-RECORD
           if BKC-NEW-ACCOUNT-STATUS not = space
               move BKC-NEW-ACCOUNT-STATUS to AFT-ACCOUNT-STATUS
           end-if
           if BKC-NEW-ANY-REGION
               move spaces to AFT-OWNING-REGION
           else
               if BKC-NEW-OWNING-REGION not = spaces
                   move BKC-NEW-OWNING-REGION to AFT-OWNING-REGION
               end-if
           end-if
           if BKC-NEW-CLOSE-DATE-X not = spaces
               move BKC-NEW-CLOSE-DATE-X to AFT-CLOSE-DATE-X
           end-if
           perform FIND-PENDING-KEY
      * the same edits MYMAINT makes of a change, made of the master
      * as the change would leave it - a key that would be refused
      * there is not raised here
           evaluate true
               when WS-PKY-FOUND-SUB > zero
                   move 'SKIPPED - ALREADY PENDING' to WS-KEY-ACTION
                   perform SKIP-MASTER
               when AFTER-MASTER-RECORD = MASTER-RECORD
                   move 'NO CHANGE' to WS-KEY-ACTION
                   add 1 to WS-STAT-UNCHANGED
               when AFT-AMOUNT-X is not numeric
                   or (AFT-OPEN-DATE-X not = spaces
                       and AFT-OPEN-DATE-X is not numeric)
                   or (AFT-CLOSE-DATE-X not = spaces
                       and AFT-CLOSE-DATE-X is not numeric)
                   move 'SKIPPED - MASTER UNSOUND' to WS-KEY-ACTION
                   perform SKIP-MASTER
               when AFT-ACCOUNT-CLOSED
                   and (AFT-CLOSE-DATE-X = spaces
                       or AFT-CLOSE-DATE-X = '00000000')
                   move 'SKIPPED - NO CLOSE DATE' to WS-KEY-ACTION
                   perform SKIP-MASTER
               when AFT-OPEN-DATE-X is numeric
                   and AFT-CLOSE-DATE-X is numeric
                   and AFT-CLOSE-DATE > zero
                   and AFT-CLOSE-DATE < AFT-OPEN-DATE
                   move 'SKIPPED - CLOSE BEFORE OPEN' to WS-KEY-ACTION
                   perform SKIP-MASTER
               when RUN-MODE-GENERATE
                   move 'CHANGE RAISED' to WS-KEY-ACTION
                   perform RAISE-BULK-CHANGE
               when other
                   move 'WOULD CHANGE' to WS-KEY-ACTION
                   add 1 to WS-STAT-CHANGES-RAISED
           end-evaluate
           perform LIST-SELECTED-MASTER
           .
       FIND-PENDING-KEY.
           move zero to WS-PKY-FOUND-SUB
           perform CHECK-PENDING-KEY
               varying WS-PKY-SUB from 1 by 1
               until WS-PKY-SUB > WS-PKY-COUNT
               or WS-PKY-FOUND-SUB > zero
           .
       CHECK-PENDING-KEY.
           if WS-PKY-KEY (WS-PKY-SUB) = MST-KEY
               move WS-PKY-SUB to WS-PKY-FOUND-SUB
           end-if
           .
       SKIP-MASTER.
           add 1 to WS-STAT-SKIPPED
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       RAISE-BULK-CHANGE.
      * the change goes through the same gate as any other - it lands
      * pending under the maker's id with the batch id, and the
      * approval gate lets the batch through or turns it back whole.
      * the data carries the master as it will read afterwards for
      * the checker to see; MYMAINT sets only the flagged fields
           move spaces to MAINT-TRAN-RECORD
           set MNT-CHANGE to true
           move MST-KEY to MNT-KEY
           move AFT-DATA (1:29) to MNT-DATA (1:29)
           move BKC-BATCH-ID to MNT-BULK-BATCH-ID
           move 'N' to MNT-BULK-SET-STATUS
           move 'N' to MNT-BULK-SET-CLOSE
           move 'N' to MNT-BULK-SET-REGION
           if BKC-NEW-ACCOUNT-STATUS not = space
               set MNT-BULK-STATUS-SET to true
           end-if
           if BKC-NEW-CLOSE-DATE-X not = spaces
               set MNT-BULK-CLOSE-SET to true
           end-if
           if BKC-NEW-OWNING-REGION not = spaces
               set MNT-BULK-REGION-SET to true
           end-if
           set MNT-FROM-BULK to true
           move BKC-MAKER-ID to MNT-MAKER-ID
           move spaces to PENDING-TRAN-RECORD
           move MAINT-TRAN-RECORD to PND-TRAN-IMAGE
           set PND-PENDING to true
           move WS-RUN-DATE-NUM to PND-ENTERED-DATE
           move zero to PND-AGE-CYCLES
           move spaces to PND-CHECKER-ID
           write PENDING-TRAN-RECORD
           if not PENDING-OK
               perform BULK-PENDING-ERROR
           end-if
           add 1 to WS-STAT-CHANGES-RAISED
           .
       LIST-SELECTED-MASTER.
           move spaces to WS-REPORT-DETAIL-LINE
           move MST-KEY to WS-DL-KEY
           move MST-ACCOUNT-STATUS to WS-DL-BEFORE-STATUS
           move MST-OWNING-REGION to WS-DL-BEFORE-REGION
           move MST-CLOSE-DATE-X to WS-EDIT-DATE-IN
           perform EDIT-LISTING-DATE
           move WS-EDIT-DATE-TEXT to WS-DL-BEFORE-CLOSE
           move AFT-ACCOUNT-STATUS to WS-DL-AFTER-STATUS
           move AFT-OWNING-REGION to WS-DL-AFTER-REGION
           move AFT-CLOSE-DATE-X to WS-EDIT-DATE-IN
           perform EDIT-LISTING-DATE
           move WS-EDIT-DATE-TEXT to WS-DL-AFTER-CLOSE
           move WS-KEY-ACTION to WS-DL-ACTION
           perform PRINT-DETAIL-LINE
           .
       EDIT-LISTING-DATE.
           evaluate true
               when WS-EDIT-DATE-IN = spaces
                   or WS-EDIT-DATE-IN = '00000000'
                   move 'NONE' to WS-EDIT-DATE-TEXT
               when WS-EDIT-DATE-IN is numeric
                   move WS-EDIT-DATE-IN to WS-EDIT-DATE-NUM
                   move WS-EDIT-DATE-NUM to WS-EDIT-DATE-OUT
                   move WS-EDIT-DATE-OUT to WS-EDIT-DATE-TEXT
               when other
                   move WS-EDIT-DATE-IN to WS-EDIT-DATE-TEXT
           end-evaluate
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move WS-RUN-MODE to WS-ML-MODE
           move BKC-BATCH-ID to WS-ML-BATCH-ID
           move BKC-MAKER-ID to WS-ML-MAKER-ID
           write PRINT-RECORD from WS-REPORT-MODE-LINE
               after advancing 1
           move BKS-KEY-FROM to WS-SL-KEY-FROM
           move BKS-KEY-TO to WS-SL-KEY-TO
           if BKS-SEL-ANY-STATUS
               move ' ANY' to WS-SL-STATUS
           else
               move spaces to WS-SL-STATUS
               move BKS-SEL-ACCOUNT-STATUS to WS-SL-STATUS (2:1)
           end-if
           if BKS-SEL-ANY-REGION
               move ' ANY' to WS-SL-REGION
           else
               if BKS-SEL-OWNING-REGION = spaces
                   move ' ALL' to WS-SL-REGION
               else
                   move spaces to WS-SL-REGION
                   move BKS-SEL-OWNING-REGION to WS-SL-REGION (2:2)
               end-if
           end-if
           write PRINT-RECORD from WS-REPORT-SELECT-LINE
               after advancing 1
           if BKC-NEW-ACCOUNT-STATUS = space
               move ' -' to WS-SET-STATUS
           else
               move spaces to WS-SET-STATUS
               move BKC-NEW-ACCOUNT-STATUS to WS-SET-STATUS (2:1)
           end-if
           evaluate true
               when BKC-NEW-ANY-REGION
                   move ' ALL' to WS-SET-REGION
               when BKC-NEW-OWNING-REGION = spaces
                   move ' -' to WS-SET-REGION
               when other
                   move spaces to WS-SET-REGION
                   move BKC-NEW-OWNING-REGION to WS-SET-REGION (2:2)
           end-evaluate
           if BKC-NEW-CLOSE-DATE-X = spaces
               move '-' to WS-SET-CLOSE-DATE
           else
               move BKC-NEW-CLOSE-DATE-X to WS-EDIT-DATE-IN
               perform EDIT-LISTING-DATE
               move WS-EDIT-DATE-TEXT to WS-SET-CLOSE-DATE
           end-if
           write PRINT-RECORD from WS-REPORT-SET-LINE
               after advancing 1
           write PRINT-RECORD from WS-REPORT-BEFORE-AFTER-LINE
               after advancing 2
           write PRINT-RECORD from WS-REPORT-COLUMN-LINE
               after advancing 1
           move 7 to WS-LINE-COUNT
           .
       PRINT-DETAIL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-DETAIL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-COUNT-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-BULK-TOTALS.
           move spaces to WS-REPORT-COUNT-LINE
           move 'MASTERS SELECTED' to WS-CL-LABEL
           move WS-STAT-MASTERS-SELECTED to WS-CL-COUNT
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           if RUN-MODE-GENERATE
               move 'CHANGES RAISED FOR APPROVAL' to WS-CL-LABEL
           else
               move 'CHANGES PREVIEWED - NOT RAISED' to WS-CL-LABEL
           end-if
           move WS-STAT-CHANGES-RAISED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'ALREADY AS SET - NO CHANGE' to WS-CL-LABEL
           move WS-STAT-UNCHANGED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'SKIPPED' to WS-CL-LABEL
           move WS-STAT-SKIPPED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           .
       CARD-ERROR.
           display "MYBULK - BULK-CARD I/O ERROR - STATUS = "
               WS-CARD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-PENDING-ERROR.
           display "MYBULK - OLD-PENDING I/O ERROR - STATUS = "
               WS-OLD-PENDING-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MASTER-ERROR.
           display "MYBULK - MASTER-FICHIER I/O ERROR - STATUS = "
               WS-MASTER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       BULK-PENDING-ERROR.
           display "MYBULK - BULK-PENDING I/O ERROR - STATUS = "
               WS-PENDING-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYBULK - RUN STATISTICS"
           display "  MODE / BATCH:       " WS-RUN-MODE
               " / " BKC-BATCH-ID
           display "  CARDS READ:         " WS-STAT-CARDS-READ
           display "  PENDING READ:       " WS-STAT-PENDING-READ
           display "  MASTERS IN RANGE:   " WS-STAT-MASTERS-READ
           display "  MASTERS SELECTED:   " WS-STAT-MASTERS-SELECTED
           display "  CHANGES:            " WS-STAT-CHANGES-RAISED
           display "  NO CHANGE:          " WS-STAT-UNCHANGED
           display "  SKIPPED:            " WS-STAT-SKIPPED
           .
