               10  WS-APV-CHECKER      PIC X(8).
               10  WS-APV-USED-SW      PIC X(1).
                   88  WS-APV-USED     VALUE 'Y'.
      * batch decisions - one card decides every item of a bulk
      * change batch, so the card is never used up by an item
       01  WS-BATCH-TABLE.
           05  WS-BAT-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-BAT-SUB              PIC 9(2) VALUE ZERO.
           05  WS-BAT-FOUND-SUB        PIC 9(2) VALUE ZERO.
           05  WS-BAT-ENTRY occurs 20 times.
               10  WS-BAT-BATCH-ID     PIC X(8).
               10  WS-BAT-ACTION       PIC X(1).
               10  WS-BAT-CHECKER      PIC X(8).
               10  WS-BAT-ITEMS        PIC 9(5).
               10  WS-BAT-DISPOSITION  PIC X(10).
      * the decision for the item in hand, from whichever table
       01  WS-DECISION.
           05  WS-DEC-FOUND-SW         PIC X(1) VALUE 'N'.
               88  DECISION-FOUND      VALUE 'Y'.
           05  WS-DEC-ACTION           PIC X(1) VALUE SPACE.
           05  WS-DEC-CHECKER          PIC X(8) VALUE SPACES.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-IT-CHECKER           PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' AGE '.
           05  WS-IT-AGE               PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-IT-BATCH-ID          PIC X(8).
      * second line for an add or change - the account fields the
      * checker is being asked to approve
       01  WS-REPORT-ACCOUNT-LINE.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
           05  WS-IA-ACCOUNT-STATUS    PIC X(1).
           05  FILLER                  PIC X(8) VALUE '  OPEN  '.
           05  WS-IA-OPEN-DATE         PIC X(8).
           05  FILLER                  PIC X(8) VALUE '  CLOSE '.
           05  WS-IA-CLOSE-DATE        PIC X(8).
           05  FILLER                  PIC X(9) VALUE '  REGION '.
           05  WS-IA-OWNING-REGION     PIC X(2).
       01  WS-REPORT-UNMATCHED-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               'APPROVAL CARD UNMATCHED   '.
           05  WS-UM-KEY               PIC X(8).
       01  WS-REPORT-BATCH-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'BULK BATCH '.
           05  WS-BL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-DISPOSITION       PIC X(10).
           05  WS-BL-ITEMS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               ' ITEMS CHECKER '.
           05  WS-BL-CHECKER           PIC X(8).
       01  WS-REPORT-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'APPROVED: '.
           end-if
           perform until END-OF-APPROVALS
               evaluate true
      * a blank key with a batch id is a decision for a whole bulk
      * change batch
                   when APV-KEY-X = spaces
                       and APV-BATCH-ID not = spaces
                       and APV-VALID-ACTION
                       and APV-CHECKER-ID not = spaces
                       perform STORE-BATCH-DECISION
      * an approval with no checker id is no approval at all -
      * dual control needs an identified second user, and the
      * checker-equals-maker refusal cannot bite on a blank
               close APPROVAL-CARD-FICHIER
           end-if
           .
       STORE-BATCH-DECISION.
           if WS-BAT-COUNT < 20
               add 1 to WS-BAT-COUNT
               move APV-BATCH-ID to WS-BAT-BATCH-ID (WS-BAT-COUNT)
               move APV-ACTION to WS-BAT-ACTION (WS-BAT-COUNT)
               move APV-CHECKER-ID to WS-BAT-CHECKER (WS-BAT-COUNT)
               move zero to WS-BAT-ITEMS (WS-BAT-COUNT)
               move spaces to WS-BAT-DISPOSITION (WS-BAT-COUNT)
           else
               display "MYAPPR - BATCH TABLE FULL - CARD FOR BATCH "
                   APV-BATCH-ID " DROPPED"
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       READ-APPROVAL-CARD.
           read APPROVAL-CARD-FICHIER
               at end set END-OF-APPROVALS to true
           .
       PROCESS-PENDING-ITEM.
           move WPD-TRAN-IMAGE to MAINT-TRAN-RECORD
           move 'N' to WS-DEC-FOUND-SW
      * a bulk item is decided by its batch's card and nothing else -
      * a key card cannot pick one item out of a batch, so the batch
      * goes through or goes back whole. a key card is used up by
      * the item it decides
           if MNT-FROM-BULK
               perform FIND-BATCH-DECISION
               if WS-BAT-FOUND-SUB > zero
                   set DECISION-FOUND to true
                   move WS-BAT-ACTION (WS-BAT-FOUND-SUB)
                     to WS-DEC-ACTION
                   move WS-BAT-CHECKER (WS-BAT-FOUND-SUB)
                     to WS-DEC-CHECKER
                   add 1 to WS-BAT-ITEMS (WS-BAT-FOUND-SUB)
               end-if
           else
               move zero to WS-APV-FOUND-SUB
               if MNT-KEY-X is numeric
                   perform FIND-APPROVAL
               end-if
               if WS-APV-FOUND-SUB > zero
                   set DECISION-FOUND to true
                   set WS-APV-USED (WS-APV-FOUND-SUB) to true
                   move WS-APV-ACTION (WS-APV-FOUND-SUB)
                     to WS-DEC-ACTION
                   move WS-APV-CHECKER (WS-APV-FOUND-SUB)
                     to WS-DEC-CHECKER
               end-if
           end-if
           evaluate true
               when not DECISION-FOUND
                   perform CARRY-PENDING-FORWARD
               when WS-DEC-CHECKER = MNT-MAKER-ID
                   and MNT-MAKER-ID not = spaces
      * the whole point of the gate - the maker's own id on the
      * approval does not count as a second pair of eyes. the card
      * is consumed, the item stays pending for a real checker
                   move 'CHKR=MAKER' to WS-IT-DISPOSITION
                   move WS-DEC-CHECKER to WS-IT-CHECKER
                   perform PRINT-ITEM-LINE
                   add 1 to WS-STAT-CHECKER-IS-MAKER
                   move 8 to WS-FINAL-RETURN-CODE
                   perform SET-BATCH-DISPOSITION
                   perform CARRY-PENDING-FORWARD
               when WS-DEC-ACTION = 'A'
                   set WPD-APPROVED to true
                   move WS-DEC-CHECKER to WPD-CHECKER-ID
                   write APPROVED-TRAN-RECORD
                       from MAINT-TRAN-RECORD
                   add 1 to WS-STAT-APPROVED
                   move 'APPROVED  ' to WS-IT-DISPOSITION
                   move WPD-CHECKER-ID to WS-IT-CHECKER
                   perform PRINT-ITEM-LINE
                   perform SET-BATCH-DISPOSITION
               when other
                   add 1 to WS-STAT-REJECTED
                   move 'REJECTED  ' to WS-IT-DISPOSITION
                   move WS-DEC-CHECKER to WS-IT-CHECKER
                   perform PRINT-ITEM-LINE
                   perform SET-BATCH-DISPOSITION
           end-evaluate
           .
       SET-BATCH-DISPOSITION.
           if MNT-FROM-BULK
               move WS-IT-DISPOSITION
                 to WS-BAT-DISPOSITION (WS-BAT-FOUND-SUB)
           end-if
           .
       FIND-BATCH-DECISION.
           move zero to WS-BAT-FOUND-SUB
           perform CHECK-BATCH-ENTRY
               varying WS-BAT-SUB from 1 by 1
               until WS-BAT-SUB > WS-BAT-COUNT
               or WS-BAT-FOUND-SUB > zero
           .
       CHECK-BATCH-ENTRY.
           if WS-BAT-BATCH-ID (WS-BAT-SUB) = MNT-BULK-BATCH-ID
               move WS-BAT-SUB to WS-BAT-FOUND-SUB
           end-if
           .
       CARRY-PENDING-FORWARD.
           write PENDING-TRAN-RECORD from WORK-PENDING-RECORD
           if not NEW-PENDING-OK
           perform CHECK-UNUSED-CARD
               varying WS-APV-SUB from 1 by 1
               until WS-APV-SUB > WS-APV-COUNT
           perform REPORT-BATCH-DECISION
               varying WS-BAT-SUB from 1 by 1
               until WS-BAT-SUB > WS-BAT-COUNT
           .
       REPORT-BATCH-DECISION.
      * a batch card that found no item of its batch - a second card
      * for a batch already decided, or a batch id mistyped - is
      * unmatched like any other card
           if WS-BAT-ITEMS (WS-BAT-SUB) = zero
               move WS-BAT-BATCH-ID (WS-BAT-SUB) to WS-UM-KEY
               perform PRINT-UNMATCHED-LINE
               add 1 to WS-STAT-UNMATCHED-CARDS
           else
               move WS-BAT-BATCH-ID (WS-BAT-SUB) to WS-BL-BATCH-ID
               move WS-BAT-DISPOSITION (WS-BAT-SUB)
                 to WS-BL-DISPOSITION
               move WS-BAT-ITEMS (WS-BAT-SUB) to WS-BL-ITEMS
               move WS-BAT-CHECKER (WS-BAT-SUB) to WS-BL-CHECKER
               perform PRINT-BATCH-LINE
           end-if
           .
       CHECK-UNUSED-CARD.
           if not WS-APV-USED (WS-APV-SUB)
           move MNT-KEY-X to WS-IT-KEY
           move MNT-MAKER-ID to WS-IT-MAKER
           move WPD-AGE-CYCLES to WS-IT-AGE
           if MNT-FROM-BULK
               move MNT-BULK-BATCH-ID to WS-IT-BATCH-ID
           else
               move spaces to WS-IT-BATCH-ID
           end-if
           write PRINT-RECORD from WS-REPORT-ITEM-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
      * a dormant-account purge carries the master it would remove,
      * so the checker sees the account as well as the key
           if MNT-ADD or MNT-CHANGE
               or (MNT-DELETE and MNT-FROM-PURGE)
               move MNT-ACCOUNT-STATUS to WS-IA-ACCOUNT-STATUS
               move MNT-OPEN-DATE-X to WS-IA-OPEN-DATE
               move MNT-CLOSE-DATE-X to WS-IA-CLOSE-DATE
               move MNT-OWNING-REGION to WS-IA-OWNING-REGION
               write PRINT-RECORD from WS-REPORT-ACCOUNT-LINE
                   after advancing 1
               add 1 to WS-LINE-COUNT
           end-if
           .
       PRINT-UNMATCHED-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-BATCH-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-BATCH-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-REPORT-TRAILER.
           move WS-STAT-APPROVED to WS-RT-APPROVED
           move WS-STAT-REJECTED to WS-RT-REJECTED
