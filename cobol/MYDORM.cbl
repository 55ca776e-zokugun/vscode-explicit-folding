      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYDORM.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select CONTROL-CARD-FICHIER assign to UT-S-DRC
                organization is sequential
                file status is WS-CARD-STATUS.
            select CONFIRM-CARD-FICHIER assign to UT-S-PCF
                organization is sequential
                file status is WS-CONFIRM-STATUS.
            select OLD-PENDING-FICHIER assign to UT-S-OPN
                organization is sequential
                file status is WS-OLD-PENDING-STATUS.
            select MASTER-FICHIER assign to UT-S-MST
                organization is sequential
                file status is WS-MASTER-STATUS.
            select AUDIT-HISTORY assign to AUDHIST
                organization is indexed
                access is dynamic
                record key is AHX-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select ARCHIVE-FICHIER assign to UT-S-ARC
                organization is sequential
                file status is WS-ARCHIVE-STATUS.
            select MAINT-HISTORY assign to MNTHIST
                organization is indexed
                access is dynamic
                record key is MHX-HISTORY-KEY
                file status is WS-MAINT-STATUS.
            select REVIEW-WORK-FICHIER assign to UT-S-DWK
                organization is sequential
                file status is WS-REVIEW-STATUS.
            select PURGE-PENDING-FICHIER assign to UT-S-PND
                organization is sequential
                file status is WS-PENDING-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select KEY-TRI assign to UT-S-TRI.
            select REVIEW-TRI assign to UT-S-TRR.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy DRMCARD.
       FD  CONFIRM-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy PRGCONF.
      * the items already waiting on the approval gate - a key with
      * one of those takes no purge this run
       FD  OLD-PENDING-FICHIER
           block contains 0 records
           recording mode is F.
           copy PNDTRAN
               replacing ==PENDING-TRAN-RECORD==
                      by ==OLD-PENDING-RECORD==,
                 leading ==PND==
                      by ==OPN==.
       FD  MASTER-FICHIER
           block contains 0 records
           recording mode is F.
           copy MASTERREC.
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
       FD  MAINT-HISTORY.
           copy MNTHIST.
      * one dormant master as the key pass found it, held between
      * the key pass and the regional listing
       FD  REVIEW-WORK-FICHIER
           block contains 0 records
           recording mode is F.
       01  REVIEW-WORK-RECORD.
           05  RVW-REGION              PIC X(2).
           05  RVW-KEY                 PIC 9(6).
           05  RVW-ACCOUNT-STATUS      PIC X(1).
           05  RVW-CLOSE-DATE          PIC X(8).
           05  RVW-LAST-POSTED         PIC 9(8).
           05  RVW-LAST-MAINT          PIC 9(8).
           05  RVW-NET-AMOUNT          PIC S9(9)V99.
           05  RVW-ACTION              PIC X(15).
           05  FILLER                  PIC X(21).
       FD  PURGE-PENDING-FICHIER
           block contains 0 records
           recording mode is F.
           copy PNDTRAN.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
      * everything known about a master key, from whichever file it
      * was found in, sorted so each key's rows come back together
       SD  KEY-TRI.
       01  KTR-RECORD.
           05  KTR-KEY                 PIC 9(6).
           05  KTR-SOURCE              PIC X(1).
               88  KTR-FROM-POSTING    VALUE 'A'.
               88  KTR-FROM-MAINT      VALUE 'H'.
               88  KTR-FROM-MASTER     VALUE 'M'.
           05  KTR-DATE                PIC 9(8).
           05  KTR-AMOUNT              PIC S9(9)V99.
           05  KTR-FUNCTION            PIC X(1).
           05  KTR-MASTER-DATA         PIC X(74).
       SD  REVIEW-TRI.
       01  RVT-RECORD.
           05  RVT-REGION              PIC X(2).
           05  RVT-KEY                 PIC 9(6).
           05  RVT-DATA                PIC X(72).
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-PENDING-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MASTERS-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-ARCHIVE-READ     PIC 9(9) VALUE ZERO.
           05  WS-STAT-MAINT-READ       PIC 9(9) VALUE ZERO.
           05  WS-STAT-DORMANT-LISTED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-PURGES-RAISED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-PURGES-REFUSED   PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-CONTROL-CARDS VALUE 'Y'.
           05  WS-CARD-VALID-SW        PIC X(1) VALUE 'N'.
               88  CONTROL-CARD-VALID  VALUE 'Y'.
           05  WS-CONFIRM-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-CONFIRMATIONS VALUE 'Y'.
           05  WS-OLD-PENDING-EOF-SW   PIC X(1) VALUE 'N'.
               88  END-OF-OLD-PENDING  VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-MASTER       VALUE 'Y'.
           05  WS-HISTORY-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY      VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE      VALUE 'Y'.
           05  WS-MAINT-EOF-SW         PIC X(1) VALUE 'N'.
               88  END-OF-MAINT-HISTORY VALUE 'Y'.
           05  WS-REVIEW-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-REVIEW-WORK  VALUE 'Y'.
           05  WS-KEY-TRI-EOF-SW       PIC X(1) VALUE 'N'.
               88  END-OF-KEY-TRI      VALUE 'Y'.
           05  WS-REVIEW-TRI-EOF-SW    PIC X(1) VALUE 'N'.
               88  END-OF-REVIEW-TRI   VALUE 'Y'.
       01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
           88  CARD-OK                 VALUE '00'.
           88  CARD-EOF                VALUE '10'.
           88  CARD-NOT-FOUND          VALUE '35'.
       01  WS-CONFIRM-STATUS           PIC X(2) VALUE '00'.
           88  CONFIRM-OK              VALUE '00'.
           88  CONFIRM-EOF             VALUE '10'.
           88  CONFIRM-NOT-FOUND       VALUE '35'.
       01  WS-OLD-PENDING-STATUS       PIC X(2) VALUE '00'.
           88  OLD-PENDING-OK          VALUE '00'.
           88  OLD-PENDING-EOF         VALUE '10'.
           88  OLD-PENDING-NOT-FOUND   VALUE '35'.
       01  WS-MASTER-STATUS            PIC X(2) VALUE '00'.
           88  MASTER-OK               VALUE '00'.
           88  MASTER-EOF              VALUE '10'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-EOF             VALUE '10'.
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE '00'.
           88  ARCHIVE-OK              VALUE '00'.
           88  ARCHIVE-EOF             VALUE '10'.
           88  ARCHIVE-NOT-FOUND       VALUE '35'.
       01  WS-MAINT-STATUS             PIC X(2) VALUE '00'.
           88  MAINT-OK                VALUE '00'.
           88  MAINT-EOF               VALUE '10'.
       01  WS-REVIEW-STATUS            PIC X(2) VALUE '00'.
           88  REVIEW-OK               VALUE '00'.
           88  REVIEW-EOF              VALUE '10'.
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
      * the review period off the control card, and the date it
      * reaches back to - the same day of the month N months ago,
      * pulled back to the 28th where that month is shorter
       01  WS-REVIEW-PARAMETERS.
           05  WS-MONTHS-BACK          PIC 9(3) VALUE ZERO.
           05  WS-MONTH-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-CUTOFF-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-CUTOFF-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
               10  WS-CO-YYYY          PIC 9(4).
               10  WS-CO-MM            PIC 9(2).
               10  WS-CO-DD            PIC 9(2).
      * data control's purge confirmations, loaded whole so the key
      * pass can look each master up as it goes by
       01  WS-CONFIRM-TABLE.
           05  WS-CNF-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-CNF-SUB              PIC 9(3) VALUE ZERO.
           05  WS-CNF-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05  WS-CNF-ENTRY occurs 500 times.
               10  WS-CNF-KEY          PIC 9(6).
               10  WS-CNF-CONFIRMER    PIC X(8).
               10  WS-CNF-USED-SW      PIC X(1).
                   88  WS-CNF-USED     VALUE 'Y'.
      * the keys with an item already pending, from the pending
      * generation the approval gate will read next
       01  WS-PENDING-KEYS.
           05  WS-PKY-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-PKY-SUB              PIC 9(4) VALUE ZERO.
           05  WS-PKY-FOUND-SUB        PIC 9(4) VALUE ZERO.
           05  WS-PKY-ENTRY occurs 2000 times.
               10  WS-PKY-KEY          PIC X(6).
      * one master key gathered as it comes back from the sort. the
      * net is every posting the history holds for the key, cluster
      * and archive alike - what the account still has outstanding
       01  WS-KEY-SUMMARY.
           05  WS-PREV-KEY             PIC 9(6) VALUE ZERO.
           05  WS-KEY-ROWS             PIC 9(7) VALUE ZERO.
           05  WS-KEY-MASTER-SW        PIC X(1) VALUE 'N'.
               88  KEY-ON-MASTER       VALUE 'Y'.
           05  WS-KEY-LAST-POSTED      PIC 9(8) VALUE ZERO.
           05  WS-KEY-LAST-ADDED       PIC 9(8) VALUE ZERO.
           05  WS-KEY-LAST-MAINT       PIC 9(8) VALUE ZERO.
           05  WS-KEY-NET-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05  WS-KEY-ACTIVE-DATE      PIC 9(8) VALUE ZERO.
           05  WS-KEY-ACTION           PIC X(15) VALUE SPACES.
      * the master as the key pass found it - its data area is what
      * the purge delete carries for the checker to see
           copy MASTERREC
               replacing ==MASTER-RECORD==
                      by ==KEY-MASTER-RECORD==,
                 leading ==MST==
                      by ==KMS==.
      * the delete a confirmed purge raises, built here and written
      * inside a pending item
           copy MNTTRAN.
       01  WS-REGION-CONTROLS.
           05  WS-PREV-REGION          PIC X(2) VALUE SPACES.
           05  WS-REGION-LISTED        PIC 9(7) VALUE ZERO.
           05  WS-REGION-STARTED-SW    PIC X(1) VALUE 'N'.
               88  REGION-STARTED      VALUE 'Y'.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYDORM - DORMANT ACCT REVIEW'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-PARAMETER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               'NO POSTING IN MONTHS: '.
           05  WS-PL-MONTHS            PIC ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '   LAST POSTED BY '.
           05  WS-PL-CUTOFF-DATE       PIC 9(4)/99/99.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               '    KEY ST  CLOSED     LAST POST  LAST M'.
           05  FILLER                  PIC X(40) VALUE
               'AINT       NET OWED  ACTION             '.
       01  WS-REPORT-REGION-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'OWNING REGION '.
           05  WS-RL-REGION            PIC X(20).
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-KEY               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-CLOSE-DATE        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-LAST-POSTED       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-LAST-MAINT        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-NET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-ACTION            PIC X(15).
      * an 8-digit date edited for the listing - zero prints NONE
       01  WS-EDIT-DATE-IN             PIC 9(8) VALUE ZERO.
       01  WS-EDIT-DATE-OUT            PIC 9(4)/99/99.
       01  WS-EDIT-DATE-TEXT           PIC X(10) VALUE SPACES.
       01  WS-REPORT-COUNT-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-REPORT-CONFIRM-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               'CONFIRMATION FOR KEY  '.
           05  WS-CF-KEY               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CF-REASON            PIC X(30).
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           move function current-date to WS-CURRENT-DATE-TIME
           move WS-CD-YYYY to WS-RUN-DATE-NUM (1:4)
           move WS-CD-MM   to WS-RUN-DATE-NUM (5:2)
           move WS-CD-DD   to WS-RUN-DATE-NUM (7:2)
           perform READ-CONTROL-CARD
           if not CONTROL-CARD-VALID
               move 8 to WS-FINAL-RETURN-CODE
               perform END-OF-RUN
           end-if
           perform COMPUTE-CUTOFF-DATE
           perform LOAD-CONFIRMATIONS
           perform LOAD-PENDING-KEYS
           perform PRINT-REPORT-HEADER
           open input AUDIT-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           open input MAINT-HISTORY
           if not MAINT-OK
               perform MAINT-HISTORY-ERROR
           end-if
           open output REVIEW-WORK-FICHIER
           if not REVIEW-OK
               perform REVIEW-WORK-ERROR
           end-if
           open output PURGE-PENDING-FICHIER
           if not PENDING-OK
               perform PURGE-PENDING-ERROR
           end-if
      * every master, every posting and every maintenance row go in
      * by key; each master comes back with all it is known by
           sort KEY-TRI
               ascending key KTR-KEY
               ascending key KTR-SOURCE
               input procedure GATHER-KEYS
               output procedure SUMMARIZE-KEYS
           close AUDIT-HISTORY
           close MAINT-HISTORY
           close REVIEW-WORK-FICHIER
           close PURGE-PENDING-FICHIER
      * the dormant masters come back round by owning region for
      * the reviewers
           sort REVIEW-TRI
               ascending key RVT-REGION
               ascending key RVT-KEY
               input procedure REVIEW-IN
               output procedure REVIEW-OUT
           perform REPORT-UNUSED-CONFIRMATIONS
           perform PRINT-REVIEW-TOTALS
           perform END-OF-RUN.
       READ-CONTROL-CARD.
      * the first non-blank card is the review's. without a usable
      * period nothing is listed or purged - the run ends RC 8
      * rather than guess how long dormant is
           open input CONTROL-CARD-FICHIER
           if CARD-NOT-FOUND
               display "MYDORM - NO CONTROL CARD - NOTHING REVIEWED"
           else
               if not CARD-OK
                   perform CARD-ERROR
               end-if
               perform READ-CARD-RECORD
               perform until END-OF-CONTROL-CARDS
                   or DORMANT-CONTROL-CARD not = spaces
                   perform READ-CARD-RECORD
               end-perform
               if END-OF-CONTROL-CARDS
                   display "MYDORM - NO CONTROL CARD - NOTHING "
                       "REVIEWED"
               else
                   if DRC-MONTHS-X is not numeric
                       or DRC-MONTHS = zero
                       display "MYDORM - CONTROL CARD REJECTED - "
                           "MONTHS NOT NUMERIC OR ZERO"
                   else
                       move DRC-MONTHS to WS-MONTHS-BACK
                       set CONTROL-CARD-VALID to true
                   end-if
               end-if
               close CONTROL-CARD-FICHIER
           end-if
           .
       READ-CARD-RECORD.
           read CONTROL-CARD-FICHIER
               at end set END-OF-CONTROL-CARDS to true
           end-read
           if not CARD-OK and not CARD-EOF
               perform CARD-ERROR
           end-if
           .
       COMPUTE-CUTOFF-DATE.
           compute WS-MONTH-COUNT =
               WS-CD-YYYY * 12 + WS-CD-MM - 1 - WS-MONTHS-BACK
           divide WS-MONTH-COUNT by 12
               giving WS-CUTOFF-YEAR
               remainder WS-CUTOFF-MONTH
           move WS-CUTOFF-YEAR to WS-CO-YYYY
           compute WS-CO-MM = WS-CUTOFF-MONTH + 1
           if WS-CD-DD > 28
               move 28 to WS-CO-DD
           else
               move WS-CD-DD to WS-CO-DD
           end-if
           display "MYDORM - NO POSTING SINCE " WS-CUTOFF-DATE
               " IS DORMANT"
           .
       LOAD-CONFIRMATIONS.
      * no confirmations is an ordinary review - the listing goes to
      * the regions and nothing is purged
           open input CONFIRM-CARD-FICHIER
           if CONFIRM-NOT-FOUND
               display "MYDORM - NO PURGE CONFIRMATIONS - REVIEW ONLY"
               set END-OF-CONFIRMATIONS to true
           else
               if not CONFIRM-OK
                   perform CONFIRM-CARD-ERROR
               end-if
               perform READ-CONFIRM-CARD
           end-if
           perform until END-OF-CONFIRMATIONS
               evaluate true
                   when PURGE-CONFIRM-CARD = spaces
                       continue
      * a confirmation must name who gave it - the purge it raises
      * carries that id as maker, and dual control cannot bite on
      * a blank
                   when PCF-KEY-X is not numeric
                       or PCF-CONFIRMER-ID = spaces
                       display "MYDORM - BAD CONFIRMATION CARD '"
                           PURGE-CONFIRM-CARD (1:14) "' IGNORED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when WS-CNF-COUNT < 500
                       add 1 to WS-CNF-COUNT
                       move PCF-KEY to WS-CNF-KEY (WS-CNF-COUNT)
                       move PCF-CONFIRMER-ID
                         to WS-CNF-CONFIRMER (WS-CNF-COUNT)
                       move 'N' to WS-CNF-USED-SW (WS-CNF-COUNT)
                   when other
                       display "MYDORM - CONFIRMATION TABLE FULL - "
                           "CARD FOR KEY " PCF-KEY " DROPPED"
                       move 4 to WS-FINAL-RETURN-CODE
               end-evaluate
               perform READ-CONFIRM-CARD
           end-perform
           if not CONFIRM-NOT-FOUND
               close CONFIRM-CARD-FICHIER
           end-if
           .
       READ-CONFIRM-CARD.
           read CONFIRM-CARD-FICHIER
               at end set END-OF-CONFIRMATIONS to true
           end-read
           if not CONFIRM-OK and not CONFIRM-EOF
               perform CONFIRM-CARD-ERROR
           end-if
           .
       LOAD-PENDING-KEYS.
      * one item per key on the pending cluster - a purge for a key
      * with a change or delete already pending would be overwritten
      * when the cluster reloads and the two could not both be
      * decided. no pending generation at all is simply nothing
      * pending
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
               if WS-PKY-COUNT < 2000
                   add 1 to WS-PKY-COUNT
                   move MNT-KEY-X to WS-PKY-KEY (WS-PKY-COUNT)
               else
                   display "MYDORM - PENDING KEY TABLE FULL - "
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
       REPORT-UNUSED-CONFIRMATIONS.
      * a confirmation for a key the master no longer holds raised
      * nothing - the reviewer should know it was not acted on
           perform CHECK-UNUSED-CONFIRMATION
               varying WS-CNF-SUB from 1 by 1
               until WS-CNF-SUB > WS-CNF-COUNT
           .
       CHECK-UNUSED-CONFIRMATION.
           if not WS-CNF-USED (WS-CNF-SUB)
               move WS-CNF-KEY (WS-CNF-SUB) to WS-CF-KEY
               move 'NOT ON MASTER - NOTHING RAISED' to WS-CF-REASON
               perform PRINT-CONFIRM-LINE
               add 1 to WS-STAT-PURGES-REFUSED
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move WS-MONTHS-BACK to WS-PL-MONTHS
           move WS-CUTOFF-DATE to WS-PL-CUTOFF-DATE
           write PRINT-RECORD from WS-REPORT-PARAMETER-LINE
               after advancing 1
           write PRINT-RECORD from WS-REPORT-COLUMN-LINE
               after advancing 2
           move 4 to WS-LINE-COUNT
           .
       PRINT-REGION-LINE.
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-REGION-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
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
       PRINT-CONFIRM-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-CONFIRM-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-REVIEW-TOTALS.
           move spaces to WS-REPORT-COUNT-LINE
           move 'MASTERS EXAMINED' to WS-CL-LABEL
           move WS-STAT-MASTERS-READ to WS-CL-COUNT
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           move 'DORMANT MASTERS LISTED' to WS-CL-LABEL
           move WS-STAT-DORMANT-LISTED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'PURGES RAISED FOR APPROVAL' to WS-CL-LABEL
           move WS-STAT-PURGES-RAISED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'CONFIRMATIONS NOT ACTED ON' to WS-CL-LABEL
           move WS-STAT-PURGES-REFUSED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           .
       CARD-ERROR.
           display "MYDORM - CONTROL-CARD I/O ERROR - STATUS = "
               WS-CARD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       CONFIRM-CARD-ERROR.
           display "MYDORM - CONFIRM-CARD I/O ERROR - STATUS = "
               WS-CONFIRM-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       OLD-PENDING-ERROR.
           display "MYDORM - OLD-PENDING I/O ERROR - STATUS = "
               WS-OLD-PENDING-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MASTER-ERROR.
           display "MYDORM - MASTER-FICHIER I/O ERROR - STATUS = "
               WS-MASTER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYDORM - AUDIT-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ARCHIVE-ERROR.
           display "MYDORM - ARCHIVE-FICHIER I/O ERROR - STATUS = "
               WS-ARCHIVE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MAINT-HISTORY-ERROR.
           display "MYDORM - MAINT-HISTORY I/O ERROR - STATUS = "
               WS-MAINT-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       REVIEW-WORK-ERROR.
           display "MYDORM - REVIEW-WORK I/O ERROR - STATUS = "
               WS-REVIEW-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PURGE-PENDING-ERROR.
           display "MYDORM - PURGE-PENDING I/O ERROR - STATUS = "
               WS-PENDING-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYDORM - RUN STATISTICS"
           display "  MONTHS / CUTOFF:    " WS-MONTHS-BACK
               " / " WS-CUTOFF-DATE
           display "  PENDING ITEMS READ: " WS-STAT-PENDING-READ
           display "  MASTERS READ:       " WS-STAT-MASTERS-READ
           display "  HISTORY ROWS:       " WS-STAT-HISTORY-READ
           display "  ARCHIVE ROWS:       " WS-STAT-ARCHIVE-READ
           display "  MAINT HISTORY ROWS: " WS-STAT-MAINT-READ
           display "  CONFIRMATIONS:      " WS-CNF-COUNT
           display "  DORMANT LISTED:     " WS-STAT-DORMANT-LISTED
           display "  PURGES RAISED:      " WS-STAT-PURGES-RAISED
           display "  NOT ACTED ON:       " WS-STAT-PURGES-REFUSED
           .
       GATHER-KEYS SECTION.
       GATHER-KEYS-START.
           perform GATHER-MASTER
           perform GATHER-HISTORY
           perform GATHER-ARCHIVE
           perform GATHER-MAINT-HISTORY
           .
       SUMMARIZE-KEYS SECTION.
       SUMMARIZE-KEYS-START.
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
       REVIEW-IN SECTION.
       REVIEW-IN-START.
           open input REVIEW-WORK-FICHIER
           if not REVIEW-OK
               perform REVIEW-WORK-ERROR
           end-if
           perform READ-REVIEW-WORK
           perform until END-OF-REVIEW-WORK
               move RVW-REGION to RVT-REGION
               move RVW-KEY to RVT-KEY
               move REVIEW-WORK-RECORD (9:72) to RVT-DATA
               release RVT-RECORD
               perform READ-REVIEW-WORK
           end-perform
           close REVIEW-WORK-FICHIER
           .
       REVIEW-OUT SECTION.
       REVIEW-OUT-START.
           perform RETURN-REVIEW-TRI
           perform until END-OF-REVIEW-TRI
               if not REGION-STARTED
                   or RVT-REGION not = WS-PREV-REGION
                   perform START-REGION
               end-if
               perform LIST-DORMANT-MASTER
               perform RETURN-REVIEW-TRI
           end-perform
           if REGION-STARTED
               perform CLOSE-REGION
           end-if
           .
       SUPPORT SECTION.
       GATHER-MASTER.
      * the master generation the nightly maintenance last wrote -
      * the same data the keyed cluster was loaded from
           open input MASTER-FICHIER
           if not MASTER-OK
               perform MASTER-ERROR
           end-if
           perform READ-MASTER-RECORD
           perform until END-OF-MASTER
               move spaces to KTR-RECORD
               move MST-KEY to KTR-KEY
               set KTR-FROM-MASTER to true
               move zero to KTR-DATE
               move zero to KTR-AMOUNT
               move MST-DATA to KTR-MASTER-DATA
               release KTR-RECORD
               perform READ-MASTER-RECORD
           end-perform
           close MASTER-FICHIER
           .
       READ-MASTER-RECORD.
           read MASTER-FICHIER
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
      * a posting is any row that moved money - a cancelled
      * warehouse item never posted. rows from before the amount
      * was carried count toward the date but not the net
           perform READ-NEXT-HISTORY
           perform until END-OF-HISTORY
               if AHX-DISPOSITION = 'PROCESSED' or 'RELEASED'
                   or 'EFFECTIVE' or 'REVERSED' or 'ADJUSTED'
                   move spaces to KTR-RECORD
                   move AHX-KEY to KTR-KEY
                   set KTR-FROM-POSTING to true
                   move AHX-TS-DATE to KTR-DATE
                   if AHX-AMOUNT is numeric
                       move AHX-AMOUNT to KTR-AMOUNT
                   else
                       move zero to KTR-AMOUNT
                   end-if
                   release KTR-RECORD
               end-if
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
      * what the retention run retired still counts - a key whose
      * postings have all been archived is dormant, but its money
      * is no less outstanding. none is not an error
           open input ARCHIVE-FICHIER
           if ARCHIVE-NOT-FOUND
               display "MYDORM - NO AUDIT ARCHIVE - CLUSTER ONLY"
           else
               if not ARCHIVE-OK
                   perform ARCHIVE-ERROR
               end-if
               perform READ-ARCHIVE-RECORD
               perform until END-OF-ARCHIVE
                   if ARC-DISPOSITION = 'PROCESSED' or 'RELEASED'
                       or 'EFFECTIVE' or 'REVERSED' or 'ADJUSTED'
                       move spaces to KTR-RECORD
                       move ARC-KEY to KTR-KEY
                       set KTR-FROM-POSTING to true
                       move ARC-TS-DATE to KTR-DATE
                       if ARC-AMOUNT is numeric
                           move ARC-AMOUNT to KTR-AMOUNT
                       else
                           move zero to KTR-AMOUNT
                       end-if
                       release KTR-RECORD
                   end-if
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
      * the maintenance history says when a master was added - an
      * account opened inside the period with nothing posted yet is
      * new, not dormant - and when it was last touched at all
           perform READ-NEXT-MAINT-HISTORY
           perform until END-OF-MAINT-HISTORY
               move spaces to KTR-RECORD
               move MHX-KEY to KTR-KEY
               set KTR-FROM-MAINT to true
               move MHX-RUN-DATE to KTR-DATE
               move zero to KTR-AMOUNT
               move MHX-FUNCTION to KTR-FUNCTION
               release KTR-RECORD
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
                   move KTR-KEY to KMS-KEY
                   move KTR-MASTER-DATA to KMS-DATA
               when KTR-FROM-POSTING
                   add KTR-AMOUNT to WS-KEY-NET-AMOUNT
                   if KTR-DATE > WS-KEY-LAST-POSTED
                       move KTR-DATE to WS-KEY-LAST-POSTED
                   end-if
               when other
                   if KTR-DATE > WS-KEY-LAST-MAINT
                       move KTR-DATE to WS-KEY-LAST-MAINT
                   end-if
                   if KTR-FUNCTION = 'A'
                       and KTR-DATE > WS-KEY-LAST-ADDED
                       move KTR-DATE to WS-KEY-LAST-ADDED
                   end-if
           end-evaluate
           .
       CLOSE-KEY.
      * only a key still on the master is reviewed - history for a
      * key already deleted is just history. the account's last
      * sign of life is its latest posting, its latest add, or its
      * open date, whichever is latest
           if KEY-ON-MASTER
               move WS-KEY-LAST-POSTED to WS-KEY-ACTIVE-DATE
               if WS-KEY-LAST-ADDED > WS-KEY-ACTIVE-DATE
                   move WS-KEY-LAST-ADDED to WS-KEY-ACTIVE-DATE
               end-if
               if KMS-OPEN-DATE-X is numeric
                   and KMS-OPEN-DATE > WS-KEY-ACTIVE-DATE
                   move KMS-OPEN-DATE to WS-KEY-ACTIVE-DATE
               end-if
               perform FIND-CONFIRMATION
               move spaces to WS-KEY-ACTION
               if WS-KEY-ACTIVE-DATE < WS-CUTOFF-DATE
                   if WS-CNF-FOUND-SUB > zero
                       perform DECIDE-PURGE
                   end-if
                   perform WRITE-REVIEW-WORK
               else
                   if WS-CNF-FOUND-SUB > zero
                       move 'NOT DORMANT' to WS-KEY-ACTION
                       perform REFUSE-PURGE
                       perform WRITE-REVIEW-WORK
                   end-if
               end-if
           end-if
           move zero to WS-KEY-ROWS
           move 'N' to WS-KEY-MASTER-SW
           move zero to WS-KEY-LAST-POSTED
           move zero to WS-KEY-LAST-ADDED
           move zero to WS-KEY-LAST-MAINT
           move zero to WS-KEY-NET-AMOUNT
           move zero to WS-KEY-ACTIVE-DATE
           .
       FIND-CONFIRMATION.
           move zero to WS-CNF-FOUND-SUB
           perform CHECK-CONFIRMATION-ENTRY
               varying WS-CNF-SUB from 1 by 1
               until WS-CNF-SUB > WS-CNF-COUNT
               or WS-CNF-FOUND-SUB > zero
           if WS-CNF-FOUND-SUB > zero
               set WS-CNF-USED (WS-CNF-FOUND-SUB) to true
           end-if
           .
       CHECK-CONFIRMATION-ENTRY.
           if WS-CNF-KEY (WS-CNF-SUB) = WS-PREV-KEY
               move WS-CNF-SUB to WS-CNF-FOUND-SUB
           end-if
           .
       DECIDE-PURGE.
      * confirmed closed is not enough on its own - the master must
      * read closed too, and nothing may be left outstanding, or the
      * money would lose the only record of whose it is. a key with
      * an item already waiting on the gate takes no purge until
      * that item is decided
           perform FIND-PENDING-KEY
           evaluate true
               when not KMS-ACCOUNT-CLOSED
                   move 'NOT CLOSED' to WS-KEY-ACTION
                   perform REFUSE-PURGE
               when WS-KEY-NET-AMOUNT not = zero
                   move 'NET NOT ZERO' to WS-KEY-ACTION
                   perform REFUSE-PURGE
               when WS-PKY-FOUND-SUB > zero
                   move 'ALREADY PENDING' to WS-KEY-ACTION
                   perform REFUSE-PURGE
               when other
                   move 'PURGE RAISED' to WS-KEY-ACTION
                   perform RAISE-PURGE
           end-evaluate
           .
       FIND-PENDING-KEY.
           move zero to WS-PKY-FOUND-SUB
           perform CHECK-PENDING-KEY
               varying WS-PKY-SUB from 1 by 1
               until WS-PKY-SUB > WS-PKY-COUNT
               or WS-PKY-FOUND-SUB > zero
           .
       CHECK-PENDING-KEY.
           if WS-PKY-KEY (WS-PKY-SUB) = WS-PREV-KEY
               move WS-PKY-SUB to WS-PKY-FOUND-SUB
           end-if
           .
       REFUSE-PURGE.
           add 1 to WS-STAT-PURGES-REFUSED
           display "MYDORM - PURGE OF KEY " WS-PREV-KEY
               " NOT RAISED - " WS-KEY-ACTION
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       RAISE-PURGE.
      * the purge goes through the same gate as any other delete -
      * it lands pending under the confirmer's id, a second user
      * approves or rejects it, and MYMAINT takes the master off
      * and keeps its before-image. the master data rides in the
      * delete so the checker sees what is going
           move spaces to MAINT-TRAN-RECORD
           set MNT-DELETE to true
           move WS-PREV-KEY to MNT-KEY
           move KMS-DATA to MNT-DATA
           set MNT-FROM-PURGE to true
           move WS-CNF-CONFIRMER (WS-CNF-FOUND-SUB) to MNT-MAKER-ID
           move spaces to PENDING-TRAN-RECORD
           move MAINT-TRAN-RECORD to PND-TRAN-IMAGE
           set PND-PENDING to true
           move WS-RUN-DATE-NUM to PND-ENTERED-DATE
           move zero to PND-AGE-CYCLES
           move spaces to PND-CHECKER-ID
           write PENDING-TRAN-RECORD
           if not PENDING-OK
               perform PURGE-PENDING-ERROR
           end-if
           add 1 to WS-STAT-PURGES-RAISED
           .
       WRITE-REVIEW-WORK.
           move spaces to REVIEW-WORK-RECORD
           move KMS-OWNING-REGION to RVW-REGION
           move WS-PREV-KEY to RVW-KEY
           move KMS-ACCOUNT-STATUS to RVW-ACCOUNT-STATUS
           move KMS-CLOSE-DATE-X to RVW-CLOSE-DATE
           move WS-KEY-LAST-POSTED to RVW-LAST-POSTED
           move WS-KEY-LAST-MAINT to RVW-LAST-MAINT
           move WS-KEY-NET-AMOUNT to RVW-NET-AMOUNT
           move WS-KEY-ACTION to RVW-ACTION
           write REVIEW-WORK-RECORD
           if not REVIEW-OK
               perform REVIEW-WORK-ERROR
           end-if
           .
       READ-REVIEW-WORK.
           read REVIEW-WORK-FICHIER
               at end set END-OF-REVIEW-WORK to true
           end-read
           if not REVIEW-OK and not REVIEW-EOF
               perform REVIEW-WORK-ERROR
           end-if
           .
       RETURN-REVIEW-TRI.
           return REVIEW-TRI
               at end set END-OF-REVIEW-TRI to true
           end-return
           .
       START-REGION.
           if REGION-STARTED
               perform CLOSE-REGION
           end-if
           set REGION-STARTED to true
           move RVT-REGION to WS-PREV-REGION
           move zero to WS-REGION-LISTED
           if RVT-REGION = spaces
               move 'NONE - ANY REGION' to WS-RL-REGION
           else
               move RVT-REGION to WS-RL-REGION
           end-if
           perform PRINT-REGION-LINE
           .
       CLOSE-REGION.
           move spaces to WS-REPORT-COUNT-LINE
           move 'MASTERS LISTED FOR REGION' to WS-CL-LABEL
           move WS-REGION-LISTED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           .
       LIST-DORMANT-MASTER.
           move RVT-REGION to REVIEW-WORK-RECORD (1:2)
           move RVT-KEY to RVW-KEY
           move RVT-DATA to REVIEW-WORK-RECORD (9:72)
           move spaces to WS-REPORT-DETAIL-LINE
           move RVW-KEY to WS-DL-KEY
           move RVW-ACCOUNT-STATUS to WS-DL-STATUS
           if RVW-CLOSE-DATE is numeric
               move RVW-CLOSE-DATE to WS-EDIT-DATE-IN
           else
               move zero to WS-EDIT-DATE-IN
           end-if
           perform EDIT-LISTING-DATE
           move WS-EDIT-DATE-TEXT to WS-DL-CLOSE-DATE
           move RVW-LAST-POSTED to WS-EDIT-DATE-IN
           perform EDIT-LISTING-DATE
           move WS-EDIT-DATE-TEXT to WS-DL-LAST-POSTED
           move RVW-LAST-MAINT to WS-EDIT-DATE-IN
           perform EDIT-LISTING-DATE
           move WS-EDIT-DATE-TEXT to WS-DL-LAST-MAINT
           move RVW-NET-AMOUNT to WS-DL-NET-AMOUNT
           move RVW-ACTION to WS-DL-ACTION
           perform PRINT-DETAIL-LINE
           add 1 to WS-REGION-LISTED
           add 1 to WS-STAT-DORMANT-LISTED
           .
       EDIT-LISTING-DATE.
           if WS-EDIT-DATE-IN = zero
               move 'NONE' to WS-EDIT-DATE-TEXT
           else
               move WS-EDIT-DATE-IN to WS-EDIT-DATE-OUT
               move WS-EDIT-DATE-OUT to WS-EDIT-DATE-TEXT
           end-if
           .
