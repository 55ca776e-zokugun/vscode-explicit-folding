      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYACCR.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select USER-CARD-FICHIER assign to UT-S-USR
                organization is sequential
                file status is WS-USER-STATUS.
            select ACCESS-LOG-FICHIER assign to UT-S-ACL
                organization is sequential
                file status is WS-LOG-STATUS.
            select MASTER-FICHIER assign to MSTVSAM
                organization is indexed
                access is dynamic
                record key is MST-KEY
                file status is WS-MASTER-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
            select ACCESS-TRI assign to UT-S-TRI.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy USRREGN.
       FD  ACCESS-LOG-FICHIER
           block contains 0 records
           recording mode is F.
           copy ACCLOG.
       FD  MASTER-FICHIER.
           copy MASTERREC.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
      * the night's log in user, date and time order
       SD  ACCESS-TRI.
           copy ACCLOG
               replacing ==ACCESS-LOG-RECORD==
                      by ==ACCESS-TRI-RECORD==,
                 leading ==ACL==
                      by ==ATR==.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-LOG-READ         PIC 9(9) VALUE ZERO.
           05  WS-STAT-USERS-LISTED     PIC 9(9) VALUE ZERO.
           05  WS-STAT-USERS-FLAGGED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-OUT-OF-REGION    PIC 9(9) VALUE ZERO.
           05  WS-STAT-DAYS-OVER        PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-USER-EOF-SW          PIC X(1) VALUE 'N'.
               88  END-OF-USER-CARDS   VALUE 'Y'.
           05  WS-USER-DECK-SW         PIC X(1) VALUE 'N'.
               88  USER-DECK-PRESENT   VALUE 'Y'.
           05  WS-LOG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-LOG          VALUE 'Y'.
           05  WS-TRI-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-ACCESS-TRI   VALUE 'Y'.
           05  WS-OUT-OF-REGION-SW     PIC X(1) VALUE 'N'.
               88  VIEW-OUT-OF-REGION  VALUE 'Y'.
           05  WS-RANGE-EOF-SW         PIC X(1) VALUE 'N'.
               88  END-OF-VIEW-RANGE   VALUE 'Y'.
       01  WS-USER-STATUS              PIC X(2) VALUE '00'.
           88  USER-OK                 VALUE '00'.
           88  USER-EOF                VALUE '10'.
           88  USER-NOT-FOUND          VALUE '35'.
       01  WS-LOG-STATUS               PIC X(2) VALUE '00'.
           88  LOG-OK                  VALUE '00'.
           88  LOG-EOF                 VALUE '10'.
       01  WS-MASTER-STATUS            PIC X(2) VALUE '00'.
           88  MASTER-OK               VALUE '00'.
           88  MASTER-KEY-NOT-FOUND    VALUE '23'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
           05  FILLER                  PIC X(13).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
      * the security administrator's user cards, loaded whole - the
      * '********' card is the daily limit for a user with none
       01  WS-USER-TABLE.
           05  WS-USR-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-USR-SUB              PIC 9(3) VALUE ZERO.
           05  WS-USR-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05  WS-DEFAULT-LIMIT        PIC 9(5) VALUE ZERO.
           05  WS-USR-ENTRY occurs 500 times.
               10  WS-USR-USERID       PIC X(8).
               10  WS-USR-REGION       PIC X(2).
               10  WS-USR-LIMIT        PIC 9(5).
      * the user being listed, and the day being counted for them
       01  WS-USER-CONTROLS.
           05  WS-CUR-USERID           PIC X(8) VALUE SPACES.
           05  WS-CUR-REGION           PIC X(2) VALUE SPACES.
           05  WS-CUR-LIMIT            PIC 9(5) VALUE ZERO.
           05  WS-CUR-CARD-SW          PIC X(1) VALUE 'N'.
               88  CUR-USER-HAS-CARD   VALUE 'Y'.
           05  WS-CUR-VIEWS            PIC 9(7) VALUE ZERO.
           05  WS-CUR-OUT-OF-REGION    PIC 9(7) VALUE ZERO.
           05  WS-CUR-DAYS-OVER        PIC 9(5) VALUE ZERO.
           05  WS-CUR-DATE             PIC 9(8) VALUE ZERO.
           05  WS-CUR-DAY-VIEWS        PIC 9(7) VALUE ZERO.
           05  WS-USER-STARTED-SW      PIC X(1) VALUE 'N'.
               88  USER-STARTED        VALUE 'Y'.
       01  WS-VIEW-KEY                 PIC X(6) VALUE SPACES.
       01  WS-VIEW-REGION              PIC X(2) VALUE SPACES.
       01  WS-VIEW-KEY-TO              PIC 9(6) VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYACCR - ONLINE ACCESS BY USER'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE ' RUN'.
           05  WS-RH-RUN-DATE          PIC 9(4)/99/99.
       01  WS-REPORT-USER-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'USER '.
           05  WS-UL-USERID            PIC X(8).
           05  FILLER                  PIC X(9) VALUE '  REGION '.
           05  WS-UL-REGION            PIC X(12).
           05  FILLER                  PIC X(14) VALUE
               '  DAILY LIMIT '.
           05  WS-UL-LIMIT             PIC X(8).
       01  WS-REPORT-VIEW-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-VL-DATE              PIC 9(4)/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-VL-TIME              PIC 99B99B99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-TRANSID           PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-VL-TERMID            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-VL-KEY-FROM          PIC X(6).
           05  WS-VL-DASH              PIC X(1).
           05  WS-VL-KEY-TO            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               'OUT OF REGION  '.
           05  WS-VL-REGION            PIC X(2).
       01  WS-REPORT-DAY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-DY-DATE              PIC 9(4)/99/99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DY-VIEWS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
               ' VIEWS - OVER LIMIT OF'.
           05  WS-DY-LIMIT             PIC ZZ,ZZ9.
       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'VIEWS '.
           05  WS-TL-VIEWS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  OUT OF REGION '.
           05  WS-TL-OUT-OF-REGION     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  DAYS OVER LIMIT '.
           05  WS-TL-DAYS-OVER         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-FLAG              PIC X(10).
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
           perform LOAD-USER-CARDS
           open input MASTER-FICHIER
           if not MASTER-OK
               perform MASTER-ERROR
           end-if
           perform PRINT-REPORT-HEADER
           sort ACCESS-TRI
               ascending key ATR-USERID
               ascending key ATR-DATE
               ascending key ATR-TIME
               input procedure GATHER-LOG
               output procedure LIST-BY-USER
           close MASTER-FICHIER
           perform PRINT-REPORT-TOTALS
           perform END-OF-RUN.
       LOAD-USER-CARDS.
      * with no deck there is no region to hold a view against and
      * no limit - every user is listed, nothing can be flagged, and
      * the report says so by ending RC 4
           open input USER-CARD-FICHIER
           if USER-NOT-FOUND
               display "MYACCR - NO USER CARDS - NOTHING CAN BE "
                   "FLAGGED"
               move 4 to WS-FINAL-RETURN-CODE
               set END-OF-USER-CARDS to true
           else
               if not USER-OK
                   perform USER-CARD-ERROR
               end-if
               set USER-DECK-PRESENT to true
               perform READ-USER-CARD
           end-if
           perform until END-OF-USER-CARDS
               evaluate true
                   when USER-REGION-RECORD = spaces
                       continue
                   when USR-USERID = spaces
                       or USR-DAILY-LIMIT-X is not numeric
                       display "MYACCR - BAD USER CARD '"
                           USER-REGION-RECORD (1:15) "' IGNORED"
                       move 4 to WS-FINAL-RETURN-CODE
                   when USR-USERID = '********'
                       move USR-DAILY-LIMIT to WS-DEFAULT-LIMIT
                   when WS-USR-COUNT < 500
                       add 1 to WS-USR-COUNT
                       move USR-USERID to WS-USR-USERID (WS-USR-COUNT)
                       move USR-REGION to WS-USR-REGION (WS-USR-COUNT)
                       move USR-DAILY-LIMIT
                         to WS-USR-LIMIT (WS-USR-COUNT)
                   when other
                       display "MYACCR - USER TABLE FULL - CARD FOR "
                           USR-USERID " DROPPED"
                       move 4 to WS-FINAL-RETURN-CODE
               end-evaluate
               perform READ-USER-CARD
           end-perform
           if USER-DECK-PRESENT
               close USER-CARD-FICHIER
           end-if
           .
       READ-USER-CARD.
           read USER-CARD-FICHIER
               at end set END-OF-USER-CARDS to true
           end-read
           if not USER-OK and not USER-EOF
               perform USER-CARD-ERROR
           end-if
           .
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           move WS-RUN-DATE-NUM to WS-RH-RUN-DATE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move 1 to WS-LINE-COUNT
           .
       PRINT-USER-LINE.
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-USER-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-VIEW-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-VIEW-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-DAY-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-DAY-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-TOTAL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-TOTAL-LINE
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
       PRINT-REPORT-TOTALS.
           move spaces to WS-REPORT-COUNT-LINE
           move 'LOG ROWS READ' to WS-CL-LABEL
           move WS-STAT-LOG-READ to WS-CL-COUNT
           if WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-COUNT-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           move 'USERS LISTED' to WS-CL-LABEL
           move WS-STAT-USERS-LISTED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'USERS FLAGGED FOR REVIEW' to WS-CL-LABEL
           move WS-STAT-USERS-FLAGGED to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'VIEWS OUT OF REGION' to WS-CL-LABEL
           move WS-STAT-OUT-OF-REGION to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           move 'USER-DAYS OVER LIMIT' to WS-CL-LABEL
           move WS-STAT-DAYS-OVER to WS-CL-COUNT
           perform PRINT-COUNT-LINE
           .
       USER-CARD-ERROR.
           display "MYACCR - USER-CARD I/O ERROR - STATUS = "
               WS-USER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       LOG-FICHIER-ERROR.
           display "MYACCR - ACCESS-LOG-FICHIER I/O ERROR - STATUS = "
               WS-LOG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       MASTER-ERROR.
           display "MYACCR - MASTER-FICHIER I/O ERROR - STATUS = "
               WS-MASTER-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYACCR - RUN STATISTICS"
           display "  USER CARDS LOADED:  " WS-USR-COUNT
           display "  LOG ROWS READ:      " WS-STAT-LOG-READ
           display "  USERS LISTED:       " WS-STAT-USERS-LISTED
           display "  USERS FLAGGED:      " WS-STAT-USERS-FLAGGED
           display "  OUT OF REGION:      " WS-STAT-OUT-OF-REGION
           display "  DAYS OVER LIMIT:    " WS-STAT-DAYS-OVER
           .
       GATHER-LOG SECTION.
       GATHER-LOG-START.
           open input ACCESS-LOG-FICHIER
           if not LOG-OK
               perform LOG-FICHIER-ERROR
           end-if
           perform READ-LOG-RECORD
           perform until END-OF-LOG
               move ACCESS-LOG-RECORD to ACCESS-TRI-RECORD
               release ACCESS-TRI-RECORD
               perform READ-LOG-RECORD
           end-perform
           close ACCESS-LOG-FICHIER
           .
       LIST-BY-USER SECTION.
       LIST-BY-USER-START.
           perform RETURN-ACCESS-TRI
           perform until END-OF-ACCESS-TRI
               if not USER-STARTED
                   or ATR-USERID not = WS-CUR-USERID
                   perform START-USER
               end-if
               if ATR-DATE not = WS-CUR-DATE
                   perform CLOSE-USER-DAY
                   move ATR-DATE to WS-CUR-DATE
               end-if
               perform CHECK-ONE-VIEW
               perform RETURN-ACCESS-TRI
           end-perform
           if USER-STARTED
               perform CLOSE-USER
           end-if
           .
       SUPPORT SECTION.
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
       RETURN-ACCESS-TRI.
           return ACCESS-TRI
               at end set END-OF-ACCESS-TRI to true
           end-return
           .
       START-USER.
           if USER-STARTED
               perform CLOSE-USER
           end-if
           set USER-STARTED to true
           move ATR-USERID to WS-CUR-USERID
           move zero to WS-CUR-VIEWS
           move zero to WS-CUR-OUT-OF-REGION
           move zero to WS-CUR-DAYS-OVER
           move zero to WS-CUR-DAY-VIEWS
           move ATR-DATE to WS-CUR-DATE
           perform FIND-USER-CARD
           move WS-CUR-USERID to WS-UL-USERID
           evaluate true
               when not CUR-USER-HAS-CARD
                   move 'NO USER CARD' to WS-UL-REGION
               when WS-CUR-REGION = spaces
                   move 'ALL' to WS-UL-REGION
               when other
                   move WS-CUR-REGION to WS-UL-REGION
           end-evaluate
           if WS-CUR-LIMIT = zero
               move 'NONE' to WS-UL-LIMIT
           else
               move WS-CUR-LIMIT to WS-UL-LIMIT
           end-if
           perform PRINT-USER-LINE
           add 1 to WS-STAT-USERS-LISTED
           .
       FIND-USER-CARD.
           move 'N' to WS-CUR-CARD-SW
           move spaces to WS-CUR-REGION
           move WS-DEFAULT-LIMIT to WS-CUR-LIMIT
           move zero to WS-USR-FOUND-SUB
           perform CHECK-USER-ENTRY
               varying WS-USR-SUB from 1 by 1
               until WS-USR-SUB > WS-USR-COUNT
               or WS-USR-FOUND-SUB > zero
           if WS-USR-FOUND-SUB > zero
               set CUR-USER-HAS-CARD to true
               move WS-USR-REGION (WS-USR-FOUND-SUB) to WS-CUR-REGION
               move WS-USR-LIMIT (WS-USR-FOUND-SUB) to WS-CUR-LIMIT
           end-if
           .
       CHECK-USER-ENTRY.
           if WS-USR-USERID (WS-USR-SUB) = WS-CUR-USERID
               move WS-USR-SUB to WS-USR-FOUND-SUB
           end-if
           .
       CHECK-ONE-VIEW.
      * a view is out of region when a master it shows is owned by
      * a region other than the user's. a browse page is held
      * against every master in its range, so paging across another
      * region's keys is caught even when both ends are the user's
      * own; a key with no master, or a master any region may post
      * to, flags nothing. a user with no card has no region to hold
      * it against
           add 1 to WS-CUR-VIEWS
           add 1 to WS-CUR-DAY-VIEWS
           move 'N' to WS-OUT-OF-REGION-SW
           if CUR-USER-HAS-CARD
               and WS-CUR-REGION not = spaces
               if ATR-KEY-TO not = ATR-KEY-FROM
                   and ATR-KEY-FROM is numeric
                   and ATR-KEY-TO is numeric
                   perform CHECK-VIEW-RANGE
               else
                   move ATR-KEY-FROM to WS-VIEW-KEY
                   perform CHECK-VIEW-REGION
                   if not VIEW-OUT-OF-REGION
                       and ATR-KEY-TO not = ATR-KEY-FROM
                       move ATR-KEY-TO to WS-VIEW-KEY
                       perform CHECK-VIEW-REGION
                   end-if
               end-if
           end-if
           if VIEW-OUT-OF-REGION
               add 1 to WS-CUR-OUT-OF-REGION
               add 1 to WS-STAT-OUT-OF-REGION
               move ATR-DATE to WS-VL-DATE
               move ATR-TIME to WS-VL-TIME
               move ATR-TRANSID to WS-VL-TRANSID
               move ATR-TERMID to WS-VL-TERMID
               move ATR-KEY-FROM to WS-VL-KEY-FROM
               if ATR-KEY-TO = ATR-KEY-FROM
                   move space to WS-VL-DASH
                   move spaces to WS-VL-KEY-TO
               else
                   move '-' to WS-VL-DASH
                   move ATR-KEY-TO to WS-VL-KEY-TO
               end-if
               move WS-VIEW-REGION to WS-VL-REGION
               perform PRINT-VIEW-LINE
           end-if
           .
       CHECK-VIEW-REGION.
           if WS-VIEW-KEY is numeric
               move WS-VIEW-KEY to MST-KEY
               read MASTER-FICHIER
                   invalid key
                       continue
               end-read
               evaluate true
                   when MASTER-KEY-NOT-FOUND
                       continue
                   when not MASTER-OK
                       perform MASTER-ERROR
                   when MST-OWNING-REGION = spaces
                       continue
                   when MST-OWNING-REGION not = WS-CUR-REGION
                       set VIEW-OUT-OF-REGION to true
                       move MST-OWNING-REGION to WS-VIEW-REGION
               end-evaluate
           end-if
           .
       CHECK-VIEW-RANGE.
      * walk the masters from the low key of the page to the high,
      * stopping at the first one owned by another region
           move ATR-KEY-TO to WS-VIEW-KEY-TO
           move 'N' to WS-RANGE-EOF-SW
           move ATR-KEY-FROM to MST-KEY
           start MASTER-FICHIER
               key >= MST-KEY
               invalid key set END-OF-VIEW-RANGE to true
           end-start
           if not END-OF-VIEW-RANGE
               if not MASTER-OK
                   perform MASTER-ERROR
               end-if
               perform READ-NEXT-RANGE-MASTER
           end-if
           perform until END-OF-VIEW-RANGE or VIEW-OUT-OF-REGION
               if MST-OWNING-REGION not = spaces
                   and MST-OWNING-REGION not = WS-CUR-REGION
                   set VIEW-OUT-OF-REGION to true
                   move MST-OWNING-REGION to WS-VIEW-REGION
               else
                   perform READ-NEXT-RANGE-MASTER
               end-if
           end-perform
           .
       READ-NEXT-RANGE-MASTER.
           read MASTER-FICHIER next
               at end set END-OF-VIEW-RANGE to true
           end-read
           if END-OF-VIEW-RANGE
               continue
           else
               if not MASTER-OK
                   perform MASTER-ERROR
               end-if
               if MST-KEY > WS-VIEW-KEY-TO
                   set END-OF-VIEW-RANGE to true
               end-if
           end-if
           .
       CLOSE-USER-DAY.
           if WS-CUR-LIMIT > zero
               and WS-CUR-DAY-VIEWS > WS-CUR-LIMIT
               move WS-CUR-DATE to WS-DY-DATE
               move WS-CUR-DAY-VIEWS to WS-DY-VIEWS
               move WS-CUR-LIMIT to WS-DY-LIMIT
               perform PRINT-DAY-LINE
               add 1 to WS-CUR-DAYS-OVER
               add 1 to WS-STAT-DAYS-OVER
           end-if
           move zero to WS-CUR-DAY-VIEWS
           .
       CLOSE-USER.
           perform CLOSE-USER-DAY
           move WS-CUR-VIEWS to WS-TL-VIEWS
           move WS-CUR-OUT-OF-REGION to WS-TL-OUT-OF-REGION
           move WS-CUR-DAYS-OVER to WS-TL-DAYS-OVER
           if WS-CUR-OUT-OF-REGION > zero
               or WS-CUR-DAYS-OVER > zero
               move '** REVIEW' to WS-TL-FLAG
               add 1 to WS-STAT-USERS-FLAGGED
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           else
               move spaces to WS-TL-FLAG
           end-if
           perform PRINT-TOTAL-LINE
           .
