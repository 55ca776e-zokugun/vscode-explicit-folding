            select ARCHIVE-FICHIER assign to UT-S-ARC
                organization is sequential
                file status is WS-ARCHIVE-STATUS.
            select PURGE-ARCHIVE assign to PRGARCH
                organization is indexed
                access is random
                record key is PRA-KEY
                file status is WS-PURGE-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
                      by ==ARCHIVE-HISTORY-RECORD==,
                 leading ==AHX==
                      by ==ARC==.
       FD  PURGE-ARCHIVE.
           copy PRGARCH.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           05  WS-STAT-KEYS-NOT-FOUND   PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-LINES    PIC 9(9) VALUE ZERO.
           05  WS-STAT-ARCHIVE-LINES    PIC 9(9) VALUE ZERO.
           05  WS-STAT-KEYS-PURGED      PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-LOOKUP-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-LOOKUP-CARDS VALUE 'Y'.
               88  END-OF-ARCHIVE      VALUE 'Y'.
           05  WS-ARCHIVE-AVAIL-SW     PIC X(1) VALUE 'N'.
               88  ARCHIVE-AVAILABLE   VALUE 'Y'.
           05  WS-PURGE-AVAIL-SW       PIC X(1) VALUE 'N'.
               88  PURGE-ARCHIVE-AVAILABLE VALUE 'Y'.
       01  WS-LOOKUP-STATUS            PIC X(2) VALUE '00'.
           88  LOOKUP-OK               VALUE '00'.
           88  LOOKUP-EOF              VALUE '10'.
           88  ARCHIVE-OK              VALUE '00'.
           88  ARCHIVE-EOF             VALUE '10'.
           88  ARCHIVE-NOT-FOUND       VALUE '35'.
       01  WS-PURGE-STATUS             PIC X(2) VALUE '00'.
           88  PURGE-OK                VALUE '00'.
           88  PURGE-KEY-NOT-FOUND     VALUE '23'.
           88  PURGE-NOT-FOUND         VALUE '35'.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'NO HISTORY ON FILE'.
       01  WS-REPORT-PURGED-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               'MASTER PURGED ON '.
           05  WS-PG-PURGE-DATE        PIC 9(4)/99/99.
           05  WS-PG-READD-TEXT        PIC X(13).
           05  WS-PG-READD-DATE        PIC 9(4)/99/99 BLANK WHEN ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
      * the purged-master archive only exists once the dormant
      * review has purged something - without it no key is purged
           open input PURGE-ARCHIVE
           evaluate true
               when PURGE-NOT-FOUND
                   continue
               when not PURGE-OK
                   perform PURGE-ARCHIVE-ERROR
               when other
                   set PURGE-ARCHIVE-AVAILABLE to true
           end-evaluate
           perform READ-LOOKUP-CARD
           perform until END-OF-LOOKUP-CARDS
               if LKP-KEY-X is numeric
           end-perform
           close LOOKUP-CARD-FICHIER
           close AUDIT-HISTORY
           if PURGE-ARCHIVE-AVAILABLE
               close PURGE-ARCHIVE
           end-if
           perform END-OF-RUN.
       READ-LOOKUP-CARD.
           read LOOKUP-CARD-FICHIER
      * predates the cluster still answers, with the archive rows
      * marked as such
           perform SEARCH-ARCHIVE-FOR-KEY
           if PURGE-ARCHIVE-AVAILABLE
               perform CHECK-KEY-PURGED
           end-if
           if not KEY-HISTORY-FOUND
               perform PRINT-NONE-LINE
               add 1 to WS-STAT-KEYS-NOT-FOUND
           add 1 to WS-LINE-COUNT
           add 1 to WS-STAT-ARCHIVE-LINES
           .
       CHECK-KEY-PURGED.
      * a key the dormant review purged says so, and when - and if
      * it has since been added back, when that was
           move LKP-KEY to PRA-KEY
           read PURGE-ARCHIVE
               invalid key
                   continue
           end-read
           evaluate true
               when PURGE-KEY-NOT-FOUND
                   continue
               when not PURGE-OK
                   perform PURGE-ARCHIVE-ERROR
               when other
                   move PRA-PURGE-DATE to WS-PG-PURGE-DATE
                   if PRA-STILL-PURGED
                       move spaces to WS-PG-READD-TEXT
                       move zero to WS-PG-READD-DATE
                   else
                       move '  READDED ON ' to WS-PG-READD-TEXT
                       move PRA-READD-DATE to WS-PG-READD-DATE
                   end-if
                   perform PRINT-PURGED-LINE
                   add 1 to WS-STAT-KEYS-PURGED
           end-evaluate
           .
       PRINT-PURGED-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-PURGED-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PURGE-ARCHIVE-ERROR.
           display "MYAUDL - PURGE-ARCHIVE I/O ERROR - STATUS = "
               WS-PURGE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       ARCHIVE-ERROR.
           display "MYAUDL - ARCHIVE-FICHIER I/O ERROR - STATUS = "
               WS-ARCHIVE-STATUS
           display "  KEYS NOT FOUND:  " WS-STAT-KEYS-NOT-FOUND
           display "  HISTORY LINES:   " WS-STAT-HISTORY-LINES
           display "  ARCHIVE LINES:   " WS-STAT-ARCHIVE-LINES
           display "  KEYS PURGED:     " WS-STAT-KEYS-PURGED
           .
