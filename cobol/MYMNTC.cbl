                access is random
                record key is MHX-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select PURGE-ARCHIVE assign to PRGARCH
                organization is indexed
                access is random
                record key is PRA-KEY
                file status is WS-PURGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IMAGE-FICHIER
           copy MNTIMAGE.
       FD  MAINT-HISTORY.
           copy MNTHIST.
       FD  PURGE-ARCHIVE.
           copy PRGARCH.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-IMAGES-READ      PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-WRITTEN  PIC 9(9) VALUE ZERO.
           05  WS-STAT-SEQ-EXHAUSTED    PIC 9(9) VALUE ZERO.
           05  WS-STAT-PURGES-ARCHIVED  PIC 9(9) VALUE ZERO.
           05  WS-STAT-PURGES-READDED   PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-IMAGE-EOF-SW         PIC X(1) VALUE 'N'.
               88  END-OF-IMAGES       VALUE 'Y'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-DUPLICATE       VALUE '22'.
           88  HISTORY-NOT-FOUND       VALUE '35'.
       01  WS-PURGE-STATUS             PIC X(2) VALUE '00'.
           88  PURGE-OK                VALUE '00'.
           88  PURGE-KEY-NOT-FOUND     VALUE '23'.
           88  PURGE-NOT-FOUND         VALUE '35'.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
      * the purge archive is read by key before every write and
      * rewrite, which a cluster opened OUTPUT cannot do - a
      * brand-new empty archive is primed with an OPEN OUTPUT and
      * reopened I-O, as MYSETL does for the settlement history
           open i-o PURGE-ARCHIVE
           if PURGE-NOT-FOUND
               open output PURGE-ARCHIVE
               if PURGE-OK
                   display "MYMNTC - PURGE ARCHIVE EMPTY - PRIMED"
                   close PURGE-ARCHIVE
                   open i-o PURGE-ARCHIVE
               end-if
           end-if
           if not PURGE-OK
               perform PURGE-ARCHIVE-ERROR
           end-if
           perform READ-IMAGE-RECORD
           perform until END-OF-IMAGES
               perform CONSOLIDATE-IMAGE-RECORD
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           close PURGE-ARCHIVE
           if not PURGE-OK
               perform PURGE-ARCHIVE-ERROR
           end-if
           perform END-OF-RUN.
       READ-IMAGE-RECORD.
           read MAINT-IMAGE-FICHIER
               add 1 to WS-STAT-SEQ-EXHAUSTED
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           evaluate true
               when IMG-FUNCTION = 'D' and IMG-SOURCE = 'P'
                   perform ARCHIVE-PURGED-MASTER
               when IMG-FUNCTION = 'A'
                   perform NOTE-PURGED-KEY-READDED
           end-evaluate
           .
       ARCHIVE-PURGED-MASTER.
      * a master taken off by the dormant-account review keeps its
      * last image here, so inquiry and the lookups can still say
      * the key was purged and when, long after the master forgot it
           move IMG-KEY to PRA-KEY
           read PURGE-ARCHIVE
               invalid key
                   continue
           end-read
           if not PURGE-OK and not PURGE-KEY-NOT-FOUND
               perform PURGE-ARCHIVE-ERROR
           end-if
           move spaces to PURGE-ARCHIVE-RECORD
           move IMG-KEY to PRA-KEY
           move IMG-RUN-DATE to PRA-PURGE-DATE
           move zero to PRA-READD-DATE
           move IMG-BEFORE-IMAGE to PRA-BEFORE-IMAGE
           if PURGE-KEY-NOT-FOUND
               write PURGE-ARCHIVE-RECORD
           else
               rewrite PURGE-ARCHIVE-RECORD
           end-if
           if not PURGE-OK
               perform PURGE-ARCHIVE-ERROR
           end-if
           add 1 to WS-STAT-PURGES-ARCHIVED
           .
       NOTE-PURGED-KEY-READDED.
      * a purged key added back is live again - the archive row
      * stays but is stamped, so nothing reports the new master as
      * purged
           move IMG-KEY to PRA-KEY
           read PURGE-ARCHIVE
               invalid key
                   continue
           end-read
           evaluate true
               when PURGE-KEY-NOT-FOUND
                   continue
               when not PURGE-OK
                   perform PURGE-ARCHIVE-ERROR
               when PRA-STILL-PURGED
                   move IMG-RUN-DATE to PRA-READD-DATE
                   rewrite PURGE-ARCHIVE-RECORD
                   if not PURGE-OK
                       perform PURGE-ARCHIVE-ERROR
                   end-if
                   add 1 to WS-STAT-PURGES-READDED
           end-evaluate
           .
       WRITE-HISTORY-RECORD.
      * several maintenance images of the same key inside one run
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PURGE-ARCHIVE-ERROR.
           display "MYMNTC - PURGE-ARCHIVE I/O ERROR - STATUS = "
               WS-PURGE-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           move WS-FINAL-RETURN-CODE to return-code
           display "  IMAGE ROWS READ:    " WS-STAT-IMAGES-READ
           display "  HISTORY WRITTEN:    " WS-STAT-HISTORY-WRITTEN
           display "  SEQUENCE EXHAUSTED: " WS-STAT-SEQ-EXHAUSTED
           display "  PURGES ARCHIVED:    " WS-STAT-PURGES-ARCHIVED
           display "  PURGED KEYS READDED:" WS-STAT-PURGES-READDED
           .
