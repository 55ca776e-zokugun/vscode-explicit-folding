       01  WS-PAGE-IX                  PIC S9(4) COMP.
       01  WS-BROWSE-DONE-SW           PIC X(1).
           88  BROWSE-DONE             VALUE 'Y'.
      * commarea length up to and including IC-MORE-SW - a caller
      * passing this much can browse, whether or not it also owns
      * the purge date after it
       01  WS-BROWSE-COMMAREA-LEN      PIC S9(4) COMP VALUE 182.
       01  WS-PURGE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-USERID                   PIC X(8).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-LOG-RESP                 PIC S9(8) COMP.
       01  WS-ACCESS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
       01  WS-NO-KEY-MSG                PIC X(40) VALUE
           'MYINQ - NO INQUIRY KEY SUPPLIED'.
       01  WS-NOT-FOUND-MSG.
           05  FILLER                  PIC X(34) VALUE
               'MYINQ - RECORD NOT FOUND FOR KEY '.
           05  WS-NFM-KEY               PIC 9(6).
       01  WS-PURGED-MSG.
           05  FILLER                  PIC X(14) VALUE
               'MYINQ - KEY '.
           05  WS-PM-KEY                PIC 9(6).
           05  FILLER                  PIC X(21) VALUE
               ' PURGED FROM MASTER '.
           05  WS-PM-PURGE-DATE         PIC 9(4)/99/99.
       01  WS-FOUND-MSG.
           05  FILLER                  PIC X(10) VALUE 'KEY: '.
           05  WS-FM-KEY                PIC 9(6).
           05  WS-FM-AMOUNT             PIC ZZZZZZ9.99-.
           05  FILLER                  PIC X(12) VALUE '  STATUS: '.
           05  WS-FM-STATUS             PIC X(1).
           05  WS-FM-PURGE-TEXT         PIC X(10) VALUE SPACES.
           05  WS-FM-PURGE-DATE         PIC X(10) VALUE SPACES.
       01  WS-EDIT-PURGE-DATE          PIC 9(4)/99/99.
      * browse page - one 80-byte row per entry so SEND TEXT wraps
      * each entry onto its own screen line, plus a summary row
       01  WS-BROWSE-PAGE.
               10  WS-BS-MORE          PIC X(1).
               10  FILLER              PIC X(59) VALUE SPACES.
       copy EXTRACTREC.
       copy PRGARCH.
       copy ACCLOG.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           copy INQCOMM.
      * as the original exact read and never touch the browse
      * fields for it
           evaluate true
               when EIBCALEN < WS-BROWSE-COMMAREA-LEN
                   perform EXACT-INQUIRY
               when IC-FUNC-BROWSE-FWD
                   perform BROWSE-FORWARD
       EXACT-INQUIRY.
           move IC-KEY to WS-RIDFLD
           perform READ-MASTER-RECORD
           perform READ-PURGE-ARCHIVE
           move spaces to ACCESS-LOG-RECORD
           set ACL-INQUIRY to true
           move WS-RIDFLD to ACL-KEY-FROM
           move WS-RIDFLD to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           if EIBCALEN >= length of DFHCOMMAREA
               move WS-PURGE-DATE to IC-PURGE-DATE
           end-if
           evaluate true
               when IC-RECORD-FOUND
                   perform SEND-FOUND-RECORD
               when WS-PURGE-DATE > zero
                   perform SEND-PURGED-RECORD
               when other
                   perform SEND-NOT-FOUND-RECORD
           end-evaluate
           .
       READ-PURGE-ARCHIVE.
      * PRGARCH is the purged-master archive KSDS kept by the
      * maintenance-history fold (MYMNTC) - a key the dormant-account
      * review purged and that has not been added back answers with
      * its purge date rather than a bare not-found. a closed or
      * missing file just means nothing has been purged
           move zero to WS-PURGE-DATE
           exec cics read
               file('PRGARCH')
               into(PURGE-ARCHIVE-RECORD)
               ridfld(WS-RIDFLD)
               keylength(6)
               resp(WS-RESP)
           end-exec
           if WS-RESP = DFHRESP(NORMAL)
               if PRA-STILL-PURGED
                   move PRA-PURGE-DATE to WS-PURGE-DATE
               end-if
           end-if
           .
       READ-MASTER-RECORD.
               end-exec
           else
               set IC-RECORD-FOUND to true
               perform LOG-BROWSE-PAGE
               move IC-PAGE-COUNT to WS-BS-COUNT
               move IC-MORE-SW to WS-BS-MORE
               exec cics send text
               end-exec
           end-if
           .
       LOG-BROWSE-PAGE.
      * one log row per page, lowest key to highest whichever way
      * the page was read
           move spaces to ACCESS-LOG-RECORD
           set ACL-BROWSE-PAGE to true
           if IC-FUNC-BROWSE-BACK
               move IC-PE-KEY (IC-PAGE-COUNT) to ACL-KEY-FROM
               move IC-PE-KEY (1) to ACL-KEY-TO
           else
               move IC-PE-KEY (1) to ACL-KEY-FROM
               move IC-PE-KEY (IC-PAGE-COUNT) to ACL-KEY-TO
           end-if
           perform WRITE-ACCESS-LOG
           .
       WRITE-ACCESS-LOG.
      * every inquiry and browse page is logged to MACQ for the privacy
      * audit - who, from which terminal, which key or keys, and when.
      * the caller has set the action and keys. a log the queue cannot
      * take is not allowed to stop the operator's work
           exec cics assign
               userid(WS-USERID)
           end-exec
           exec cics asktime
               abstime(WS-ABSTIME)
           end-exec
           exec cics formattime
               abstime(WS-ABSTIME)
               yyyymmdd(ACL-DATE)
               time(ACL-TIME)
           end-exec
           move WS-USERID to ACL-USERID
           move EIBTRNID to ACL-TRANSID
           move EIBTRMID to ACL-TERMID
           exec cics writeq td
               queue('MACQ')
               from(ACCESS-LOG-RECORD)
               length(WS-ACCESS-LOG-LENGTH)
               resp(WS-LOG-RESP)
           end-exec
           .
       SEND-FOUND-RECORD.
           move IC-KEY to WS-FM-KEY
           move IC-AMOUNT to WS-FM-AMOUNT
           move IC-STATUS to WS-FM-STATUS
           if WS-PURGE-DATE > zero
               move '  PURGED: ' to WS-FM-PURGE-TEXT
               move WS-PURGE-DATE to WS-EDIT-PURGE-DATE
               move WS-EDIT-PURGE-DATE to WS-FM-PURGE-DATE
           end-if
           exec cics send text
               from(WS-FOUND-MSG)
               length(length of WS-FOUND-MSG)
               erase
           end-exec
           .
       SEND-PURGED-RECORD.
           move IC-KEY to WS-PM-KEY
           move WS-PURGE-DATE to WS-PM-PURGE-DATE
           exec cics send text
               from(WS-PURGED-MSG)
               length(length of WS-PURGED-MSG)
               erase
           end-exec
           .
       SEND-NOT-FOUND-RECORD.
           move IC-KEY to WS-NFM-KEY
           exec cics send text
