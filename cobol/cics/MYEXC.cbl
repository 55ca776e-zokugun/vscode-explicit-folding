               replacing leading ==XC==
                      by ==CO==.
       01  WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE +90.
       01  WS-USERID                   PIC X(8).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-LOG-RESP                 PIC S9(8) COMP.
       01  WS-ACCESS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
      * the repair is not applied here - the corrected replacement
      * record is queued as a CORRECTION-RECORD for the batch cycle
      * and rides into MYRECYC's corrections input alongside the
      * from the OPENEXC generation by MYPROGJ after STEP022
           copy CORRREC.
           copy EXCEPTREC.
           copy ACCLOG.
           copy MYEXCMS.
           copy DFHAID.
       LINKAGE SECTION.
           move EXC-FIELD-VALUE to VALFO
           move EXC-RECYCLE-COUNT to CYCFO
           move EXC-FIRST-SEEN-DATE to FSDFO
           move spaces to ACCESS-LOG-RECORD
           set ACL-SCREEN-VIEW to true
           move WS-RIDFLD to ACL-KEY-FROM
           move WS-RIDFLD to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           move 'OVERTYPE THE VALUE AND PRESS PF5 TO QUEUE THE FIX'
             to MSGFO
           set CO-EXC-DISPLAYED to true
                 to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move spaces to ACCESS-LOG-RECORD
           set ACL-CHANGE-QUEUED to true
           move XC-KEY to ACL-KEY-FROM
           move XC-KEY to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           move 'REPAIR QUEUED FOR TONIGHT''S BATCH CYCLE' to MSGFO
           set CO-EXC-DISPLAYED to true
           move XC-KEY to CO-KEY
           perform SEND-MAP-DATAONLY
           .
       WRITE-ACCESS-LOG.
      * every workbench view and queued repair is logged to MACQ for
      * the privacy audit - who, from which terminal, which key or
      * keys, and when. the caller has set the action and keys. a log
      * the queue cannot take is not allowed to stop the operator's
      * work
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
       READ-EXCEPTION-RECORD.
      * EXCVSAM is keyed on the detail key inside the 80-byte
      * original-record image (bytes 2-7), loaded from the open
