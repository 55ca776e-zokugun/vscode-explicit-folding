               replacing leading ==AC==
                      by ==CO==.
       01  WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE +80.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-LOG-RESP                 PIC S9(8) COMP.
       01  WS-ACCESS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
      * the decision is not applied here - it is queued as an
      * approval card for the batch approval gate (MYAPPR), so the
      * online review and the supervisor's card deck share one set
           copy PNDTRAN.
           copy MNTTRAN.
           copy APPCARD.
           copy ACCLOG.
           copy MYAPPMS.
           copy DFHAID.
       LINKAGE SECTION.
                   move 'BATCH     ' to SRCFO
               when MNT-FROM-ONLINE
                   move 'ONLINE    ' to SRCFO
               when MNT-FROM-PURGE
                   move 'PURGE     ' to SRCFO
               when MNT-FROM-BULK
                   move 'BULK      ' to SRCFO
               when other
                   move 'UNKNOWN   ' to SRCFO
           end-evaluate
           move MNT-AMOUNT-X to AMTFO
           move MNT-STATUS to STAFO
           move PND-AGE-CYCLES to AGEFO
           move MNT-ACCOUNT-STATUS to ACSFO
           move MNT-OPEN-DATE-X to OPNFO
           move MNT-CLOSE-DATE-X to CLSFO
           move MNT-OWNING-REGION to RGNFO
           move spaces to ACCESS-LOG-RECORD
           set ACL-SCREEN-VIEW to true
           move MNT-KEY-X to ACL-KEY-FROM
           move MNT-KEY-X to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
      * a bulk item is decided with the rest of its batch - say so
      * before the checker presses anything
           if MNT-FROM-BULK
               move spaces to MSGFO
               move 'BATCH ' to MSGFO (1:6)
               move MNT-BULK-BATCH-ID to MSGFO (7:8)
               move ' - PF5/PF6 DECIDES THE WHOLE BATCH'
                 to MSGFO (15:34)
           else
               move 'PF5 TO APPROVE, PF6 TO REJECT' to MSGFO
           end-if
           set CO-ITEM-DISPLAYED to true
           move MNT-KEY-X to CO-KEY
           perform SEND-MAP-DATAONLY
                 to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
      * a bulk item queues a card for its whole batch - a blank key
      * and the batch id - which is the only card the gate will take
      * for it
           move spaces to APPROVAL-CARD-RECORD
           if MNT-FROM-BULK
               move MNT-BULK-BATCH-ID to APV-BATCH-ID
           else
               move AC-KEY to APPROVAL-CARD-RECORD (1:6)
           end-if
           if EIBAID = DFHPF5
               move 'A' to APV-ACTION
           else
                 to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move spaces to ACCESS-LOG-RECORD
           set ACL-DECISION-QUEUED to true
           move AC-KEY to ACL-KEY-FROM
           move AC-KEY to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           if EIBAID = DFHPF5
               move 'APPROVAL QUEUED FOR TONIGHT''S BATCH CYCLE'
                 to MSGFO
               move 'REJECTION QUEUED FOR TONIGHT''S BATCH CYCLE'
                 to MSGFO
           end-if
           if MNT-FROM-BULK
               move spaces to MSGFO
               move 'BATCH ' to MSGFO (1:6)
               move MNT-BULK-BATCH-ID to MSGFO (7:8)
               if EIBAID = DFHPF5
                   move ' APPROVAL QUEUED FOR TONIGHT' to MSGFO (15:28)
               else
                   move ' REJECTION QUEUED FOR TONIGHT'
                     to MSGFO (15:29)
               end-if
           end-if
           set CO-ITEM-DISPLAYED to true
           move AC-KEY to CO-KEY
           perform SEND-MAP-DATAONLY
           .
       WRITE-ACCESS-LOG.
      * every pending-item view and queued decision is logged to MACQ
      * for the privacy audit - who, from which terminal, which key or
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
       READ-PENDING-RECORD.
      * PNDVSAM is keyed on the transaction key inside the pending
      * image (bytes 2-7), loaded from the PENDING generation by
