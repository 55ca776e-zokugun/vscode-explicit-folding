                                       PIC X(9).
       01  WS-NEW-STATUS               PIC X(1).
           88  VALID-NEW-STATUS        VALUE 'A' 'I' 'H'.
       01  WS-NEW-ACCOUNT-STATUS       PIC X(1).
           88  VALID-NEW-ACCOUNT-STATUS VALUE 'A' 'F' 'C'.
           88  NEW-ACCOUNT-CLOSED      VALUE 'C'.
       01  WS-NEW-OPEN-DATE            PIC X(8).
       01  WS-NEW-CLOSE-DATE           PIC X(8).
       01  WS-NEW-OWNING-REGION        PIC X(2).
           88  VALID-NEW-OWNING-REGION VALUE 'R1' 'R2' 'R3' '  '.
       01  WS-MASTER-RESP              PIC S9(8) COMP.
       01  WS-END-MESSAGE              PIC X(40) VALUE
           'MYUPD - SESSION ENDED'.
       01  WS-COMMAREA-OUT.
                      by ==CO==.
       01  WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE +90.
       01  WS-USERID                   PIC X(8).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-LOG-RESP                 PIC S9(8) COMP.
       01  WS-ACCESS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
      * the change is not applied here - it is queued for the batch
      * cycle as a master maintenance transaction, passes the
      * MYAPPR approval gate (a second user must approve it), and is
      * stamped as the maker so the gate can refuse a self-approval
           copy MNTTRAN.
           copy EXTRACTREC.
      * the account fields live on the master itself - the same KSDS
      * MYPROG matches details against, loaded in STEP018 of MYPROGJ
           copy MASTERREC.
           copy ACCLOG.
           copy MYUPDMS.
           copy DFHAID.
       LINKAGE SECTION.
           end-if
           move KEYFI to WS-RIDFLD
           perform READ-VSAM-RECORD
           perform READ-MASTER-RECORD
           move spaces to ACCESS-LOG-RECORD
           set ACL-SCREEN-VIEW to true
           move WS-RIDFLD to ACL-KEY-FROM
           move WS-RIDFLD to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           if WS-RESP = DFHRESP(NORMAL)
               or WS-MASTER-RESP = DFHRESP(NORMAL)
               perform LOAD-CURRENT-VALUES
               move WS-RIDFLD to KEYFO
               move WS-NEW-AMOUNT-X to AMTFO
               move WS-NEW-STATUS to STAFO
               move WS-NEW-ACCOUNT-STATUS to ACSFO
               move WS-NEW-OPEN-DATE to OPNFO
               move WS-NEW-CLOSE-DATE to CLSFO
               move WS-NEW-OWNING-REGION to RGNFO
               if WS-MASTER-RESP = DFHRESP(NORMAL)
                   move 'RECORD DISPLAYED - OVERTYPE AND PRESS PF5'
                     to MSGFO
               else
                   move 'NO MASTER ON FILE - ACCOUNT FIELDS BLANK'
                     to MSGFO
               end-if
               set CO-RECORD-DISPLAYED to true
               move WS-RIDFLD to CO-KEY
           else
           end-if
           move UC-KEY to WS-RIDFLD
           perform READ-VSAM-RECORD
           perform READ-MASTER-RECORD
           if WS-RESP not = DFHRESP(NORMAL)
               and WS-MASTER-RESP not = DFHRESP(NORMAL)
               move 'RECORD NO LONGER ON FILE' to MSGFO
               set CO-FRESH-SCREEN to true
               move zero to CO-KEY
           end-if
      * start from the record as it stands and lay the changed
      * fields over it, so an untouched field keeps its value
           perform LOAD-CURRENT-VALUES
           if AMTFL > 0
               if AMTFI is not numeric
                   move 'AMOUNT MUST BE 9 DIGITS, NO DECIMAL POINT'
                   perform SEND-WITH-SAME-STATE
               end-if
           end-if
           perform EDIT-ACCOUNT-FIELDS
           perform QUEUE-MAINT-TRAN
           move spaces to ACCESS-LOG-RECORD
           set ACL-CHANGE-QUEUED to true
           move UC-KEY to ACL-KEY-FROM
           move UC-KEY to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           move 'CHANGE QUEUED - AWAITING SECOND-USER APPROVAL'
             to MSGFO
           set CO-RECORD-DISPLAYED to true
           move UC-KEY to CO-KEY
           perform SEND-MAP-DATAONLY
           .
       LOAD-CURRENT-VALUES.
      * amount and status as the extract image shows them, falling
      * back to the master's own view for a key with no postings;
      * the account fields come from the master only
           if WS-RESP = DFHRESP(NORMAL)
               move EXT-AMOUNT to WS-NEW-AMOUNT
               move EXT-STATUS to WS-NEW-STATUS
           else
               move MST-AMOUNT-X to WS-NEW-AMOUNT-X
               move MST-STATUS to WS-NEW-STATUS
           end-if
           if WS-MASTER-RESP = DFHRESP(NORMAL)
               move MST-ACCOUNT-STATUS to WS-NEW-ACCOUNT-STATUS
               move MST-OPEN-DATE-X to WS-NEW-OPEN-DATE
               move MST-CLOSE-DATE-X to WS-NEW-CLOSE-DATE
               move MST-OWNING-REGION to WS-NEW-OWNING-REGION
           else
               move spaces to WS-NEW-ACCOUNT-STATUS
               move spaces to WS-NEW-OPEN-DATE
               move spaces to WS-NEW-CLOSE-DATE
               move spaces to WS-NEW-OWNING-REGION
           end-if
           .
       EDIT-ACCOUNT-FIELDS.
      * the same account edits MYMAINT applies in batch, made here
      * so the operator hears about a bad field while still at the
      * screen rather than on the next morning's rejection listing
           if ACSFL > 0
               move ACSFI to WS-NEW-ACCOUNT-STATUS
               if not VALID-NEW-ACCOUNT-STATUS
                   move 'ACCOUNT STATUS MUST BE A, F OR C' to MSGFO
                   perform SEND-WITH-SAME-STATE
               end-if
           end-if
           if OPNFL > 0
               if OPNFI is not numeric
                   move 'OPEN DATE MUST BE 8 DIGITS, CCYYMMDD'
                     to MSGFO
                   perform SEND-WITH-SAME-STATE
               end-if
               move OPNFI to WS-NEW-OPEN-DATE
           end-if
           if CLSFL > 0
               if CLSFI is not numeric
                   move 'CLOSE DATE MUST BE 8 DIGITS, CCYYMMDD'
                     to MSGFO
                   perform SEND-WITH-SAME-STATE
               end-if
               move CLSFI to WS-NEW-CLOSE-DATE
           end-if
           if RGNFL > 0
               move RGNFI to WS-NEW-OWNING-REGION
               if not VALID-NEW-OWNING-REGION
                   move 'REGION MUST BE R1, R2 OR R3' to MSGFO
                   perform SEND-WITH-SAME-STATE
               end-if
           end-if
           if NEW-ACCOUNT-CLOSED
               and (WS-NEW-CLOSE-DATE = spaces
                   or WS-NEW-CLOSE-DATE = '00000000')
               move 'A CLOSED ACCOUNT NEEDS A CLOSE DATE' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           if WS-NEW-OPEN-DATE is numeric
               and WS-NEW-CLOSE-DATE is numeric
               and WS-NEW-CLOSE-DATE not = '00000000'
               and WS-NEW-CLOSE-DATE < WS-NEW-OPEN-DATE
               move 'CLOSE DATE IS BEFORE THE OPEN DATE' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           .
       QUEUE-MAINT-TRAN.
           move spaces to MAINT-TRAN-RECORD
           move 'C' to MNT-FUNCTION
           move UC-KEY to MNT-KEY
           move WS-NEW-AMOUNT to MNT-AMOUNT
           move WS-NEW-STATUS to MNT-STATUS
           move WS-NEW-ACCOUNT-STATUS to MNT-ACCOUNT-STATUS
           move WS-NEW-OPEN-DATE to MNT-OPEN-DATE-X
           move WS-NEW-CLOSE-DATE to MNT-CLOSE-DATE-X
           move WS-NEW-OWNING-REGION to MNT-OWNING-REGION
           set MNT-FROM-ONLINE to true
           exec cics assign
               userid(WS-USERID)
               perform SEND-WITH-SAME-STATE
           end-if
           .
       WRITE-ACCESS-LOG.
      * every screen view and queued change is logged to MACQ for the
      * privacy audit - who, from which terminal, which key or keys,
      * and when. the caller has set the action and keys. a log the
      * queue cannot take is not allowed to stop the operator's work
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
       SEND-WITH-SAME-STATE.
      * resend the screen with a message, keeping whatever state the
      * task came in with - used for every edit rejection
               resp(WS-RESP)
           end-exec
           .
       READ-MASTER-RECORD.
           exec cics read
               file('MSTVSAM')
               into(MASTER-RECORD)
               ridfld(WS-RIDFLD)
               keylength(6)
               resp(WS-MASTER-RESP)
           end-exec
           .
       SEND-FRESH-MAP.
           move low-values to MYUPDMO
           move 'ENTER A KEY AND PRESS ENTER' to MSGFO
