       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYHLD.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-RIDFLD                   PIC X(14).
       01  WS-START-KEY                PIC X(14).
       01  WS-USERID                   PIC X(8).
       01  WS-END-MESSAGE              PIC X(40) VALUE
           'MYHLD - SESSION ENDED'.
       01  WS-COMMAREA-OUT.
           copy HLDCOMM
               replacing leading ==HC==
                      by ==CO==.
       01  WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE +80.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-LOG-RESP                 PIC S9(8) COMP.
       01  WS-ACCESS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
       01  WS-EDITED-BASE              PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDITED-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
      * the decision is not applied here - it is queued as a hold
      * decision card for the next MYPROG cycle, so the online
      * review and the supervisor's card deck share one set of
      * rules. HLDVSAM is the keyed image of the high-value items
      * MYPROG is holding, loaded from the HELD generation by
      * MYPROGJ after the main step runs
           copy HVHELD.
           copy DDCOPY
               replacing ==DD-FICHIER-RECORD==
                      by ==HELD-IMAGE-RECORD==,
                 leading ==DDF==
                      by ==HDI==.
           copy HDCCARD.
           copy ACCLOG.
           copy MYHLDMS.
           copy DFHAID.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           copy HLDCOMM.
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           if EIBCALEN = 0
               perform SEND-FRESH-MAP
           end-if
           if EIBAID = DFHPF3
               perform END-SESSION
           end-if
           move low-values to MYHLDMI
           exec cics receive
               map('MYHLDM')
               mapset('MYHLDMS')
               into(MYHLDMI)
               resp(WS-RESP)
           end-exec
           if WS-RESP = DFHRESP(MAPFAIL)
               if EIBAID = DFHPF8
                   continue
               else
                   perform SEND-FRESH-MAP
               end-if
           end-if
           evaluate true
               when EIBAID = DFHPF5
                   perform QUEUE-DECISION
               when EIBAID = DFHPF6
                   perform QUEUE-DECISION
               when EIBAID = DFHPF8
                   perform BROWSE-NEXT-HELD
               when other
                   perform INQUIRE-HELD
           end-evaluate
           perform RETURN-TO-CICS
           .
       INQUIRE-HELD.
      * a key shows its first held item; a key and business date
      * pick one night's item when the key is held more than once
           if KEYFL = 0 or KEYFI = spaces
               move 'ENTER A 6-DIGIT KEY' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move low-values to WS-START-KEY
           move KEYFI to WS-START-KEY (1:6)
           if DATFL > 0 and DATFI not = spaces
               move DATFI to WS-START-KEY (7:8)
           end-if
           move WS-START-KEY to WS-RIDFLD
           exec cics startbr
               file('HLDVSAM')
               ridfld(WS-RIDFLD)
               keylength(14)
               gteq
               resp(WS-RESP)
           end-exec
           if WS-RESP = DFHRESP(NORMAL)
               exec cics readnext
                   file('HLDVSAM')
                   into(HELD-ITEM-RECORD)
                   ridfld(WS-RIDFLD)
                   keylength(14)
                   resp(WS-RESP)
               end-exec
               exec cics endbr file('HLDVSAM') end-exec
           end-if
           if WS-RESP = DFHRESP(NORMAL)
               and WS-RIDFLD (1:6) = KEYFI
               perform SHOW-HELD-ITEM
           else
               move 'NO HELD ITEM FOR THAT KEY - TRY PF8' to MSGFO
               set CO-FRESH-SCREEN to true
               move spaces to CO-HOLD-KEY
               perform SEND-MAP-DATAONLY
           end-if
           .
       BROWSE-NEXT-HELD.
      * page forward from the item on the screen (or from the top
      * on a fresh screen) to the next held item on file
           if HC-ITEM-DISPLAYED
               move HC-HOLD-KEY to WS-START-KEY
           else
               move low-values to WS-START-KEY
           end-if
           move WS-START-KEY to WS-RIDFLD
           exec cics startbr
               file('HLDVSAM')
               ridfld(WS-RIDFLD)
               keylength(14)
               gteq
               resp(WS-RESP)
           end-exec
           if WS-RESP not = DFHRESP(NORMAL)
               move 'NO HELD ITEMS ON FILE' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           exec cics readnext
               file('HLDVSAM')
               into(HELD-ITEM-RECORD)
               ridfld(WS-RIDFLD)
               keylength(14)
               resp(WS-RESP)
           end-exec
           if WS-RESP = DFHRESP(NORMAL)
               and WS-RIDFLD = WS-START-KEY
               exec cics readnext
                   file('HLDVSAM')
                   into(HELD-ITEM-RECORD)
                   ridfld(WS-RIDFLD)
                   keylength(14)
                   resp(WS-RESP)
               end-exec
           end-if
           exec cics endbr file('HLDVSAM') end-exec
           if WS-RESP = DFHRESP(NORMAL)
               perform SHOW-HELD-ITEM
           else
               move 'NO FURTHER HELD ITEMS' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           .
       SHOW-HELD-ITEM.
           move HVH-ORIGINAL-RECORD to HELD-IMAGE-RECORD
           move HVH-KEY to KEYFO
           move HVH-BUSINESS-DATE to DATFO
           move HDI-REGION-ID to RGNFO
           if HDI-CURRENCY-CODE = spaces
               move 'BAS' to CURFO
           else
               move HDI-CURRENCY-CODE to CURFO
           end-if
           move HVH-OPERATOR-ID to OPRFO
           move HDI-AMOUNT-X to NATFO
           move HVH-BASE-AMOUNT to WS-EDITED-BASE
           move WS-EDITED-BASE to BASFO
           move HVH-THRESHOLD to WS-EDITED-THRESHOLD
           move WS-EDITED-THRESHOLD to THRFO
           move HVH-AGE-CYCLES to AGEFO
           move spaces to ACCESS-LOG-RECORD
           set ACL-SCREEN-VIEW to true
           move HVH-KEY to ACL-KEY-FROM
           move HVH-KEY to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           move 'PF5 TO RELEASE, PF6 TO REFUSE' to MSGFO
           set CO-ITEM-DISPLAYED to true
           move HVH-HOLD-KEY to CO-HOLD-KEY
           perform SEND-MAP-DATAONLY
           .
       QUEUE-DECISION.
           if not HC-ITEM-DISPLAYED
               move 'DISPLAY A HELD ITEM FIRST' to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move HC-HOLD-KEY to WS-RIDFLD
           perform READ-HELD-RECORD
           if WS-RESP not = DFHRESP(NORMAL)
               move 'ITEM NO LONGER HELD' to MSGFO
               set CO-FRESH-SCREEN to true
               move spaces to CO-HOLD-KEY
               perform SEND-MAP-DATAONLY
           end-if
           exec cics assign
               userid(WS-USERID)
           end-exec
      * MYPROG enforces this again in batch, but refusing it here
      * saves the supervisor a wasted decision and a day's delay
           if WS-USERID = HVH-OPERATOR-ID
               and HVH-OPERATOR-ID not = spaces
               move 'YOU WERE THE OPERATOR - SUPERVISOR REQUIRED'
                 to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move spaces to HOLD-DECISION-RECORD
           move HVH-KEY to HDC-KEY
           move HVH-BUSINESS-DATE to HDC-BUSINESS-DATE
           if EIBAID = DFHPF5
               set HDC-RELEASE to true
           else
               set HDC-REFUSE to true
           end-if
           move WS-USERID to HDC-SUPERVISOR-ID
           exec cics writeq td
               queue('MHDQ')
               from(HOLD-DECISION-RECORD)
               length(WS-QUEUE-LENGTH)
               resp(WS-RESP)
           end-exec
           if WS-RESP not = DFHRESP(NORMAL)
               move 'DECISION QUEUE UNAVAILABLE - CALL OPERATIONS'
                 to MSGFO
               perform SEND-WITH-SAME-STATE
           end-if
           move spaces to ACCESS-LOG-RECORD
           set ACL-DECISION-QUEUED to true
           move HVH-KEY to ACL-KEY-FROM
           move HVH-KEY to ACL-KEY-TO
           perform WRITE-ACCESS-LOG
           if EIBAID = DFHPF5
               move 'RELEASE QUEUED FOR TONIGHT''S BATCH CYCLE'
                 to MSGFO
           else
               move 'REFUSAL QUEUED FOR TONIGHT''S BATCH CYCLE'
                 to MSGFO
           end-if
           set CO-ITEM-DISPLAYED to true
           move HC-HOLD-KEY to CO-HOLD-KEY
           perform SEND-MAP-DATAONLY
           .
       WRITE-ACCESS-LOG.
      * every held-item view and queued decision is logged to MACQ
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
       READ-HELD-RECORD.
      * HLDVSAM is keyed on the detail key and business date that
      * lead the held record, loaded from the HELD generation by
      * MYPROGJ - see the STEP020B comments
           exec cics read
               file('HLDVSAM')
               into(HELD-ITEM-RECORD)
               ridfld(WS-RIDFLD)
               keylength(14)
               resp(WS-RESP)
           end-exec
           .
       SEND-WITH-SAME-STATE.
      * resend the screen with a message, keeping whatever state the
      * task came in with - used for every edit rejection
           move HC-STATE to CO-STATE
           move HC-HOLD-KEY to CO-HOLD-KEY
           perform SEND-MAP-DATAONLY
           .
       SEND-FRESH-MAP.
           move low-values to MYHLDMO
           move 'ENTER A KEY, OR PRESS PF8 FOR THE FIRST HELD ITEM'
             to MSGFO
           exec cics send
               map('MYHLDM')
               mapset('MYHLDMS')
               from(MYHLDMO)
               erase
           end-exec
           set CO-FRESH-SCREEN to true
           move spaces to CO-HOLD-KEY
           perform RETURN-TO-CICS
           .
       SEND-MAP-DATAONLY.
           exec cics send
               map('MYHLDM')
               mapset('MYHLDMS')
               from(MYHLDMO)
               dataonly
           end-exec
           perform RETURN-TO-CICS
           .
       RETURN-TO-CICS.
           exec cics return
               transid('MYHD')
               commarea(WS-COMMAREA-OUT)
               length(length of WS-COMMAREA-OUT)
           end-exec
           .
       END-SESSION.
           exec cics send text
               from(WS-END-MESSAGE)
               length(length of WS-END-MESSAGE)
               erase
           end-exec
           exec cics return end-exec
           .
