           copy MASTERREC
               replacing ==MASTER-RECORD==
                      by ==OLD-MASTER-RECORD==,
                 leading ==MST==
                      by ==OMS==.
       FD  NEW-MASTER-FICHIER
           block contains 0 records
           recording mode is F.
           05  WS-AP-FUNCTION          PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AP-KEY               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AP-ACCOUNT-STATUS    PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AP-OWNING-REGION     PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AP-OPEN-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AP-CLOSE-DATE        PIC X(8).
       01  WS-REPORT-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'APPLIED: '.
                   perform COPY-OLD-MASTER
               when MNT-CHANGE
                   perform APPLY-CHANGE
      * a dormant-account purge was raised against a closed master -
      * if the account has been reopened since, the master stays
               when MNT-DELETE
                   and MNT-FROM-PURGE
                   and not OMS-ACCOUNT-CLOSED
                   move 'PURGE - ACCOUNT NOT CLOSED' to WS-RJ-REASON
                   perform REJECT-TRAN
                   perform COPY-OLD-MASTER
               when MNT-DELETE
                   perform APPLY-DELETE
           end-evaluate
       APPLY-CHANGE.
           move OLD-MASTER-RECORD to IMG-BEFORE-IMAGE
           move OMS-KEY to MST-KEY
      * an online-sourced change carries only the amount/status and
      * account fields in its first twenty-nine data bytes - overlay
      * just those and keep the rest of the master data as it stands;
      * a card-deck change supplies the full replacement data. a
      * bulk change sets only the fields its batch named - anything
      * else changed on the master since the batch was raised stands
           evaluate true
               when MNT-FROM-ONLINE
                   move OMS-DATA to MST-DATA
                   move MNT-DATA (1:29) to MST-DATA (1:29)
               when MNT-FROM-BULK
                   move OMS-DATA to MST-DATA
                   if MNT-BULK-STATUS-SET
                       move MNT-ACCOUNT-STATUS to MST-ACCOUNT-STATUS
                   end-if
                   if MNT-BULK-CLOSE-SET
                       move MNT-CLOSE-DATE-X to MST-CLOSE-DATE-X
                   end-if
                   if MNT-BULK-REGION-SET
                       move MNT-OWNING-REGION to MST-OWNING-REGION
                   end-if
               when other
                   move MNT-DATA to MST-DATA
           end-evaluate
           move MASTER-RECORD to IMG-AFTER-IMAGE
           perform WRITE-IMAGE-RECORD
           perform WRITE-NEW-MASTER
           add 1 to WS-STAT-TRANS-APPLIED
           move MNT-FUNCTION to WS-AP-FUNCTION
           move MNT-KEY to WS-AP-KEY
           if MNT-DELETE
               move OMS-ACCOUNT-STATUS to WS-AP-ACCOUNT-STATUS
               move OMS-OWNING-REGION to WS-AP-OWNING-REGION
               move OMS-OPEN-DATE-X to WS-AP-OPEN-DATE
               move OMS-CLOSE-DATE-X to WS-AP-CLOSE-DATE
           else
               move MST-ACCOUNT-STATUS to WS-AP-ACCOUNT-STATUS
               move MST-OWNING-REGION to WS-AP-OWNING-REGION
               move MST-OPEN-DATE-X to WS-AP-OPEN-DATE
               move MST-CLOSE-DATE-X to WS-AP-CLOSE-DATE
           end-if
           perform PRINT-REPORT-LINE-APPLIED
           .
       WRITE-IMAGE-RECORD.
                       and MNT-AMOUNT-X is not numeric
                       move 'NON-NUMERIC AMOUNT' to WS-RJ-REASON
                       perform REJECT-TRAN
      * account fields - blanks are accepted so a card deck that
      * predates them still applies, anything keyed must be sound
                   when (MNT-ADD or MNT-CHANGE)
                       and not MNT-VALID-ACCOUNT-STATUS
                       move 'INVALID ACCOUNT STATUS' to WS-RJ-REASON
                       perform REJECT-TRAN
                   when (MNT-ADD or MNT-CHANGE)
                       and MNT-OPEN-DATE-X not = spaces
                       and MNT-OPEN-DATE-X is not numeric
                       move 'NON-NUMERIC OPEN DATE' to WS-RJ-REASON
                       perform REJECT-TRAN
                   when (MNT-ADD or MNT-CHANGE)
                       and MNT-CLOSE-DATE-X not = spaces
                       and MNT-CLOSE-DATE-X is not numeric
                       move 'NON-NUMERIC CLOSE DATE' to WS-RJ-REASON
                       perform REJECT-TRAN
                   when (MNT-ADD or MNT-CHANGE)
                       and MNT-ACCOUNT-CLOSED
                       and (MNT-CLOSE-DATE-X = spaces
                           or MNT-CLOSE-DATE-X = '00000000')
                       move 'CLOSED ACCOUNT - NO CLOSE DATE'
                           to WS-RJ-REASON
                       perform REJECT-TRAN
                   when (MNT-ADD or MNT-CHANGE)
                       and MNT-OPEN-DATE-X is numeric
                       and MNT-CLOSE-DATE-X is numeric
                       and MNT-CLOSE-DATE > zero
                       and MNT-CLOSE-DATE < MNT-OPEN-DATE
                       move 'CLOSE DATE BEFORE OPEN DATE'
                           to WS-RJ-REASON
                       perform REJECT-TRAN
                   when (MNT-ADD or MNT-CHANGE)
                       and not MNT-VALID-OWNING-REGION
                       move 'INVALID OWNING REGION' to WS-RJ-REASON
                       perform REJECT-TRAN
                   when other
                       move MNT-KEY to WS-TRAN-PREV-KEY
               end-evaluate
