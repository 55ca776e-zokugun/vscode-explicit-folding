      * access-history record - keyed consolidation of the daily
      * access logs (ACCLOG), kept by MYACCC. keyed on the moment of
      * the view and the user, with a sequence byte for several views
      * by one user inside the same second, so a date range can be
      * read straight through - MYACCL answers "who looked at key X
      * this quarter" by reading the quarter and keeping each view
      * whose key range takes in the key
       01  ACCESS-HISTORY-RECORD.
           05  ACH-HISTORY-KEY.
               10  ACH-DATE            PIC 9(8).
               10  ACH-TIME            PIC 9(6).
               10  ACH-USERID          PIC X(8).
               10  ACH-SEQUENCE        PIC 9(3).
           05  ACH-TRANSID             PIC X(4).
           05  ACH-TERMID              PIC X(4).
           05  ACH-ACTION              PIC X(1).
           05  ACH-KEY-FROM            PIC X(6).
           05  ACH-KEY-TO              PIC X(6).
           05  FILLER                  PIC X(34).
