      * AUDIT-FICHIER generations. the key keeps every occurrence of
      * a record key across runs (date + time + a sequence byte for
      * several postings inside one second), so one keyed read
      * answers "when was key X processed, and in which runs".
      * rows consolidated before region and currency were carried
      * have them blank
       01  AUDIT-HISTORY-RECORD.
           05  AHX-HISTORY-KEY.
               10  AHX-KEY             PIC 9(6).
               10  AHX-SEQUENCE        PIC 9(3).
           05  AHX-DISPOSITION         PIC X(10).
           05  AHX-AMOUNT              PIC S9(7)V99.
           05  AHX-REGION-ID           PIC X(2).
           05  AHX-CURRENCY-CODE       PIC X(3).
           05  AHX-ORIG-AMOUNT         PIC S9(7)V99.
           05  FILLER                  PIC X(24).
