      * key on file. IC-STATUS-FILTER space means all statuses. The
      * original fields keep their offsets so exact-read callers
      * are untouched.
      * Purge extension: on an exact read IC-PURGE-DATE comes back
      * with the date the dormant-account review purged the key
      * from the master, zero if it never was or has been added
      * back. Only a caller passing the full commarea gets it.
           05  IC-KEY              PIC 9(6).
           05  IC-AMOUNT           PIC S9(7)V99.
           05  IC-STATUS           PIC X(1).
           05  IC-MORE-SW          PIC X(1).
               88  IC-MORE-RECORDS VALUE 'Y'.
               88  IC-NO-MORE-RECORDS VALUE 'N'.
           05  IC-PURGE-DATE       PIC 9(8).
