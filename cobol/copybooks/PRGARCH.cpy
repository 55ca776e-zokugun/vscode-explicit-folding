      * purged-master archive record - keyed on the master key, one
      * row per key ever purged from the master through the review,
      * with the master as it stood when it went. written by the
      * maintenance-history fold from the purge images MYMAINT
      * leaves; a later add of the same key stamps the re-add date
      * but keeps the row, so the purge can still be shown. a key
      * purged a second time takes the latest purge
       01  PURGE-ARCHIVE-RECORD.
           05  PRA-KEY                 PIC 9(6).
           05  PRA-PURGE-DATE          PIC 9(8).
           05  PRA-READD-DATE          PIC 9(8).
               88  PRA-STILL-PURGED    VALUE ZERO.
           05  PRA-BEFORE-IMAGE        PIC X(80).
           05  FILLER                  PIC X(18).
