      * online user card - one card per CICS userid, maintained by
      * the security administrator. the access report (MYACCR) flags
      * a view of a master owned by any region other than the user's
      * own, and a user whose views in one day pass the daily limit.
      * userid '********' gives the limit for every user with no card
      * of their own; a zero limit means no limit. a blank region
      * means the user works every region
       01  USER-REGION-RECORD.
           05  USR-USERID              PIC X(8).
           05  USR-REGION              PIC X(2).
           05  USR-DAILY-LIMIT         PIC 9(5).
           05  USR-DAILY-LIMIT-X REDEFINES USR-DAILY-LIMIT
                                       PIC X(5).
           05  FILLER                  PIC X(65).
