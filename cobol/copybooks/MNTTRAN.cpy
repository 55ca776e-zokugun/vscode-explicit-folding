      * request against MST-KEY, applied to the master by MYMAINT.
      * MNT-DATA carries the full 74-byte MST-DATA replacement; the
      * redefine exposes the amount/status view of the same bytes so
      * online-sourced corrections can be edited field by field. the
      * account fields follow in the same positions as MASTERREC.
      * a bulk change (MYBULK) carries the master's values as they
      * will read afterwards, and behind them - where a card-deck
      * change carries the master's own filler - its batch id and
      * which account fields it sets, so MYMAINT overlays only those
       01  MAINT-TRAN-RECORD.
           05  MNT-FUNCTION            PIC X(1).
               88  MNT-ADD             VALUE 'A'.
               10  MNT-AMOUNT-X REDEFINES MNT-AMOUNT
                                       PIC X(9).
               10  MNT-STATUS          PIC X(1).
               10  MNT-ACCOUNT-STATUS  PIC X(1).
                   88  MNT-VALID-ACCOUNT-STATUS
                                       VALUE 'A' 'F' 'C' ' '.
                   88  MNT-ACCOUNT-CLOSED
                                       VALUE 'C'.
               10  MNT-OPEN-DATE       PIC 9(8).
               10  MNT-OPEN-DATE-X REDEFINES MNT-OPEN-DATE
                                       PIC X(8).
               10  MNT-CLOSE-DATE      PIC 9(8).
               10  MNT-CLOSE-DATE-X REDEFINES MNT-CLOSE-DATE
                                       PIC X(8).
               10  MNT-OWNING-REGION   PIC X(2).
                   88  MNT-VALID-OWNING-REGION
                                       VALUE 'R1' 'R2' 'R3' '  '.
               10  MNT-BULK-BATCH-ID   PIC X(8).
               10  MNT-BULK-SET-STATUS PIC X(1).
                   88  MNT-BULK-STATUS-SET
                                       VALUE 'Y'.
               10  MNT-BULK-SET-CLOSE  PIC X(1).
                   88  MNT-BULK-CLOSE-SET
                                       VALUE 'Y'.
               10  MNT-BULK-SET-REGION PIC X(1).
                   88  MNT-BULK-REGION-SET
                                       VALUE 'Y'.
               10  FILLER              PIC X(34).
           05  MNT-SOURCE              PIC X(1).
               88  MNT-FROM-BATCH      VALUE 'B'.
               88  MNT-FROM-ONLINE     VALUE 'O'.
      * a purge is a delete the dormant account review raised for a
      * master data control confirmed closed - MYMAINT applies it
      * only while the master still reads closed
               88  MNT-FROM-PURGE      VALUE 'P'.
      * a bulk change generated from a selection card - approved or
      * rejected a whole batch at a time by the approval gate
               88  MNT-FROM-BULK       VALUE 'M'.
      * the keying user - MYUPD stamps the CICS userid, card decks
      * leave it blank. the approval gate refuses a checker whose id
      * matches the maker's, which is the dual control the auditors
