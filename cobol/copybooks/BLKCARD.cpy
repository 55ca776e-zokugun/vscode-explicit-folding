      * bulk maintenance cards for MYBULK - one selection card naming
      * the masters to change and one change card naming what to set.
      * selection: a key range, and optionally the current account
      * status ('*' any, blank reads as active) and owning region
      * ('**' any, blank = masters open to every region) the master
      * must have now. change: the batch id the approval gate knows
      * the batch by, the data control user raising it (the maker),
      * and the values to set - blank leaves a field as it stands,
      * '**' sets the region open to all, zeros clear a close date
       01  BULK-CARD-RECORD.
           05  BLK-CARD-TYPE           PIC X(1).
               88  BLK-SELECTION-CARD  VALUE 'S'.
               88  BLK-CHANGE-CARD     VALUE 'C'.
           05  BLK-SELECTION-AREA.
               10  BLK-KEY-FROM        PIC 9(6).
               10  BLK-KEY-FROM-X REDEFINES BLK-KEY-FROM
                                       PIC X(6).
               10  BLK-KEY-TO          PIC 9(6).
               10  BLK-KEY-TO-X REDEFINES BLK-KEY-TO
                                       PIC X(6).
               10  BLK-SEL-ACCOUNT-STATUS
                                       PIC X(1).
                   88  BLK-SEL-ANY-STATUS
                                       VALUE '*'.
                   88  BLK-SEL-VALID-STATUS
                                       VALUE 'A' 'F' 'C' ' ' '*'.
               10  BLK-SEL-OWNING-REGION
                                       PIC X(2).
                   88  BLK-SEL-ANY-REGION
                                       VALUE '**'.
                   88  BLK-SEL-VALID-REGION
                                       VALUE 'R1' 'R2' 'R3' '  '
                                             '**'.
               10  FILLER              PIC X(64).
           05  BLK-CHANGE-AREA REDEFINES BLK-SELECTION-AREA.
               10  BLK-BATCH-ID        PIC X(8).
               10  BLK-MAKER-ID        PIC X(8).
               10  BLK-NEW-ACCOUNT-STATUS
                                       PIC X(1).
                   88  BLK-NEW-VALID-STATUS
                                       VALUE 'A' 'F' 'C' ' '.
               10  BLK-NEW-OWNING-REGION
                                       PIC X(2).
                   88  BLK-NEW-ANY-REGION
                                       VALUE '**'.
                   88  BLK-NEW-VALID-REGION
                                       VALUE 'R1' 'R2' 'R3' '  '
                                             '**'.
               10  BLK-NEW-CLOSE-DATE  PIC 9(8).
               10  BLK-NEW-CLOSE-DATE-X REDEFINES BLK-NEW-CLOSE-DATE
                                       PIC X(8).
               10  FILLER              PIC X(52).
