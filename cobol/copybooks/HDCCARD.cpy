      * held-item decision card - one per high-value item the
      * supervisor has reviewed, from the supervisor's card deck or
      * the MYHLD review screen's queue. 'R' releases the item to
      * post on the next cycle, 'F' refuses it onto the exception
      * file. the supervisor id must differ from the item's operator
      * id or the decision is ignored and the item stays held
       01  HOLD-DECISION-RECORD.
           05  HDC-KEY                 PIC 9(6).
           05  HDC-KEY-X REDEFINES HDC-KEY
                                       PIC X(6).
           05  HDC-BUSINESS-DATE       PIC 9(8).
           05  HDC-BUSINESS-DATE-X REDEFINES HDC-BUSINESS-DATE
                                       PIC X(8).
           05  HDC-ACTION              PIC X(1).
               88  HDC-RELEASE         VALUE 'R'.
               88  HDC-REFUSE          VALUE 'F'.
               88  HDC-VALID-ACTION    VALUE 'R' 'F'.
           05  HDC-SUPERVISOR-ID       PIC X(8).
           05  FILLER                  PIC X(57).
