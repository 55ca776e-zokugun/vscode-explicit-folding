      * master/reference record - independent source DD-FICHIER
      * detail records are cross-referenced against by key
      * MST-DATA stays one 74-byte area so maintenance can replace it
      * whole; the redefine gives the structured account view. the
      * first ten bytes are the amount/status pair the online update
      * has always carried, the account fields follow. a blank
      * account status reads as active and a blank owning region
      * means the account takes postings from any region, so masters
      * loaded before the account fields existed post as they did
       01  MASTER-RECORD.
           05  MST-KEY             PIC 9(6).
           05  MST-DATA            PIC X(74).
           05  MST-DATA-FIELDS REDEFINES MST-DATA.
               10  MST-AMOUNT      PIC 9(7)V99.
               10  MST-AMOUNT-X REDEFINES MST-AMOUNT
                                   PIC X(9).
               10  MST-STATUS      PIC X(1).
               10  MST-ACCOUNT-STATUS
                                   PIC X(1).
                   88  MST-ACCOUNT-ACTIVE  VALUE 'A' ' '.
                   88  MST-ACCOUNT-FROZEN  VALUE 'F'.
                   88  MST-ACCOUNT-CLOSED  VALUE 'C'.
                   88  MST-VALID-ACCOUNT-STATUS
                                           VALUE 'A' 'F' 'C' ' '.
               10  MST-OPEN-DATE   PIC 9(8).
               10  MST-OPEN-DATE-X REDEFINES MST-OPEN-DATE
                                   PIC X(8).
               10  MST-CLOSE-DATE  PIC 9(8).
               10  MST-CLOSE-DATE-X REDEFINES MST-CLOSE-DATE
                                   PIC X(8).
               10  MST-OWNING-REGION
                                   PIC X(2).
               10  FILLER          PIC X(45).
