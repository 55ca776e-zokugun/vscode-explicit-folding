      * DFHCOMMAREA fields for the MYHLD high-value release screen -
      * carries the pseudo-conversational state between task ends:
      * which held item (key and business date) is on the screen
      * and whether one is displayed. Level 05 so these nest under
      * the caller's own 01 DFHCOMMAREA, same convention as APPCOMM
           05  HC-STATE            PIC X(1).
               88  HC-FRESH-SCREEN VALUE 'F'.
               88  HC-ITEM-DISPLAYED VALUE 'D'.
           05  HC-HOLD-KEY         PIC X(14).
