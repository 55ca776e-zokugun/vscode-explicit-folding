      * what it changed; adds carry a blank before image, deletes a
      * blank after image. the source byte carries MNT-SOURCE through
      * so the consolidated history can tell a batch card from a
      * MYUPD online change, a MYDORM dormant-account purge or a
      * MYBULK bulk change
       01  MAINT-IMAGE-RECORD.
           05  IMG-FUNCTION            PIC X(1).
           05  IMG-KEY                 PIC 9(6).
