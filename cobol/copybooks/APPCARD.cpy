      * approval decision card - one per pending maintenance
      * transaction, from the supervisor's card deck or the MYAPP
      * review screen's queue. the checker id must differ from the
      * transaction's maker id or the approval is refused. a card
      * with a blank key and a batch id decides every item of that
      * bulk change batch at once - bulk items take no other card
       01  APPROVAL-CARD-RECORD.
           05  APV-KEY                 PIC 9(6).
           05  APV-KEY-X REDEFINES APV-KEY
               88  APV-REJECT          VALUE 'R'.
               88  APV-VALID-ACTION    VALUE 'A' 'R'.
           05  APV-CHECKER-ID          PIC X(8).
           05  APV-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(57).
