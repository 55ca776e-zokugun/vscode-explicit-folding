      * purge confirmation card - data control's word that the
      * account on MST-KEY is closed for good and may leave the
      * master. the confirmer is the maker of the delete it raises,
      * so the approval gate still needs a second, different user
       01  PURGE-CONFIRM-CARD.
           05  PCF-KEY                 PIC 9(6).
           05  PCF-KEY-X REDEFINES PCF-KEY
                                       PIC X(6).
           05  PCF-CONFIRMER-ID        PIC X(8).
           05  FILLER                  PIC X(66).
