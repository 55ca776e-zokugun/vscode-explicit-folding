      * access lookup request card - one key per card, read by MYACCL
      * to list every online view of it. the key is in raw byte form
      * (columns 1-6). a blank date range means the calendar quarter
      * the job runs in; a from date alone runs to the run date
       01  ACCESS-LOOKUP-CARD.
           05  ACC-KEY                 PIC X(6).
           05  FILLER                  PIC X(1).
           05  ACC-FROM-DATE           PIC 9(8).
           05  ACC-FROM-DATE-X REDEFINES ACC-FROM-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(1).
           05  ACC-TO-DATE             PIC 9(8).
           05  ACC-TO-DATE-X REDEFINES ACC-TO-DATE
                                       PIC X(8).
           05  FILLER                  PIC X(56).
