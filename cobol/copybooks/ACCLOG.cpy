      * online access-log record - one row per inquiry, browse page,
      * workbench view or maintenance screen view, written by MYINQ,
      * MYEXC, MYUPD, MYAPP and MYHLD to the extrapartition queue
      * MACQ and read by the nightly consolidation (MYACCC) and the
      * access report by user (MYACCR). a single-key view carries the
      * same key in both key fields; a browse page carries the lowest
      * and highest key it showed. keys stay in raw byte form - an
      * open exception's key bytes need not be numeric
       01  ACCESS-LOG-RECORD.
           05  ACL-USERID              PIC X(8).
           05  ACL-TRANSID             PIC X(4).
           05  ACL-TERMID              PIC X(4).
           05  ACL-ACTION              PIC X(1).
               88  ACL-INQUIRY         VALUE 'I'.
               88  ACL-BROWSE-PAGE     VALUE 'B'.
               88  ACL-SCREEN-VIEW     VALUE 'V'.
               88  ACL-CHANGE-QUEUED   VALUE 'U'.
               88  ACL-DECISION-QUEUED VALUE 'D'.
           05  ACL-KEY-FROM            PIC X(6).
           05  ACL-KEY-TO              PIC X(6).
           05  ACL-DATE                PIC 9(8).
           05  ACL-TIME                PIC 9(6).
           05  FILLER                  PIC X(37).
