                file status is WS-OLD-HELD-STATUS.
            select NEW-HELD-FICHIER assign to UT-S-NHD
                organization is sequential.
            select XMITLOG-FICHIER assign to UT-S-XLG
                organization is sequential
                file status is WS-XMITLOG-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
           block contains 0 records
           recording mode is F.
           copy HELDREC.
       FD  XMITLOG-FICHIER
           block contains 0 records
           recording mode is F.
           copy XMITLOG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           88  OLD-HELD-OK             VALUE '00'.
           88  OLD-HELD-EOF            VALUE '10'.
           88  OLD-HELD-NOT-FOUND      VALUE '35'.
       01  WS-XMITLOG-STATUS           PIC X(2) VALUE '00'.
           88  XMITLOG-OK              VALUE '00'.
           88  XMITLOG-EOF             VALUE '10'.
           88  XMITLOG-NOT-FOUND       VALUE '35'.
      * the transmission log MYPOST just wrote - its highest
      * sequence is this cycle's, and every partner header carries
      * it, so a supplemental cycle's slices are told apart from
      * the main cycle's cut the same day
       01  WS-XMIT-CONTROLS.
           05  WS-XLG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-XMITLOG      VALUE 'Y'.
           05  WS-XMIT-SEQUENCE        PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
               perform END-OF-RUN
           end-if
           perform LOAD-DELIVERY-CALENDAR
           perform FIND-TRANSMISSION-SEQUENCE
           open output NEW-HELD-FICHIER
           perform OPEN-PARTNER-FICHIERS
           perform WRITE-PARTNER-HEADERS
           perform PRINT-PARTNER-TOTALS
           perform PRINT-HOLD-RELEASE-REPORT
           perform END-OF-RUN.
       FIND-TRANSMISSION-SEQUENCE.
           open input XMITLOG-FICHIER
           if XMITLOG-NOT-FOUND
               display "MYSPLIT - NO TRANSMISSION LOG - HEADERS "
                   "CARRY SEQUENCE ZERO"
               set END-OF-XMITLOG to true
           else
               if not XMITLOG-OK
                   perform XMITLOG-ERROR
               end-if
               perform READ-XMITLOG-RECORD
           end-if
           perform until END-OF-XMITLOG
               if XLG-SEQUENCE > WS-XMIT-SEQUENCE
                   move XLG-SEQUENCE to WS-XMIT-SEQUENCE
               end-if
               perform READ-XMITLOG-RECORD
           end-perform
           if not XMITLOG-NOT-FOUND
               close XMITLOG-FICHIER
           end-if
           .
       READ-XMITLOG-RECORD.
           read XMITLOG-FICHIER
               at end set END-OF-XMITLOG to true
           end-read
           if not XMITLOG-OK and not XMITLOG-EOF
               perform XMITLOG-ERROR
           end-if
           .
       LOAD-DELIVERY-CALENDAR.
      * a card matching tonight's date puts that partner on hold -
      * its slice parks on the held file and its output stays
               move WS-RT-PARTNER-ID (WS-RT-SUB)
                 to WPT-HDR-PARTNER-ID
               move zero to WPT-HDR-DUP-OF-SEQ
               move WS-XMIT-SEQUENCE to WPT-HDR-SEQUENCE
               perform WRITE-PARTNER-RECORD
           end-if
           .
               WS-OLD-HELD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       XMITLOG-ERROR.
           display "MYSPLIT - XMITLOG-FICHIER I/O ERROR - STATUS = "
               WS-XMITLOG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
