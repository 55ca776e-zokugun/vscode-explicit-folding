                file status is WS-OLD-MTD-STATUS.
            select NEW-MTD-FICHIER assign to UT-S-NMT
                organization is sequential.
            select RUN-REGISTRY-FICHIER assign to UT-S-RRG
                organization is sequential
                file status is WS-RUNREG-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
           block contains 0 records
           recording mode is F.
           copy ACTMTD.
       FD  RUN-REGISTRY-FICHIER
           block contains 0 records
           recording mode is F.
           copy RUNREG.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           88  OLD-MTD-OK              VALUE '00'.
           88  OLD-MTD-EOF             VALUE '10'.
           88  OLD-MTD-NOT-FOUND       VALUE '35'.
       01  WS-RUNREG-STATUS            PIC X(2) VALUE '00'.
           88  RUNREG-OK               VALUE '00'.
           88  RUNREG-EOF              VALUE '10'.
           88  RUNREG-NOT-FOUND        VALUE '35'.
      * the registry MYPROG just wrote says which cycle this is. a
      * supplemental cycle adds the late region to the same day's
      * month to date - on a month-end night that means the closed
      * month, which the main cycle leaves behind the reset record
       01  WS-CYCLE-CONTROLS.
           05  WS-RRG-EOF-SW           PIC X(1) VALUE 'N'.
               88  END-OF-RUN-REGISTRY VALUE 'Y'.
           05  WS-CYCLE-NUMBER         PIC 9(2) VALUE 1.
               88  SUPPLEMENTAL-CYCLE  VALUE 2 THRU 99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
                      by ==NIGHT-ACTIVITY-RECORD==,
                 leading ==MTD==
                      by ==NGT==.
      * the closed month's figures, kept aside on a month-end night
      * while the reset record is built
           copy ACTMTD
               replacing ==MTD-ACTIVITY-RECORD==
                      by ==CLOSED-MONTH-RECORD==,
                 leading ==MTD==
                      by ==CLM==.
       01  WS-BAND-LIMIT-TABLE.
           05  WS-BAND-LIMIT occurs 4 times
                                       PIC 9(9)V99.
           perform INITIALIZE-BANDS
           perform CLEAR-NIGHT-ACTIVITY
           perform READ-PROCESSING-CALENDAR
           perform FIND-CYCLE-NUMBER
           perform TALLY-EXTRACT-FICHIER
      * the night's own breakdown prints before the prior month is
      * folded in - the business asked for the night AND the month,
               close CALENDAR-FICHIER
           end-if
           .
       FIND-CYCLE-NUMBER.
      * the last registry row run today is this run's. a row written
      * before cycles were numbered, or no registry at all, is a
      * main cycle
           open input RUN-REGISTRY-FICHIER
           if RUNREG-NOT-FOUND
               display "MYACTS - NO RUN REGISTRY - MAIN CYCLE ASSUMED"
               set END-OF-RUN-REGISTRY to true
           else
               if not RUNREG-OK
                   perform RUNREG-ERROR
               end-if
               perform READ-RUN-REGISTRY
           end-if
           perform until END-OF-RUN-REGISTRY
               if REG-RUN-DATE = WS-RUN-DATE-NUM
                   if REG-CYCLE-NUMBER-X is numeric
                       and REG-CYCLE-NUMBER > zero
                       move REG-CYCLE-NUMBER to WS-CYCLE-NUMBER
                   else
                       move 1 to WS-CYCLE-NUMBER
                   end-if
               end-if
               perform READ-RUN-REGISTRY
           end-perform
           if not RUNREG-NOT-FOUND
               close RUN-REGISTRY-FICHIER
           end-if
           if SUPPLEMENTAL-CYCLE
               display "MYACTS - SUPPLEMENTAL CYCLE " WS-CYCLE-NUMBER
                   " - FOLDED INTO TODAY'S MONTH TO DATE"
           end-if
           .
       READ-RUN-REGISTRY.
           read RUN-REGISTRY-FICHIER
               at end set END-OF-RUN-REGISTRY to true
           end-read
           if not RUNREG-OK and not RUNREG-EOF
               perform RUNREG-ERROR
           end-if
           .
       READ-CALENDAR-RECORD.
           read CALENDAR-FICHIER
               at end set END-OF-CALENDAR to true
               read OLD-MTD-FICHIER
                   at end continue
               end-read
      * a supplemental cycle on a month-end night finds the reset
      * the main cycle wrote today - the month it belongs to is the
      * closed-month record behind it
               if OLD-MTD-OK
                   and SUPPLEMENTAL-CYCLE
                   and TONIGHT-IS-MONTH-END
                   and OMT-AS-OF-DATE = WS-RUN-DATE-NUM
                   read OLD-MTD-FICHIER
                       at end continue
                   end-read
               end-if
               if OLD-MTD-OK
                   and OMT-MONTH = WS-BUSINESS-MONTH
                   set PRIOR-MTD-SEEN to true
           end-evaluate
           .
       PRINT-NIGHT-SUMMARY.
           if SUPPLEMENTAL-CYCLE
               move 'ACTIVITY THIS SUPPLEMENTAL CYCLE' to WS-SC-TITLE
           else
               move 'ACTIVITY THIS NIGHT' to WS-SC-TITLE
           end-if
           perform PRINT-SECTION-LINE
           perform PRINT-ACTIVITY-SECTIONS
           .
       WRITE-NEW-MTD.
      * after a month-end run the accumulation starts over - the
      * new generation carries zeros dated tonight so the first
      * cycle of the new month opens clean. the closed month follows
      * the reset as a second record, so a supplemental cycle later
      * the same night still has the month to add its region to
           open output NEW-MTD-FICHIER
           if TONIGHT-IS-MONTH-END
               move NIGHT-ACTIVITY-RECORD to CLOSED-MONTH-RECORD
               perform CLEAR-NIGHT-ACTIVITY
           end-if
           write MTD-ACTIVITY-RECORD from NIGHT-ACTIVITY-RECORD
           if TONIGHT-IS-MONTH-END
               write MTD-ACTIVITY-RECORD from CLOSED-MONTH-RECORD
           end-if
           close NEW-MTD-FICHIER
           .
       READ-EXTRACT-RECORD.
               WS-OLD-MTD-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       RUNREG-ERROR.
           display "MYACTS - RUN-REGISTRY I/O ERROR - STATUS = "
               WS-RUNREG-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
