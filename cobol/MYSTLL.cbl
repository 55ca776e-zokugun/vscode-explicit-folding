      / page eject
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSTLL.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            select LOOKUP-CARD-FICHIER assign to UT-S-LKP
                organization is sequential
                file status is WS-LOOKUP-STATUS.
            select SETTLEMENT-HISTORY assign to STLHIST
                organization is indexed
                access is dynamic
                record key is STH-HISTORY-KEY
                file status is WS-HISTORY-STATUS.
            select PRINT-FICHIER assign to UT-S-RPT
                organization is sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-CARD-FICHIER
           block contains 0 records
           recording mode is F.
           copy SLKCARD.
       FD  SETTLEMENT-HISTORY.
           copy STLHIST.
       FD  PRINT-FICHIER
           block contains 0 records
           recording mode is F.
           copy REPORTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUN-STATISTICS.
           05  WS-STAT-CARDS-READ       PIC 9(9) VALUE ZERO.
           05  WS-STAT-CARDS-REJECTED   PIC 9(9) VALUE ZERO.
           05  WS-STAT-NOT-FOUND        PIC 9(9) VALUE ZERO.
           05  WS-STAT-HISTORY-LINES    PIC 9(9) VALUE ZERO.
       01  WS-SWITCHES.
           05  WS-LOOKUP-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-LOOKUP-CARDS VALUE 'Y'.
           05  WS-BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
               88  END-OF-PARTNER-HISTORY VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  PARTNER-HISTORY-FOUND VALUE 'Y'.
       01  WS-LOOKUP-STATUS            PIC X(2) VALUE '00'.
           88  LOOKUP-OK               VALUE '00'.
           88  LOOKUP-EOF              VALUE '10'.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE '00'.
           88  HISTORY-OK              VALUE '00'.
           88  HISTORY-EOF             VALUE '10'.
       01  WS-FINAL-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-RANGE.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PARTNER-TOTALS.
           05  WS-TOT-PAID             PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-COLLECTED        PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-NET              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-ITEMS            PIC 9(9) VALUE ZERO.
       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 060.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'MYSTLL - SETTLEMENT LOOKUP'.
           05  FILLER                  PIC X(8) VALUE '  PAGE '.
           05  WS-RH-PAGE              PIC ZZ9.
       01  WS-REPORT-PARTNER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'PARTNER  '.
           05  WS-PL-PARTNER-ID        PIC X(8).
           05  FILLER                  PIC X(7) VALUE '  FROM '.
           05  WS-PL-FROM-DATE         PIC 9(4)/99/99.
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-PL-TO-DATE           PIC 9(4)/99/99.
       01  WS-REPORT-HISTORY-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-HL-DATE              PIC 9(4)/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-SEQUENCE          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-ITEMS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-DIRECTION         PIC X(9).
       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(16).
           05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-NONE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-NL-TEXT              PIC X(40).
       PROCEDURE DIVISION.
       MAIN SECTION.
       START-OF-RUN.
           open output PRINT-FICHIER
           perform PRINT-REPORT-HEADER
           open input LOOKUP-CARD-FICHIER
           if not LOOKUP-OK
               perform LOOKUP-CARD-ERROR
           end-if
           open input SETTLEMENT-HISTORY
           if not HISTORY-OK
               perform HISTORY-ERROR
           end-if
           perform READ-LOOKUP-CARD
           perform until END-OF-LOOKUP-CARDS
               if SLK-PARTNER-ID not = spaces
                   perform LOOKUP-ONE-PARTNER
               end-if
               perform READ-LOOKUP-CARD
           end-perform
           close LOOKUP-CARD-FICHIER
           close SETTLEMENT-HISTORY
           perform END-OF-RUN.
       READ-LOOKUP-CARD.
           read LOOKUP-CARD-FICHIER
               at end set END-OF-LOOKUP-CARDS to true
           end-read
           if not LOOKUP-OK and not LOOKUP-EOF
               perform LOOKUP-CARD-ERROR
           end-if
           .
       LOOKUP-ONE-PARTNER.
      * blank dates ask for everything on file; a blank to-date
      * asks for the from-date alone
           add 1 to WS-STAT-CARDS-READ
           evaluate true
               when SLK-FROM-DATE-X = spaces
                   move zero to WS-FROM-DATE
                   move 99999999 to WS-TO-DATE
               when SLK-FROM-DATE-X is not numeric
                   display "MYSTLL - BAD FROM-DATE ON CARD FOR "
                       SLK-PARTNER-ID
                   perform REJECT-LOOKUP-CARD
               when SLK-TO-DATE-X = spaces
                   move SLK-FROM-DATE to WS-FROM-DATE
                   move SLK-FROM-DATE to WS-TO-DATE
               when SLK-TO-DATE-X is not numeric
                   or SLK-TO-DATE < SLK-FROM-DATE
                   display "MYSTLL - BAD TO-DATE ON CARD FOR "
                       SLK-PARTNER-ID
                   perform REJECT-LOOKUP-CARD
               when other
                   move SLK-FROM-DATE to WS-FROM-DATE
                   move SLK-TO-DATE to WS-TO-DATE
           end-evaluate
           if WS-TO-DATE not = zero
               perform LIST-PARTNER-SETTLEMENTS
           end-if
           .
       REJECT-LOOKUP-CARD.
           add 1 to WS-STAT-CARDS-REJECTED
           move zero to WS-FROM-DATE
           move zero to WS-TO-DATE
           if WS-FINAL-RETURN-CODE < 4
               move 4 to WS-FINAL-RETURN-CODE
           end-if
           .
       LIST-PARTNER-SETTLEMENTS.
           move SLK-PARTNER-ID to WS-PL-PARTNER-ID
           move WS-FROM-DATE to WS-PL-FROM-DATE
           move WS-TO-DATE to WS-PL-TO-DATE
           perform PRINT-PARTNER-LINE
           move zero to WS-TOT-PAID
           move zero to WS-TOT-COLLECTED
           move zero to WS-TOT-NET
           move zero to WS-TOT-ITEMS
           move 'N' to WS-FOUND-SW
           move 'N' to WS-BROWSE-EOF-SW
           move SLK-PARTNER-ID to STH-PARTNER-ID
           move WS-FROM-DATE to STH-BUSINESS-DATE
           move zero to STH-SEQUENCE
           start SETTLEMENT-HISTORY
               key >= STH-HISTORY-KEY
               invalid key set END-OF-PARTNER-HISTORY to true
           end-start
           if not END-OF-PARTNER-HISTORY
               perform READ-NEXT-HISTORY
           end-if
           perform until END-OF-PARTNER-HISTORY
               perform PRINT-HISTORY-LINE
               perform READ-NEXT-HISTORY
           end-perform
           if PARTNER-HISTORY-FOUND
               perform PRINT-PARTNER-TOTALS
           else
               move 'NO SETTLEMENTS ON FILE FOR THE PERIOD'
                 to WS-NL-TEXT
               perform PRINT-NONE-LINE
               add 1 to WS-STAT-NOT-FOUND
               if WS-FINAL-RETURN-CODE < 4
                   move 4 to WS-FINAL-RETURN-CODE
               end-if
           end-if
           .
       READ-NEXT-HISTORY.
           read SETTLEMENT-HISTORY next
               at end set END-OF-PARTNER-HISTORY to true
           end-read
           if END-OF-PARTNER-HISTORY
               continue
           else
               if not HISTORY-OK
                   perform HISTORY-ERROR
               end-if
               if STH-PARTNER-ID not = SLK-PARTNER-ID
                   or STH-BUSINESS-DATE > WS-TO-DATE
                   set END-OF-PARTNER-HISTORY to true
               else
                   set PARTNER-HISTORY-FOUND to true
               end-if
           end-if
           .
       PRINT-HISTORY-LINE.
           move STH-BUSINESS-DATE to WS-HL-DATE
           move STH-SEQUENCE to WS-HL-SEQUENCE
           compute WS-HL-ITEMS = STH-DETAIL-COUNT
               + STH-REVERSAL-COUNT
           move STH-NET-AMOUNT to WS-HL-AMOUNT
           evaluate true
               when STH-PAID
                   move 'PAID' to WS-HL-DIRECTION
                   add STH-NET-AMOUNT to WS-TOT-PAID
               when STH-COLLECTED
                   move 'COLLECTED' to WS-HL-DIRECTION
                   add STH-NET-AMOUNT to WS-TOT-COLLECTED
               when other
                   move 'NIL' to WS-HL-DIRECTION
           end-evaluate
           add STH-NET-AMOUNT to WS-TOT-NET
           add STH-DETAIL-COUNT to WS-TOT-ITEMS
           add STH-REVERSAL-COUNT to WS-TOT-ITEMS
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-HISTORY-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           add 1 to WS-STAT-HISTORY-LINES
           .
       PRINT-PARTNER-TOTALS.
      * the net amounts keep the sign of the partner's slice, so the
      * paid and collected totals show which way each ran
           move 'PAID NET        ' to WS-TL-LABEL
           move WS-TOT-PAID to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           move 'COLLECTED NET   ' to WS-TL-LABEL
           move WS-TOT-COLLECTED to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           move 'PERIOD NET      ' to WS-TL-LABEL
           move WS-TOT-NET to WS-TL-AMOUNT
           perform PRINT-TOTAL-LINE
           .
       LOOKUP-CARD-ERROR.
           display "MYSTLL - LOOKUP-CARD I/O ERROR - STATUS = "
               WS-LOOKUP-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       HISTORY-ERROR.
           display "MYSTLL - SETTLEMENT-HISTORY I/O ERROR - STATUS = "
               WS-HISTORY-STATUS
           move 12 to WS-FINAL-RETURN-CODE
           perform END-OF-RUN.
       PRINT-REPORT-HEADER.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-RH-PAGE
           write PRINT-RECORD from WS-REPORT-HEADER-LINE
               after advancing page
           move zero to WS-LINE-COUNT
           .
       PRINT-PARTNER-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-PARTNER-LINE
               after advancing 2
           add 2 to WS-LINE-COUNT
           .
       PRINT-TOTAL-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-TOTAL-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       PRINT-NONE-LINE.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform PRINT-REPORT-HEADER
           end-if
           write PRINT-RECORD from WS-REPORT-NONE-LINE
               after advancing 1
           add 1 to WS-LINE-COUNT
           .
       END-OF-RUN.
           perform DUMP-RUN-STATISTICS
           close PRINT-FICHIER
           move WS-FINAL-RETURN-CODE to return-code
           goback.
       DUMP-RUN-STATISTICS.
           display "MYSTLL - RUN STATISTICS"
           display "  LOOKUP CARDS READ:  " WS-STAT-CARDS-READ
           display "  CARDS REJECTED:     " WS-STAT-CARDS-REJECTED
           display "  NOTHING ON FILE:    " WS-STAT-NOT-FOUND
           display "  SETTLEMENT LINES:   " WS-STAT-HISTORY-LINES
           .
