      ******************************************************************
      * Month-end follow-on to CARMSTUP - dealer consignment
      * settlement.
      *
      * Reads CARSOLDH - every car CARMSTUP has retired as SOLD - and
      * settles one calendar month of sales with the consigning
      * dealers.  The month's sales are re-sequenced into dealer code
      * order and each dealer gets a settlement statement listing
      * every car sold, its sale price, our commission at the rate
      * carried on the dealer's CARDLRS reference record, and the net
      * due to the dealer.  One payable per dealer goes to the
      * CARSTLAP interface file in the fixed layout accounts payable
      * loads without rekeying.  The summary page's sale total ties
      * to the CARGMRPT sale total run for the same month.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARSTLMT.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - monthly dealer
      *                    settlement statements and the CARSTLAP
      *                    payables interface off CARSOLDH, with
      *                    the commission rate from CARDLRS.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARSOLD-HIST ASSIGN TO CARSOLDH.
      *
      * Dealer reference file maintained by the office - the same
      * file CARSORT validates the feeds against; it carries each
      * dealer's name and consignment commission rate.
      *
           SELECT CARSTLMT-DLRS ASSIGN TO CARDLRS.
      *
      * Settlement month card - YYYYMM in cols 1-6.  Optional; no
      * card settles the calendar month before the run date, which
      * is what the month-end schedule wants.
      *
           SELECT CARSTLMT-CTL ASSIGN TO CARSTLCD
               FILE STATUS IS WS-CTL-STATUS.
      *
      * The month's sales re-sequenced into dealer order for the
      * control break - the sold history arrives in run order.
      *
           SELECT CARSTLMT-WORK ASSIGN TO WRK.
           SELECT CARSTLMT-SEQ  ASSIGN TO CARSTLWK.
           SELECT CARSTLMT-STMT ASSIGN TO CARSTLRP.
      *
      * Payables interface - a header, one payable per dealer, and a
      * trailer with the payable count and hash totals for the AP
      * load to prove the file complete.
      *
           SELECT CARSTLMT-AP   ASSIGN TO CARSTLAP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARSOLD-HIST RECORDING MODE F.
       01  SOLD-REC.
           05  SOLD-CAR-NAME     PIC X(50).
           05  SOLD-DEALER-CODE  PIC X(04).
           05  SOLD-STOCK-NO     PIC X(06).
           05  SOLD-LOT-LOC      PIC X(03).
           05  SOLD-CATEGORY     PIC X(04).
           05  SOLD-MODEL-YEAR   PIC 9(04).
           05  SOLD-LIST-PRICE   PIC $$,$$$,$$9.99.
           05  SOLD-SALE-PRICE   PIC $$,$$$,$$9.99.
           05  SOLD-SALE-DATE    PIC 9(08).
           05  SOLD-SALE-DATE-X  REDEFINES SOLD-SALE-DATE.
               10  SOLD-SALE-MONTH   PIC X(06).
               10  FILLER PIC X(02).
           05  SOLD-RUN-DATE     PIC 9(08).
           05  FILLER PIC X(07).
      *
       SD  CARSTLMT-WORK.
       01  STL-WORK-REC.
           05  STW-CAR-NAME      PIC X(50).
           05  STW-DEALER-CODE   PIC X(04).
           05  STW-STOCK-NO      PIC X(06).
           05  STW-LOT-LOC       PIC X(03).
           05  STW-CATEGORY      PIC X(04).
           05  STW-MODEL-YEAR    PIC 9(04).
           05  STW-LIST-PRICE    PIC $$,$$$,$$9.99.
           05  STW-SALE-PRICE    PIC $$,$$$,$$9.99.
           05  STW-SALE-DATE     PIC 9(08).
           05  STW-RUN-DATE      PIC 9(08).
           05  FILLER PIC X(07).
      *
       FD  CARSTLMT-SEQ RECORDING MODE F.
       01  STL-SEQ-REC.
           05  STQ-CAR-NAME      PIC X(50).
           05  STQ-DEALER-CODE   PIC X(04).
           05  STQ-STOCK-NO      PIC X(06).
           05  STQ-LOT-LOC       PIC X(03).
           05  STQ-CATEGORY      PIC X(04).
           05  STQ-MODEL-YEAR    PIC 9(04).
           05  STQ-LIST-PRICE    PIC $$,$$$,$$9.99.
           05  STQ-SALE-PRICE    PIC $$,$$$,$$9.99.
           05  STQ-SALE-DATE     PIC 9(08).
           05  STQ-RUN-DATE      PIC 9(08).
           05  FILLER PIC X(07).
      *
       FD  CARSTLMT-DLRS RECORDING MODE F.
       01  DLR-REC.
           05  DLR-CODE              PIC X(04).
           05  FILLER PIC X(01).
           05  DLR-NAME              PIC X(30).
           05  FILLER PIC X(01).
      *
      * Commission rate as a percent with two decimals - 0850 is
      * 8.50 percent of the sale price.
      *
           05  DLR-COMM-PCT          PIC 9(02)V99.
           05  DLR-COMM-PCT-X  REDEFINES DLR-COMM-PCT PIC X(04).
           05  FILLER PIC X(40).
      *
       FD  CARSTLMT-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-MONTH.
               10  CTL-MONTH-YYYY    PIC X(04).
               10  CTL-MONTH-MM      PIC X(02).
           05  FILLER PIC X(74).
      *
       FD  CARSTLMT-STMT RECORDING MODE F.
       01  STMT-LINE            PIC X(132).
      *
       FD  CARSTLMT-AP RECORDING MODE F.
       01  AP-REC.
           05  AP-REC-TYPE       PIC X(01).
               88  AP-REC-IS-HEADER    VALUE 'H'.
               88  AP-REC-IS-PAYABLE   VALUE 'D'.
               88  AP-REC-IS-TRAILER   VALUE 'T'.
           05  AP-VENDOR-CODE    PIC X(04).
           05  AP-VENDOR-NAME    PIC X(30).
           05  AP-SETTLE-MONTH   PIC 9(06).
           05  AP-CAR-COUNT      PIC 9(05).
           05  AP-GROSS-AMT      PIC 9(09)V99.
           05  AP-COMM-AMT       PIC 9(09)V99.
           05  AP-NET-AMT        PIC 9(09)V99.
      *
      * P - release for payment; H - hold, the dealer has no usable
      * commission rate on CARDLRS and the office must set one.
      *
           05  AP-PAY-STATUS     PIC X(01).
       01  AP-HEADER-REC REDEFINES AP-REC.
           05  FILLER            PIC X(01).
           05  AP-HDR-SOURCE     PIC X(08).
           05  AP-HDR-RUN-DATE   PIC 9(08).
           05  AP-HDR-MONTH      PIC 9(06).
           05  FILLER            PIC X(57).
       01  AP-TRAILER-REC REDEFINES AP-REC.
           05  FILLER            PIC X(01).
           05  AP-TRL-COUNT      PIC 9(07).
           05  AP-TRL-GROSS-AMT  PIC 9(11)V99.
           05  AP-TRL-NET-AMT    PIC 9(11)V99.
           05  FILLER            PIC X(46).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF              VALUE 'Y'.
           05  WS-DLRS-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-DLRS-EOF             VALUE 'Y'.
           05  WS-DLR-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-DLR-FOUND            VALUE 'Y'.
           05  WS-FIRST-PAGE-SW    PIC X(01) VALUE 'Y'.
               88  WS-FIRST-PAGE           VALUE 'Y'.
           05  WS-CTL-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-CTL-BAD              VALUE 'Y'.
           05  WS-RATE-OK-SW       PIC X(01) VALUE 'N'.
               88  WS-RATE-OK              VALUE 'Y'.
      *
       01  WS-CTL-STATUS           PIC X(02).
      *
      * Dealer reference table - code, name and commission rate.  A
      * blank or non-numeric rate loads as unusable, so that dealer's
      * payable goes to AP on hold instead of paying the full sale.
      *
       01  WS-DLR-TABLE.
           05  WS-DLR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DLR-IDX.
               10  WS-DLR-CODE       PIC X(04).
               10  WS-DLR-NAME       PIC X(30).
               10  WS-DLR-RATE-OK    PIC X(01).
               10  WS-DLR-COMM-PCT   PIC 9(02)V99.
       01  WS-DLR-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-DLR-NAME-FOUND       PIC X(30).
       01  WS-COMM-PCT-FOUND       PIC 9(02)V99 VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-LINE-COUNT       PIC 9(03) COMP VALUE 0.
           05  WS-MAX-LINES        PIC 9(03) COMP VALUE 50.
           05  WS-SOLD-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-DEALER-CARS      PIC 9(07) COMP VALUE 0.
           05  WS-ALL-CARS         PIC 9(07) COMP VALUE 0.
           05  WS-STMT-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-AP-PAYABLE-COUNT PIC 9(07) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-SALE-NUM         PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-COMM-NUM         PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-NET-NUM          PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-DEALER-SALES     PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-DEALER-COMM      PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-DEALER-NET       PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-ALL-SALES        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-COMM         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-NET          PIC S9(11)V99 COMP-3 VALUE 0.
      *
       01  WS-BREAK-DEALER         PIC X(04) VALUE SPACES.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
      *
      * The month being settled - the prior calendar month unless
      * the control card names another.
      *
       01  WS-SETTLE-MONTH         PIC 9(06).
       01  WS-SETTLE-MONTH-PARTS REDEFINES WS-SETTLE-MONTH.
           05  WS-SETTLE-YYYY      PIC 9(04).
           05  WS-SETTLE-MM        PIC 9(02).
       01  WS-SETTLE-MONTH-X REDEFINES WS-SETTLE-MONTH PIC X(06).
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-STMT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARSTLMT DEALER SETTLEMENT STATEMENT '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  WS-RPT-MONTH-ED     PIC 9999/99.
      *
       01  WS-STMT-HEADING-2.
           05  FILLER              PIC X(08) VALUE 'DEALER: '.
           05  WS-HDG-DLR-CODE     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HDG-DLR-NAME     PIC X(30).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE 'COMMISSION RATE: '.
           05  WS-HDG-COMM-PCT     PIC Z9.99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HDG-RATE-NOTE    PIC X(31).
      *
       01  WS-STMT-HEADING-3.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(12) VALUE 'SOLD'.
           05  FILLER              PIC X(15) VALUE '   SALE PRICE'.
           05  FILLER              PIC X(15) VALUE '   COMMISSION'.
           05  FILLER              PIC X(15) VALUE '      NET DUE'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME         PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-STOCK        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-LOC          PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-CATEGORY     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-SALE-DATE    PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-SALE         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-COMM         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-NET          PIC $$,$$$,$$9.99.
      *
       01  WS-DEALER-TOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'CARS SOLD: '.
           05  WS-DT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(64) VALUE SPACES.
           05  WS-DT-SALE          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DT-COMM          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DT-NET           PIC $$$,$$$,$$9.99.
      *
       01  WS-SUMMARY-HEADING.
           05  FILLER              PIC X(37)
               VALUE 'SETTLEMENT SUMMARY - ALL DEALERS     '.
      *
       01  WS-SUMMARY-COUNT-LINE.
           05  WS-SC-LABEL         PIC X(32).
           05  WS-SC-COUNT         PIC ZZZ,ZZ9.
      *
       01  WS-SUMMARY-AMOUNT-LINE.
           05  WS-SA-LABEL         PIC X(32).
           05  WS-SA-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
      *
       01  WS-NO-SALES-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE '*NO SALES ON CARSOLDH FOR THIS MONTH*   '.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-SETTLEMENT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           PERFORM READ-CONTROL-CARD
           IF WS-CTL-BAD
               GO TO BAD-CARD-STOP
           END-IF
           MOVE WS-SETTLE-MONTH TO WS-RPT-MONTH-ED
           DISPLAY "CARSTLMT SETTLING SALES FOR MONTH "
               WS-SETTLE-MONTH

           PERFORM LOAD-DEALER-TABLE

           SORT CARSTLMT-WORK
               ON ASCENDING KEY STW-DEALER-CODE
               ON ASCENDING KEY STW-SALE-DATE
               ON ASCENDING KEY STW-STOCK-NO
               INPUT PROCEDURE IS SELECT-MONTH-SALES
                   THRU SELECT-MONTH-SALES-EXIT
               GIVING CARSTLMT-SEQ

           OPEN INPUT CARSTLMT-SEQ
           OPEN OUTPUT CARSTLMT-STMT
           OPEN OUTPUT CARSTLMT-AP
           PERFORM WRITE-AP-HEADER
           PERFORM PRINT-SETTLEMENT-RECORD UNTIL WS-SEQ-EOF
           IF WS-BREAK-DEALER NOT = SPACES
               PERFORM CLOSE-DEALER-SETTLEMENT
           END-IF
           PERFORM PRINT-SETTLEMENT-SUMMARY
           PERFORM WRITE-AP-TRAILER
           CLOSE CARSTLMT-SEQ
           CLOSE CARSTLMT-STMT
           CLOSE CARSTLMT-AP
           GO TO CLOSE-STOP.
      *
      * Settlement month card - YYYYMM in cols 1-6.  No file, or an
      * empty file, settles the month before the run date; a card
      * that does not validate stops the run, so a mis-keyed month
      * can never send AP a second payment for a settled month.
      *
       READ-CONTROL-CARD.
           IF WS-RUN-MM = 1
               COMPUTE WS-SETTLE-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-SETTLE-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-SETTLE-YYYY
               COMPUTE WS-SETTLE-MM = WS-RUN-MM - 1
           END-IF
           OPEN INPUT CARSTLMT-CTL
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CARSTLMT-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CARSTLMT-CTL
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-MONTH NOT NUMERIC
           OR CTL-MONTH-MM < '01'
           OR CTL-MONTH-MM > '12'
               DISPLAY "CARSTLMT CONTROL CARD MONTH MUST BE YYYYMM, "
                   "FOUND: " CTL-MONTH
               SET WS-CTL-BAD TO TRUE
           ELSE
               MOVE CTL-MONTH TO WS-SETTLE-MONTH-X
           END-IF.
      *
      * Dealer reference load - an overflow only loses the names and
      * rates beyond the table; those dealers' payables go on hold.
      *
       LOAD-DEALER-TABLE.
           OPEN INPUT CARSTLMT-DLRS
           PERFORM LOAD-DEALER-RECORD UNTIL WS-DLRS-EOF
           CLOSE CARSTLMT-DLRS.

       LOAD-DEALER-RECORD.
           READ CARSTLMT-DLRS
               AT END
                   SET WS-DLRS-EOF TO TRUE
               NOT AT END
                   IF DLR-CODE = SPACES
                       CONTINUE
                   ELSE
                       IF WS-DLR-COUNT < 200
                           ADD 1 TO WS-DLR-COUNT
                           MOVE DLR-CODE
                               TO WS-DLR-CODE(WS-DLR-COUNT)
                           MOVE DLR-NAME
                               TO WS-DLR-NAME(WS-DLR-COUNT)
                           IF DLR-COMM-PCT-X NUMERIC
                               MOVE 'Y'
                                   TO WS-DLR-RATE-OK(WS-DLR-COUNT)
                               MOVE DLR-COMM-PCT
                                   TO WS-DLR-COMM-PCT(WS-DLR-COUNT)
                           ELSE
                               MOVE 'N'
                                   TO WS-DLR-RATE-OK(WS-DLR-COUNT)
                               MOVE 0
                                   TO WS-DLR-COMM-PCT(WS-DLR-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "CARDLRS DEALER REFERENCE FILE "
                               "OVERFLOWS THE 200-ENTRY TABLE - "
                               "DEALERS BEYOND IT SETTLE ON HOLD"
                           SET WS-DLRS-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       LOOKUP-DEALER-RATE.
           MOVE 'N' TO WS-DLR-FOUND-SW
           MOVE 'N' TO WS-RATE-OK-SW
           MOVE 0 TO WS-COMM-PCT-FOUND
           MOVE '** DEALER NOT ON CARDLRS **   '
               TO WS-DLR-NAME-FOUND
           PERFORM SCAN-DEALER-ENTRY
               VARYING WS-DLR-IDX FROM 1 BY 1
               UNTIL WS-DLR-FOUND
               OR WS-DLR-IDX > WS-DLR-COUNT.
      *
      * The loop's VARYING steps the index past the matched entry
      * before the UNTIL test, so the name and rate are captured
      * here rather than referenced through the index afterwards.
      *
       SCAN-DEALER-ENTRY.
           IF WS-DLR-CODE(WS-DLR-IDX) = WS-BREAK-DEALER
               SET WS-DLR-FOUND TO TRUE
               MOVE WS-DLR-NAME(WS-DLR-IDX) TO WS-DLR-NAME-FOUND
               MOVE WS-DLR-RATE-OK(WS-DLR-IDX) TO WS-RATE-OK-SW
               MOVE WS-DLR-COMM-PCT(WS-DLR-IDX) TO WS-COMM-PCT-FOUND
           END-IF.
      *
      * Sort input procedure - only the sales whose sale date falls
      * in the settlement month reach the dealer-ordered work file.
      * CARGMRPT selects on the same sale date, so the two tie.
      *
       SELECT-MONTH-SALES.
           OPEN INPUT CARSOLD-HIST.
       SELECT-MONTH-SALES-LOOP.
           READ CARSOLD-HIST
               AT END
                   GO TO SELECT-MONTH-SALES-DONE
           END-READ
           ADD 1 TO WS-SOLD-READ-COUNT
           IF SOLD-SALE-MONTH = WS-SETTLE-MONTH-X
               MOVE SOLD-REC TO STL-WORK-REC
               RELEASE STL-WORK-REC
           END-IF
           GO TO SELECT-MONTH-SALES-LOOP.
       SELECT-MONTH-SALES-DONE.
           CLOSE CARSOLD-HIST.
       SELECT-MONTH-SALES-EXIT.
           EXIT.
      *
      * Control break on the dealer code - each dealer's statement
      * starts on a fresh page and closes with its own totals and
      * its payable on the AP interface.
      *
       PRINT-SETTLEMENT-RECORD.
           READ CARSTLMT-SEQ
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF STQ-DEALER-CODE NOT = WS-BREAK-DEALER
                       IF WS-BREAK-DEALER NOT = SPACES
                           PERFORM CLOSE-DEALER-SETTLEMENT
                       END-IF
                       MOVE STQ-DEALER-CODE TO WS-BREAK-DEALER
                       ADD 1 TO WS-STMT-COUNT
                       PERFORM LOOKUP-DEALER-RATE
                       PERFORM PRINT-STATEMENT-HEADERS
                   END-IF
                   PERFORM PRINT-SETTLEMENT-DETAIL
           END-READ.

       PRINT-STATEMENT-HEADERS.
           MOVE WS-BREAK-DEALER    TO WS-HDG-DLR-CODE
           MOVE WS-DLR-NAME-FOUND  TO WS-HDG-DLR-NAME
           MOVE WS-COMM-PCT-FOUND  TO WS-HDG-COMM-PCT
           IF WS-RATE-OK
               MOVE SPACES TO WS-HDG-RATE-NOTE
           ELSE
               MOVE '** NO RATE - PAYABLE ON HOLD **'
                   TO WS-HDG-RATE-NOTE
           END-IF
           IF WS-FIRST-PAGE
               MOVE 'N' TO WS-FIRST-PAGE-SW
               WRITE STMT-LINE FROM WS-STMT-HEADING-1
           ELSE
               WRITE STMT-LINE FROM WS-STMT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE STMT-LINE FROM WS-STMT-HEADING-2
           WRITE STMT-LINE FROM WS-RPT-BLANK
           WRITE STMT-LINE FROM WS-STMT-HEADING-3
           MOVE 0 TO WS-LINE-COUNT.
      *
      * Commission is worked per car and rounded to the cent, so the
      * statement lines add up to the dealer total exactly.
      *
       PRINT-SETTLEMENT-DETAIL.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM PRINT-STATEMENT-HEADERS
           END-IF
           MOVE STQ-SALE-PRICE TO WS-SALE-NUM
           COMPUTE WS-COMM-NUM ROUNDED
               = WS-SALE-NUM * WS-COMM-PCT-FOUND / 100
           COMPUTE WS-NET-NUM = WS-SALE-NUM - WS-COMM-NUM

           MOVE STQ-CAR-NAME   TO WS-DTL-NAME
           MOVE STQ-STOCK-NO   TO WS-DTL-STOCK
           MOVE STQ-LOT-LOC    TO WS-DTL-LOC
           MOVE STQ-CATEGORY   TO WS-DTL-CATEGORY
           MOVE STQ-SALE-DATE  TO WS-DTL-SALE-DATE
           MOVE WS-SALE-NUM    TO WS-DTL-SALE
           MOVE WS-COMM-NUM    TO WS-DTL-COMM
           MOVE WS-NET-NUM     TO WS-DTL-NET
           WRITE STMT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1 TO WS-DEALER-CARS
           ADD WS-SALE-NUM TO WS-DEALER-SALES
           ADD WS-COMM-NUM TO WS-DEALER-COMM
           ADD WS-NET-NUM  TO WS-DEALER-NET.

       CLOSE-DEALER-SETTLEMENT.
           MOVE WS-DEALER-CARS  TO WS-DT-COUNT
           MOVE WS-DEALER-SALES TO WS-DT-SALE
           MOVE WS-DEALER-COMM  TO WS-DT-COMM
           MOVE WS-DEALER-NET   TO WS-DT-NET
           WRITE STMT-LINE FROM WS-RPT-BLANK
           WRITE STMT-LINE FROM WS-DEALER-TOTAL-LINE
           PERFORM WRITE-AP-PAYABLE

           ADD WS-DEALER-CARS  TO WS-ALL-CARS
           ADD WS-DEALER-SALES TO WS-ALL-SALES
           ADD WS-DEALER-COMM  TO WS-ALL-COMM
           ADD WS-DEALER-NET   TO WS-ALL-NET
           MOVE 0 TO WS-DEALER-CARS
           MOVE 0 TO WS-DEALER-SALES
           MOVE 0 TO WS-DEALER-COMM
           MOVE 0 TO WS-DEALER-NET.

       WRITE-AP-HEADER.
           MOVE SPACES          TO AP-REC
           MOVE 'H'             TO AP-REC-TYPE
           MOVE 'CARSTLMT'      TO AP-HDR-SOURCE
           MOVE WS-RUN-DATE     TO AP-HDR-RUN-DATE
           MOVE WS-SETTLE-MONTH TO AP-HDR-MONTH
           WRITE AP-REC.

       WRITE-AP-PAYABLE.
           MOVE SPACES            TO AP-REC
           MOVE 'D'               TO AP-REC-TYPE
           MOVE WS-BREAK-DEALER   TO AP-VENDOR-CODE
           MOVE WS-DLR-NAME-FOUND TO AP-VENDOR-NAME
           MOVE WS-SETTLE-MONTH   TO AP-SETTLE-MONTH
           MOVE WS-DEALER-CARS    TO AP-CAR-COUNT
           MOVE WS-DEALER-SALES   TO AP-GROSS-AMT
           MOVE WS-DEALER-COMM    TO AP-COMM-AMT
           MOVE WS-DEALER-NET     TO AP-NET-AMT
           IF WS-RATE-OK
               MOVE 'P' TO AP-PAY-STATUS
           ELSE
               MOVE 'H' TO AP-PAY-STATUS
               ADD 1 TO WS-HELD-COUNT
           END-IF
           WRITE AP-REC
           ADD 1 TO WS-AP-PAYABLE-COUNT.

       WRITE-AP-TRAILER.
           MOVE SPACES              TO AP-REC
           MOVE 'T'                 TO AP-REC-TYPE
           MOVE WS-AP-PAYABLE-COUNT TO AP-TRL-COUNT
           MOVE WS-ALL-SALES        TO AP-TRL-GROSS-AMT
           MOVE WS-ALL-NET          TO AP-TRL-NET-AMT
           WRITE AP-REC.
      *
      * Summary page - the sale total here is the figure that ties
      * to CARGMRPT's ALL line when it is run for the same month.
      *
       PRINT-SETTLEMENT-SUMMARY.
           IF WS-FIRST-PAGE
               MOVE 'N' TO WS-FIRST-PAGE-SW
               WRITE STMT-LINE FROM WS-STMT-HEADING-1
               WRITE STMT-LINE FROM WS-RPT-BLANK
               WRITE STMT-LINE FROM WS-NO-SALES-LINE
           ELSE
               WRITE STMT-LINE FROM WS-STMT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE STMT-LINE FROM WS-RPT-BLANK
           WRITE STMT-LINE FROM WS-SUMMARY-HEADING
           WRITE STMT-LINE FROM WS-RPT-BLANK
           MOVE 'SOLD HISTORY RECORDS READ:      ' TO WS-SC-LABEL
           MOVE WS-SOLD-READ-COUNT TO WS-SC-COUNT
           WRITE STMT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE 'DEALERS SETTLED:                ' TO WS-SC-LABEL
           MOVE WS-STMT-COUNT TO WS-SC-COUNT
           WRITE STMT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE 'PAYABLES ON HOLD - NO RATE:     ' TO WS-SC-LABEL
           MOVE WS-HELD-COUNT TO WS-SC-COUNT
           WRITE STMT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE 'CARS SOLD IN MONTH:             ' TO WS-SC-LABEL
           MOVE WS-ALL-CARS TO WS-SC-COUNT
           WRITE STMT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE 'SALE TOTAL (TIES TO CARGMRPT):  ' TO WS-SA-LABEL
           MOVE WS-ALL-SALES TO WS-SA-AMOUNT
           WRITE STMT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE 'COMMISSION EARNED:              ' TO WS-SA-LABEL
           MOVE WS-ALL-COMM TO WS-SA-AMOUNT
           WRITE STMT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE 'NET DUE TO DEALERS:             ' TO WS-SA-LABEL
           MOVE WS-ALL-NET TO WS-SA-AMOUNT
           WRITE STMT-LINE FROM WS-SUMMARY-AMOUNT-LINE.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       BAD-CARD-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARSTLMT RUN STOPPED - INVALID CONTROL CARD, SEE "
               "MESSAGES ABOVE"
           STOP RUN.
