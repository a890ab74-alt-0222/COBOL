      *                    sold history.
      *   2026-09-02  DWM  Sold history carries the lot/location
      *                    code - layout kept in step.
      *   2026-10-15  DWM  Optional CARGMCD month card - reports one
      *                    calendar month of sales by sale date, so
      *                    the sale total ties to the CARSTLMT
      *                    dealer settlement for the same month.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL CARSOLD-HIST ASSIGN TO CARSOLDH.
           SELECT CARGM-RPT ASSIGN TO CARGMRP.
      *
      * Report month - YYYYMM in cols 1-6.  Optional; no card reports
      * the whole sold history as before.
      *
           SELECT CARGM-CTL ASSIGN TO CARGMCD
               FILE STATUS IS WS-CTL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05  SOLD-LIST-PRICE   PIC $$,$$$,$$9.99.
           05  SOLD-SALE-PRICE   PIC $$,$$$,$$9.99.
           05  SOLD-SALE-DATE    PIC 9(08).
           05  SOLD-SALE-DATE-X  REDEFINES SOLD-SALE-DATE.
               10  SOLD-SALE-MONTH   PIC X(06).
               10  FILLER PIC X(02).
           05  SOLD-RUN-DATE     PIC 9(08).
           05  FILLER PIC X(07).
      *
       FD  CARGM-RPT RECORDING MODE F.
       01  GM-RPT-LINE          PIC X(132).
      *
       FD  CARGM-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-MONTH.
               10  CTL-MONTH-YYYY    PIC X(04).
               10  CTL-MONTH-MM      PIC X(02).
           05  FILLER PIC X(74).
      *
      *----------------------
       WORKING-STORAGE SECTION.
               88  WS-ROW-FOUND            VALUE 'Y'.
           05  WS-ROW-FULL-SW      PIC X(01) VALUE 'N'.
               88  WS-ROW-TABLE-FULL       VALUE 'Y'.
           05  WS-CTL-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-CTL-BAD              VALUE 'Y'.
           05  WS-MONTH-SW         PIC X(01) VALUE 'N'.
               88  WS-ONE-MONTH            VALUE 'Y'.
      *
       01  WS-CTL-STATUS           PIC X(02).
       01  WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(06).
      *
      * One accumulator row per category/dealer pair seen on the
      * sold history.
               VALUE 'CARGMRPT GROSS MARGIN REPORT         '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RPT-PERIOD       PIC X(20) VALUE 'ALL SALES ON FILE'.
      *
       01  WS-RPT-PERIOD-MONTH.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  WS-RPT-MONTH-ED     PIC 9999/99.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           PERFORM READ-CONTROL-CARD
           IF WS-CTL-BAD
               GO TO BAD-CARD-STOP
           END-IF
           IF WS-ONE-MONTH
               MOVE WS-REPORT-MONTH-N TO WS-RPT-MONTH-ED
               MOVE WS-RPT-PERIOD-MONTH TO WS-RPT-PERIOD
           END-IF

           OPEN INPUT CARSOLD-HIST
           PERFORM TALLY-SOLD-RECORD UNTIL WS-EOF
           CLOSE CARSOLD-HIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-ONE-MONTH
                   AND SOLD-SALE-MONTH NOT = WS-REPORT-MONTH
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-SOLD-COUNT
                       PERFORM ACCUMULATE-MARGIN-ROW
                   END-IF
           END-READ.
      *
      * Month card - YYYYMM in cols 1-6.  No file, or an empty file,
      * reports every sale on file; a card that does not validate
      * stops the run rather than printing a mislabelled month.
      *
       READ-CONTROL-CARD.
           OPEN INPUT CARGM-CTL
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CARGM-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CARGM-CTL
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-MONTH NOT NUMERIC
           OR CTL-MONTH-MM < '01'
           OR CTL-MONTH-MM > '12'
               DISPLAY "CARGMRPT CONTROL CARD MONTH MUST BE YYYYMM, "
                   "FOUND: " CTL-MONTH
               SET WS-CTL-BAD TO TRUE
           ELSE
               MOVE CTL-MONTH TO WS-REPORT-MONTH
               SET WS-ONE-MONTH TO TRUE
           END-IF.

       ACCUMULATE-MARGIN-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       BAD-CARD-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARGMRPT RUN STOPPED - INVALID CONTROL CARD, SEE "
               "MESSAGES ABOVE"
           STOP RUN.
