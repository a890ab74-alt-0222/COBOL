      ******************************************************************
      * Month-end follow-on to CARMSTUP - floor-plan interest accrual
      * and curtailment notices.
      *
      * Reads the persistent vehicle master and the lender's CARFPRAT
      * rate file - an annual rate per dealer code, with up to two
      * higher step rates once a car passes a days-on-lot threshold,
      * and the lender's payoff deadline in days.  Works out the
      * interest every car on the lot accrued in the month from its
      * list price and the date CARMSTUP stamped when it was added,
      * each day at the rate its age on that day attracts, and prints
      * the accrual by dealer, location and category for the month-end
      * journal.  Every car already past its lender's payoff deadline
      * goes on the CARCURTL curtailment notice list, so it is paid
      * down before the lender charges the penalty.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARFPACR.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - monthly floor-plan
      *                    interest accrual by dealer, location and
      *                    category off the vehicle master and the
      *                    CARFPRAT lender rates, with the CARCURTL
      *                    curtailment notice list.
      *   2026-10-15  DWM  Leave cars with no days on the lot in the
      *                    month out of the accrual units, value and
      *                    car-days, and count them on the report.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The persistent vehicle master maintained by CARMSTUP - read
      * here in key order, never updated.
      *
           SELECT CARMASTER ASSIGN TO CARMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CAR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * Lender rate file maintained by the office from the floor-plan
      * agreements - one record per dealer code.  Required; a dealer
      * with no record accrues nothing and is listed for the office.
      *
           SELECT CARFPACR-RATES ASSIGN TO CARFPRAT
               FILE STATUS IS WS-RATES-STATUS.
      *
      * Accrual month card - YYYYMM in cols 1-6.  Optional; no card
      * accrues the calendar month before the run date.
      *
           SELECT CARFPACR-CTL ASSIGN TO CARFPCD
               FILE STATUS IS WS-CTL-STATUS.
      *
      * One work record per car, re-sequenced into dealer, location
      * and category order for the control breaks.
      *
           SELECT CARFPACR-WORK ASSIGN TO WRK.
           SELECT CARFPACR-SEQ  ASSIGN TO CARFPWK.
           SELECT CARFPACR-RPT  ASSIGN TO CARFPRP.
           SELECT CARFPACR-CURT ASSIGN TO CARCURTL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARMASTER.
       01  MASTER-REC.
           05  MST-CAR-KEY.
               10  MST-CAR-NAME      PIC X(50).
               10  MST-DEALER-CODE   PIC X(04).
               10  MST-STOCK-NO      PIC X(06).
               10  MST-LOT-LOC       PIC X(03).
           05  MST-CAR-PRICE     PIC $$,$$$,$$9.99.
           05  MST-CAR-CATEGORY  PIC X(04).
           05  MST-MODEL-YEAR    PIC 9(04).
           05  MST-DATE-ADDED    PIC 9(08).
           05  FILLER PIC X(04).
      *
      * Rates are annual percents with three decimals - 07250 is
      * 7.250 percent a year.  A step with zero or blank days is not
      * in force; a blank payoff deadline means 120 days.
      *
       FD  CARFPACR-RATES RECORDING MODE F.
       01  RATE-REC.
           05  FPR-DEALER-CODE   PIC X(04).
           05  FILLER PIC X(01).
           05  FPR-BASE-RATE     PIC 9(02)V999.
           05  FPR-BASE-RATE-X   REDEFINES FPR-BASE-RATE PIC X(05).
           05  FILLER PIC X(01).
           05  FPR-STEP1-DAYS    PIC 9(03).
           05  FPR-STEP1-DAYS-X  REDEFINES FPR-STEP1-DAYS PIC X(03).
           05  FILLER PIC X(01).
           05  FPR-STEP1-RATE    PIC 9(02)V999.
           05  FPR-STEP1-RATE-X  REDEFINES FPR-STEP1-RATE PIC X(05).
           05  FILLER PIC X(01).
           05  FPR-STEP2-DAYS    PIC 9(03).
           05  FPR-STEP2-DAYS-X  REDEFINES FPR-STEP2-DAYS PIC X(03).
           05  FILLER PIC X(01).
           05  FPR-STEP2-RATE    PIC 9(02)V999.
           05  FPR-STEP2-RATE-X  REDEFINES FPR-STEP2-RATE PIC X(05).
           05  FILLER PIC X(01).
           05  FPR-CURTAIL-DAYS  PIC 9(03).
           05  FPR-CURTAIL-DAYS-X REDEFINES FPR-CURTAIL-DAYS
                                 PIC X(03).
           05  FILLER PIC X(46).
      *
       FD  CARFPACR-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-MONTH.
               10  CTL-MONTH-YYYY    PIC X(04).
               10  CTL-MONTH-MM      PIC X(02).
           05  FILLER PIC X(74).
      *
       SD  CARFPACR-WORK.
       01  FP-WORK-REC.
           05  FPW-DEALER-CODE   PIC X(04).
           05  FPW-LOT-LOC       PIC X(03).
           05  FPW-CATEGORY      PIC X(04).
           05  FPW-CAR-NAME      PIC X(50).
           05  FPW-STOCK-NO      PIC X(06).
           05  FPW-LIST-PRICE    PIC 9(07)V99.
           05  FPW-DATE-ADDED    PIC X(08).
           05  FPW-MONTH-DAYS    PIC 9(03).
           05  FPW-DAYS-ON-LOT   PIC 9(05).
           05  FPW-INTEREST      PIC 9(07)V99.
           05  FPW-RATE-FOUND    PIC X(01).
           05  FPW-CURTAIL-DAYS  PIC 9(03).
      *
       FD  CARFPACR-SEQ RECORDING MODE F.
       01  FP-SEQ-REC.
           05  FPQ-DEALER-CODE   PIC X(04).
           05  FPQ-LOT-LOC       PIC X(03).
           05  FPQ-CATEGORY      PIC X(04).
           05  FPQ-CAR-NAME      PIC X(50).
           05  FPQ-STOCK-NO      PIC X(06).
           05  FPQ-LIST-PRICE    PIC 9(07)V99.
           05  FPQ-DATE-ADDED    PIC X(08).
           05  FPQ-MONTH-DAYS    PIC 9(03).
           05  FPQ-DAYS-ON-LOT   PIC 9(05).
           05  FPQ-INTEREST      PIC 9(07)V99.
           05  FPQ-RATE-FOUND    PIC X(01).
               88  FPQ-HAS-RATE        VALUE 'Y'.
           05  FPQ-CURTAIL-DAYS  PIC 9(03).
      *
       FD  CARFPACR-RPT RECORDING MODE F.
       01  FP-RPT-LINE          PIC X(132).
      *
       FD  CARFPACR-CURT RECORDING MODE F.
       01  CURT-RPT-LINE        PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
           05  WS-MASTER-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPENED        VALUE 'Y'.
           05  WS-SEQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF              VALUE 'Y'.
           05  WS-RATES-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-RATES-EOF            VALUE 'Y'.
           05  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND           VALUE 'Y'.
           05  WS-RATE-FULL-SW     PIC X(01) VALUE 'N'.
               88  WS-RATE-TABLE-FULL      VALUE 'Y'.
           05  WS-CTL-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-CTL-BAD              VALUE 'Y'.
           05  WS-ABORT-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
      *
       01  WS-MASTER-STATUS        PIC X(02).
       01  WS-RATES-STATUS         PIC X(02).
       01  WS-CTL-STATUS           PIC X(02).
      *
      * Lender rate table - one row per dealer code.  Step days of
      * zero mean the step is not in force.
      *
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-DEALER      PIC X(04).
               10  WS-RT-BASE-RATE   PIC 9(02)V999.
               10  WS-RT-STEP1-DAYS  PIC 9(03).
               10  WS-RT-STEP1-RATE  PIC 9(02)V999.
               10  WS-RT-STEP2-DAYS  PIC 9(03).
               10  WS-RT-STEP2-RATE  PIC 9(02)V999.
               10  WS-RT-CURTAIL     PIC 9(03).
       01  WS-RATE-COUNT           PIC 9(05) COMP VALUE 0.
      *
      * The matched dealer's terms, captured by the table scan.
      *
       01  WS-TERMS-FOUND.
           05  WS-TF-BASE-RATE     PIC 9(02)V999 VALUE 0.
           05  WS-TF-STEP1-DAYS    PIC 9(03) VALUE 0.
           05  WS-TF-STEP1-RATE    PIC 9(02)V999 VALUE 0.
           05  WS-TF-STEP2-DAYS    PIC 9(03) VALUE 0.
           05  WS-TF-STEP2-RATE    PIC 9(02)V999 VALUE 0.
           05  WS-TF-CURTAIL       PIC 9(03) VALUE 120.
       01  WS-DEFAULT-CURTAIL      PIC 9(03) VALUE 120.
      *
       01  WS-COUNTERS.
           05  WS-MASTER-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-NO-RATE-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-CURTAIL-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-NOT-ON-LOT-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-UNITS      PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-NO-RATE    PIC 9(07) COMP VALUE 0.
           05  WS-DEALER-UNITS     PIC 9(07) COMP VALUE 0.
           05  WS-ALL-UNITS        PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-CAR-DAYS   PIC 9(09) COMP VALUE 0.
           05  WS-DEALER-CAR-DAYS  PIC 9(09) COMP VALUE 0.
           05  WS-ALL-CAR-DAYS     PIC 9(09) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-INTEREST-NUM     PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-RATE-DAYS        PIC S9(07)V999 COMP-3 VALUE 0.
           05  WS-GROUP-VALUE      PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-GROUP-INTEREST   PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-DEALER-VALUE     PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-DEALER-INTEREST  PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-ALL-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-INTEREST     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CURTAIL-VALUE    PIC S9(11)V99 COMP-3 VALUE 0.
      *
      * Day arithmetic - all as integer day numbers.  A car's age on
      * day D is D less its added day; each rate covers the days of
      * the month the car's age falls in its band.
      *
       01  WS-DAY-WORK.
           05  WS-RUN-DATE-INT     PIC S9(09) COMP VALUE 0.
           05  WS-MONTH-FIRST-INT  PIC S9(09) COMP VALUE 0.
           05  WS-MONTH-LAST-INT   PIC S9(09) COMP VALUE 0.
           05  WS-ADDED-DATE-INT   PIC S9(09) COMP VALUE 0.
           05  WS-ACCRUE-FROM-INT  PIC S9(09) COMP VALUE 0.
           05  WS-STEP1-FROM-INT   PIC S9(09) COMP VALUE 0.
           05  WS-STEP2-FROM-INT   PIC S9(09) COMP VALUE 0.
           05  WS-BAND-FROM-INT    PIC S9(09) COMP VALUE 0.
           05  WS-BAND-TO-INT      PIC S9(09) COMP VALUE 0.
           05  WS-BAND-DAYS        PIC S9(05) COMP VALUE 0.
           05  WS-MONTH-DAYS       PIC S9(05) COMP VALUE 0.
           05  WS-DAYS-ON-LOT      PIC S9(05) COMP VALUE 0.
           05  WS-DAYS-PAST        PIC S9(05) COMP VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(04).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
      *
      * The month being accrued, and the first day of the month after
      * it - the day before that is the month's last day.
      *
       01  WS-ACCRUE-DATE          PIC 9(08).
       01  WS-ACCRUE-DATE-PARTS REDEFINES WS-ACCRUE-DATE.
           05  WS-ACCRUE-YYYY      PIC 9(04).
           05  WS-ACCRUE-MM        PIC 9(02).
           05  WS-ACCRUE-DD        PIC 9(02).
       01  WS-ACCRUE-MONTH-X REDEFINES WS-ACCRUE-DATE.
           05  WS-ACCRUE-YYYYMM    PIC X(06).
           05  FILLER              PIC X(02).
       01  WS-NEXT-MONTH-DATE      PIC 9(08).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YYYY        PIC 9(04).
           05  WS-NEXT-MM          PIC 9(02).
           05  WS-NEXT-DD          PIC 9(02).
      *
       01  WS-BREAK-KEY.
           05  WS-BRK-DEALER       PIC X(04) VALUE SPACES.
           05  WS-BRK-LOC          PIC X(03) VALUE SPACES.
           05  WS-BRK-CATEGORY     PIC X(04) VALUE SPACES.
       01  WS-SEQ-KEY.
           05  WS-SQK-DEALER       PIC X(04).
           05  WS-SQK-LOC          PIC X(03).
           05  WS-SQK-CATEGORY     PIC X(04).
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARFPACR FLOOR-PLAN INTEREST ACCRUAL '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'MONTH: '.
           05  WS-RPT-MONTH-ED     PIC 9999/99.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(08) VALUE 'DEALER'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(09) VALUE '  UNITS'.
           05  FILLER              PIC X(19) VALUE '    FINANCED VALUE'.
           05  FILLER              PIC X(13) VALUE '     CAR-DAYS'.
           05  FILLER              PIC X(17) VALUE '        INTEREST'.
           05  FILLER              PIC X(20) VALUE SPACES.
      *
       01  WS-ACCRUAL-LINE.
           05  WS-AL-DEALER        PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-AL-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-UNITS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-VALUE         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-CAR-DAYS      PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-INTEREST      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-NOTE          PIC X(20).
      *
       01  WS-DEALER-TOTAL-LINE.
           05  FILLER              PIC X(07) VALUE 'DEALER '.
           05  WS-DTL-DEALER       PIC X(04).
           05  FILLER              PIC X(13) VALUE ' TOTAL       '.
           05  WS-DTL-UNITS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-VALUE        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-CAR-DAYS     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DTL-INTEREST     PIC $$$,$$$,$$9.99.
      *
       01  WS-ALL-TOTAL-LINE.
           05  FILLER              PIC X(24) VALUE 'ALL DEALERS'.
           05  WS-ATL-UNITS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ATL-VALUE        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ATL-CAR-DAYS     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ATL-INTEREST     PIC $$$,$$$,$$9.99.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
       01  WS-CURT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARFPACR CURTAILMENT NOTICE LIST     '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-CURT-DATE-ED     PIC 9999/99/99.
      *
       01  WS-CURT-HEADING-2.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(12) VALUE 'ADDED'.
           05  FILLER              PIC X(07) VALUE ' DAYS'.
           05  FILLER              PIC X(07) VALUE 'LIMIT'.
           05  FILLER              PIC X(07) VALUE ' PAST'.
           05  FILLER              PIC X(13) VALUE '  PAYOFF DUE'.
      *
       01  WS-CURT-DETAIL.
           05  WS-CD-DEALER        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-NAME          PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-ADDED         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-LIMIT         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-PAST          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-PAYOFF        PIC $$,$$$,$$9.99.
      *
       01  WS-ADDED-ED             PIC 9999/99/99.
      *
       01  WS-CURT-TOTAL.
           05  WS-CT-LABEL         PIC X(32).
           05  WS-CT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-ACCRUAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED
           MOVE WS-RUN-DATE TO WS-CURT-DATE-ED
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM READ-CONTROL-CARD
           IF WS-CTL-BAD
               GO TO BAD-CARD-STOP
           END-IF
           PERFORM SET-MONTH-BOUNDS

           PERFORM LOAD-RATE-TABLE
           IF WS-RUN-ABORTED
               GO TO RATES-ABORT-STOP
           END-IF

           SORT CARFPACR-WORK
               ON ASCENDING KEY FPW-DEALER-CODE
               ON ASCENDING KEY FPW-LOT-LOC
               ON ASCENDING KEY FPW-CATEGORY
               ON ASCENDING KEY FPW-CAR-NAME
               ON ASCENDING KEY FPW-STOCK-NO
               INPUT PROCEDURE IS ACCRUE-MASTER-RECORDS
                   THRU ACCRUE-MASTER-RECORDS-EXIT
               GIVING CARFPACR-SEQ

           OPEN INPUT CARFPACR-SEQ
           OPEN OUTPUT CARFPACR-RPT
           OPEN OUTPUT CARFPACR-CURT
           WRITE FP-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE FP-RPT-LINE FROM WS-RPT-BLANK
           WRITE FP-RPT-LINE FROM WS-RPT-HEADING-2
           WRITE CURT-RPT-LINE FROM WS-CURT-HEADING-1
           WRITE CURT-RPT-LINE FROM WS-RPT-BLANK
           WRITE CURT-RPT-LINE FROM WS-CURT-HEADING-2

           PERFORM REPORT-ACCRUAL-RECORD UNTIL WS-SEQ-EOF
           IF WS-BRK-DEALER NOT = SPACES
               PERFORM WRITE-GROUP-LINE
               PERFORM WRITE-DEALER-TOTAL
           END-IF
           PERFORM WRITE-ACCRUAL-TOTALS
           PERFORM WRITE-CURTAIL-TOTALS

           CLOSE CARFPACR-SEQ
           CLOSE CARFPACR-RPT
           CLOSE CARFPACR-CURT
           GO TO CLOSE-STOP.
      *
      * Accrual month card - YYYYMM in cols 1-6.  No file, or an
      * empty file, accrues the month before the run date; a card
      * that does not validate stops the run rather than posting a
      * mislabelled month.
      *
       READ-CONTROL-CARD.
           MOVE WS-RUN-DATE TO WS-ACCRUE-DATE
           IF WS-RUN-MM = 1
               COMPUTE WS-ACCRUE-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-ACCRUE-MM
           ELSE
               COMPUTE WS-ACCRUE-MM = WS-RUN-MM - 1
           END-IF
           OPEN INPUT CARFPACR-CTL
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CARFPACR-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CARFPACR-CTL
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-MONTH NOT NUMERIC
           OR CTL-MONTH-MM < '01'
           OR CTL-MONTH-MM > '12'
               DISPLAY "CARFPACR CONTROL CARD MONTH MUST BE YYYYMM, "
                   "FOUND: " CTL-MONTH
               SET WS-CTL-BAD TO TRUE
           ELSE
               MOVE CTL-MONTH TO WS-ACCRUE-YYYYMM
           END-IF.

       SET-MONTH-BOUNDS.
           MOVE 1 TO WS-ACCRUE-DD
           MOVE WS-ACCRUE-DATE TO WS-NEXT-MONTH-DATE
           IF WS-ACCRUE-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-ACCRUE-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               COMPUTE WS-NEXT-MM = WS-ACCRUE-MM + 1
           END-IF
           COMPUTE WS-MONTH-FIRST-INT
               = FUNCTION INTEGER-OF-DATE(WS-ACCRUE-DATE)
           COMPUTE WS-MONTH-LAST-INT
               = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           MOVE WS-ACCRUE-YYYYMM TO WS-RPT-MONTH-ED
           DISPLAY "CARFPACR ACCRUING FLOOR-PLAN INTEREST FOR MONTH "
               WS-ACCRUE-YYYYMM.
      *
      * Rate load - a row with an unusable base rate is skipped with
      * a message, so that dealer's cars show as having no rate
      * rather than accruing at a garbage rate.
      *
       LOAD-RATE-TABLE.
           OPEN INPUT CARFPACR-RATES
           IF WS-RATES-STATUS NOT = '00'
               DISPLAY "CARFPACR CANNOT OPEN CARFPRAT RATE FILE - "
                   "STATUS " WS-RATES-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM LOAD-RATE-RECORD UNTIL WS-RATES-EOF
               CLOSE CARFPACR-RATES
           END-IF.

       LOAD-RATE-RECORD.
           READ CARFPACR-RATES
               AT END
                   SET WS-RATES-EOF TO TRUE
               NOT AT END
                   IF FPR-DEALER-CODE = SPACES
                       CONTINUE
                   ELSE
                       IF FPR-BASE-RATE-X NOT NUMERIC
                           DISPLAY "CARFPRAT BASE RATE NOT NUMERIC "
                               "FOR DEALER " FPR-DEALER-CODE
                               " - ROW SKIPPED"
                       ELSE
                           PERFORM STORE-RATE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       STORE-RATE-ENTRY.
           IF WS-RATE-COUNT < 200
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE FPR-DEALER-CODE TO WS-RT-DEALER(WS-RATE-IDX)
               MOVE FPR-BASE-RATE   TO WS-RT-BASE-RATE(WS-RATE-IDX)
               MOVE 0 TO WS-RT-STEP1-DAYS(WS-RATE-IDX)
               MOVE 0 TO WS-RT-STEP1-RATE(WS-RATE-IDX)
               MOVE 0 TO WS-RT-STEP2-DAYS(WS-RATE-IDX)
               MOVE 0 TO WS-RT-STEP2-RATE(WS-RATE-IDX)
               MOVE WS-DEFAULT-CURTAIL TO WS-RT-CURTAIL(WS-RATE-IDX)
               IF FPR-STEP1-DAYS-X NUMERIC
               AND FPR-STEP1-RATE-X NUMERIC
                   MOVE FPR-STEP1-DAYS TO WS-RT-STEP1-DAYS(WS-RATE-IDX)
                   MOVE FPR-STEP1-RATE TO WS-RT-STEP1-RATE(WS-RATE-IDX)
                   IF FPR-STEP2-DAYS-X NUMERIC
                   AND FPR-STEP2-RATE-X NUMERIC
                   AND FPR-STEP2-DAYS > FPR-STEP1-DAYS
                       MOVE FPR-STEP2-DAYS
                           TO WS-RT-STEP2-DAYS(WS-RATE-IDX)
                       MOVE FPR-STEP2-RATE
                           TO WS-RT-STEP2-RATE(WS-RATE-IDX)
                   END-IF
               END-IF
               IF FPR-CURTAIL-DAYS-X NUMERIC
               AND FPR-CURTAIL-DAYS > 0
                   MOVE FPR-CURTAIL-DAYS TO WS-RT-CURTAIL(WS-RATE-IDX)
               END-IF
           ELSE
               IF NOT WS-RATE-TABLE-FULL
                   SET WS-RATE-TABLE-FULL TO TRUE
                   DISPLAY "CARFPRAT RATE TABLE FULL AT 200 ENTRIES - "
                       "DEALERS BEYOND IT ACCRUE NOTHING, CHECK THE "
                       "FILE"
               END-IF
           END-IF.

       LOOKUP-DEALER-TERMS.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-TF-BASE-RATE
           MOVE 0 TO WS-TF-STEP1-DAYS
           MOVE 0 TO WS-TF-STEP1-RATE
           MOVE 0 TO WS-TF-STEP2-DAYS
           MOVE 0 TO WS-TF-STEP2-RATE
           MOVE WS-DEFAULT-CURTAIL TO WS-TF-CURTAIL
           PERFORM SCAN-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-FOUND
               OR WS-RATE-IDX > WS-RATE-COUNT.
      *
      * The loop's VARYING steps the index past the matched entry
      * before the UNTIL test, so the matched terms are captured
      * here rather than referenced through the index afterwards.
      *
       SCAN-RATE-ENTRY.
           IF WS-RT-DEALER(WS-RATE-IDX) = MST-DEALER-CODE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RT-BASE-RATE(WS-RATE-IDX)  TO WS-TF-BASE-RATE
               MOVE WS-RT-STEP1-DAYS(WS-RATE-IDX) TO WS-TF-STEP1-DAYS
               MOVE WS-RT-STEP1-RATE(WS-RATE-IDX) TO WS-TF-STEP1-RATE
               MOVE WS-RT-STEP2-DAYS(WS-RATE-IDX) TO WS-TF-STEP2-DAYS
               MOVE WS-RT-STEP2-RATE(WS-RATE-IDX) TO WS-TF-STEP2-RATE
               MOVE WS-RT-CURTAIL(WS-RATE-IDX)    TO WS-TF-CURTAIL
           END-IF.
      *
      * Sort input procedure - one work record per car on the
      * master, carrying its accrual for the month and its age
      * tonight for the curtailment test.
      *
       ACCRUE-MASTER-RECORDS.
           PERFORM OPEN-MASTER-FILE.
       ACCRUE-MASTER-RECORDS-LOOP.
           IF WS-MASTER-EOF
               GO TO ACCRUE-MASTER-RECORDS-DONE
           END-IF
           READ CARMASTER NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
                   GO TO ACCRUE-MASTER-RECORDS-DONE
           END-READ
           ADD 1 TO WS-MASTER-COUNT
           PERFORM LOOKUP-DEALER-TERMS
           PERFORM COMPUTE-CAR-ACCRUAL
           MOVE MST-DEALER-CODE  TO FPW-DEALER-CODE
           MOVE MST-LOT-LOC      TO FPW-LOT-LOC
           MOVE MST-CAR-CATEGORY TO FPW-CATEGORY
           MOVE MST-CAR-NAME     TO FPW-CAR-NAME
           MOVE MST-STOCK-NO     TO FPW-STOCK-NO
           MOVE WS-PRICE-NUM     TO FPW-LIST-PRICE
           MOVE MST-DATE-ADDED   TO FPW-DATE-ADDED
           MOVE WS-MONTH-DAYS    TO FPW-MONTH-DAYS
           MOVE WS-DAYS-ON-LOT   TO FPW-DAYS-ON-LOT
           MOVE WS-INTEREST-NUM  TO FPW-INTEREST
           MOVE WS-RATE-FOUND-SW TO FPW-RATE-FOUND
           MOVE WS-TF-CURTAIL    TO FPW-CURTAIL-DAYS
           RELEASE FP-WORK-REC
           GO TO ACCRUE-MASTER-RECORDS-LOOP.
       ACCRUE-MASTER-RECORDS-DONE.
           IF WS-MASTER-OPENED
               CLOSE CARMASTER
           END-IF.
       ACCRUE-MASTER-RECORDS-EXIT.
           EXIT.
      *
      * Positions at the front of the master for a sequential pass -
      * a master that cannot be opened or holds no records ends the
      * pass before it starts, and the report shows nothing accrued.
      *
       OPEN-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-OPEN-SW
           OPEN INPUT CARMASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CARFPACR CANNOT OPEN VEHICLE MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-MASTER-EOF TO TRUE
           ELSE
               SET WS-MASTER-OPENED TO TRUE
               MOVE LOW-VALUES TO MST-CAR-KEY
               START CARMASTER KEY NOT < MST-CAR-KEY
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
           END-IF.
      *
      * The car accrues from the later of the month's first day and
      * the day it was added, to the month's last day.  A car with no
      * date-added stamp is at least as old as the stamp, so it is
      * treated as on the lot all month and far past every step.
      * Interest is simple daily interest on the list price, actual
      * days over 365.
      *
       COMPUTE-CAR-ACCRUAL.
           MOVE MST-CAR-PRICE TO WS-PRICE-NUM
           IF MST-DATE-ADDED NOT NUMERIC
               COMPUTE WS-ADDED-DATE-INT = WS-RUN-DATE-INT - 99999
           ELSE
               COMPUTE WS-ADDED-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(MST-DATE-ADDED)
           END-IF
           COMPUTE WS-DAYS-ON-LOT = WS-RUN-DATE-INT - WS-ADDED-DATE-INT
           IF WS-DAYS-ON-LOT < 0
               MOVE 0 TO WS-DAYS-ON-LOT
           END-IF

           IF WS-ADDED-DATE-INT > WS-MONTH-FIRST-INT
               MOVE WS-ADDED-DATE-INT TO WS-ACCRUE-FROM-INT
           ELSE
               MOVE WS-MONTH-FIRST-INT TO WS-ACCRUE-FROM-INT
           END-IF
           COMPUTE WS-MONTH-DAYS
               = WS-MONTH-LAST-INT - WS-ACCRUE-FROM-INT + 1
           IF WS-MONTH-DAYS < 0
               MOVE 0 TO WS-MONTH-DAYS
           END-IF

           MOVE 0 TO WS-RATE-DAYS
           MOVE 0 TO WS-INTEREST-NUM
           IF WS-RATE-FOUND AND WS-MONTH-DAYS > 0
               PERFORM SPLIT-DAYS-BY-RATE
               COMPUTE WS-INTEREST-NUM ROUNDED
                   = WS-PRICE-NUM * WS-RATE-DAYS / 100 / 365
           END-IF.
      *
      * Rate-days - each band's days in the month times the band's
      * annual rate.  The base band runs up to the first step day;
      * a step not in force leaves the earlier band running to the
      * month's end.
      *
       SPLIT-DAYS-BY-RATE.
           IF WS-TF-STEP1-DAYS = 0
               MOVE WS-MONTH-LAST-INT TO WS-BAND-TO-INT
           ELSE
               COMPUTE WS-STEP1-FROM-INT
                   = WS-ADDED-DATE-INT + WS-TF-STEP1-DAYS + 1
               COMPUTE WS-BAND-TO-INT = WS-STEP1-FROM-INT - 1
           END-IF
           MOVE WS-ACCRUE-FROM-INT TO WS-BAND-FROM-INT
           PERFORM COUNT-BAND-DAYS
           COMPUTE WS-RATE-DAYS
               = WS-RATE-DAYS + WS-BAND-DAYS * WS-TF-BASE-RATE

           IF WS-TF-STEP1-DAYS > 0
               IF WS-TF-STEP2-DAYS = 0
                   MOVE WS-MONTH-LAST-INT TO WS-BAND-TO-INT
               ELSE
                   COMPUTE WS-STEP2-FROM-INT
                       = WS-ADDED-DATE-INT + WS-TF-STEP2-DAYS + 1
                   COMPUTE WS-BAND-TO-INT = WS-STEP2-FROM-INT - 1
               END-IF
               MOVE WS-STEP1-FROM-INT TO WS-BAND-FROM-INT
               PERFORM COUNT-BAND-DAYS
               COMPUTE WS-RATE-DAYS
                   = WS-RATE-DAYS + WS-BAND-DAYS * WS-TF-STEP1-RATE
           END-IF

           IF WS-TF-STEP2-DAYS > 0
               MOVE WS-STEP2-FROM-INT TO WS-BAND-FROM-INT
               MOVE WS-MONTH-LAST-INT TO WS-BAND-TO-INT
               PERFORM COUNT-BAND-DAYS
               COMPUTE WS-RATE-DAYS
                   = WS-RATE-DAYS + WS-BAND-DAYS * WS-TF-STEP2-RATE
           END-IF.
      *
      * Days of the band that fall inside the car's accrual window.
      *
       COUNT-BAND-DAYS.
           IF WS-BAND-FROM-INT < WS-ACCRUE-FROM-INT
               MOVE WS-ACCRUE-FROM-INT TO WS-BAND-FROM-INT
           END-IF
           IF WS-BAND-TO-INT > WS-MONTH-LAST-INT
               MOVE WS-MONTH-LAST-INT TO WS-BAND-TO-INT
           END-IF
           COMPUTE WS-BAND-DAYS = WS-BAND-TO-INT - WS-BAND-FROM-INT + 1
           IF WS-BAND-DAYS < 0
               MOVE 0 TO WS-BAND-DAYS
           END-IF.
      *
      * Control break on dealer, location and category - one accrual
      * line per group, a subtotal per dealer.  The curtailment list
      * is written from the same pass, so it comes out in the same
      * dealer and location order.
      *
       REPORT-ACCRUAL-RECORD.
           READ CARFPACR-SEQ
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   MOVE FPQ-DEALER-CODE TO WS-SQK-DEALER
                   MOVE FPQ-LOT-LOC     TO WS-SQK-LOC
                   MOVE FPQ-CATEGORY    TO WS-SQK-CATEGORY
                   IF WS-SEQ-KEY NOT = WS-BREAK-KEY
                       IF WS-BRK-DEALER NOT = SPACES
                           PERFORM WRITE-GROUP-LINE
                           IF FPQ-DEALER-CODE NOT = WS-BRK-DEALER
                               PERFORM WRITE-DEALER-TOTAL
                           END-IF
                       END-IF
                       MOVE WS-SEQ-KEY TO WS-BREAK-KEY
                   END-IF
                   PERFORM ACCUMULATE-ACCRUAL
                   IF FPQ-DAYS-ON-LOT > FPQ-CURTAIL-DAYS
                       PERFORM WRITE-CURTAIL-LINE
                   END-IF
           END-READ.

      *
      * A car that was not on the lot on any day of the month - in
      * after month end, or gone before it began - carries no
      * floor-plan balance for the month and is left out of the
      * units, value and car-days; it is counted on its own line.
      *
       ACCUMULATE-ACCRUAL.
           IF FPQ-MONTH-DAYS > 0
               ADD 1 TO WS-GROUP-UNITS
               ADD FPQ-LIST-PRICE TO WS-GROUP-VALUE
               ADD FPQ-MONTH-DAYS TO WS-GROUP-CAR-DAYS
               ADD FPQ-INTEREST   TO WS-GROUP-INTEREST
               IF NOT FPQ-HAS-RATE
                   ADD 1 TO WS-NO-RATE-COUNT
                   ADD 1 TO WS-GROUP-NO-RATE
               END-IF
           ELSE
               ADD 1 TO WS-NOT-ON-LOT-COUNT
           END-IF.

       WRITE-GROUP-LINE.
           MOVE WS-BRK-DEALER      TO WS-AL-DEALER
           MOVE WS-BRK-LOC         TO WS-AL-LOC
           MOVE WS-BRK-CATEGORY    TO WS-AL-CATEGORY
           MOVE WS-GROUP-UNITS     TO WS-AL-UNITS
           MOVE WS-GROUP-VALUE     TO WS-AL-VALUE
           MOVE WS-GROUP-CAR-DAYS  TO WS-AL-CAR-DAYS
           MOVE WS-GROUP-INTEREST  TO WS-AL-INTEREST
           IF WS-GROUP-NO-RATE = 0
               MOVE SPACES TO WS-AL-NOTE
           ELSE
               MOVE '** NO LENDER RATE **' TO WS-AL-NOTE
           END-IF
           WRITE FP-RPT-LINE FROM WS-ACCRUAL-LINE

           ADD WS-GROUP-UNITS    TO WS-DEALER-UNITS
           ADD WS-GROUP-VALUE    TO WS-DEALER-VALUE
           ADD WS-GROUP-CAR-DAYS TO WS-DEALER-CAR-DAYS
           ADD WS-GROUP-INTEREST TO WS-DEALER-INTEREST
           MOVE 0 TO WS-GROUP-UNITS
           MOVE 0 TO WS-GROUP-NO-RATE
           MOVE 0 TO WS-GROUP-VALUE
           MOVE 0 TO WS-GROUP-CAR-DAYS
           MOVE 0 TO WS-GROUP-INTEREST.

       WRITE-DEALER-TOTAL.
           MOVE WS-BRK-DEALER      TO WS-DTL-DEALER
           MOVE WS-DEALER-UNITS    TO WS-DTL-UNITS
           MOVE WS-DEALER-VALUE    TO WS-DTL-VALUE
           MOVE WS-DEALER-CAR-DAYS TO WS-DTL-CAR-DAYS
           MOVE WS-DEALER-INTEREST TO WS-DTL-INTEREST
           WRITE FP-RPT-LINE FROM WS-DEALER-TOTAL-LINE
           WRITE FP-RPT-LINE FROM WS-RPT-BLANK

           ADD WS-DEALER-UNITS    TO WS-ALL-UNITS
           ADD WS-DEALER-VALUE    TO WS-ALL-VALUE
           ADD WS-DEALER-CAR-DAYS TO WS-ALL-CAR-DAYS
           ADD WS-DEALER-INTEREST TO WS-ALL-INTEREST
           MOVE 0 TO WS-DEALER-UNITS
           MOVE 0 TO WS-DEALER-VALUE
           MOVE 0 TO WS-DEALER-CAR-DAYS
           MOVE 0 TO WS-DEALER-INTEREST.

       WRITE-CURTAIL-LINE.
           MOVE FPQ-DEALER-CODE  TO WS-CD-DEALER
           MOVE FPQ-LOT-LOC      TO WS-CD-LOC
           MOVE FPQ-CAR-NAME     TO WS-CD-NAME
           MOVE FPQ-STOCK-NO     TO WS-CD-STOCK
           MOVE FPQ-CATEGORY     TO WS-CD-CATEGORY
           IF FPQ-DATE-ADDED NUMERIC
               MOVE FPQ-DATE-ADDED TO WS-ADDED-ED
               MOVE WS-ADDED-ED    TO WS-CD-ADDED
           ELSE
               MOVE 'UNKNOWN'      TO WS-CD-ADDED
           END-IF
           MOVE FPQ-DAYS-ON-LOT  TO WS-CD-DAYS
           MOVE FPQ-CURTAIL-DAYS TO WS-CD-LIMIT
           COMPUTE WS-DAYS-PAST = FPQ-DAYS-ON-LOT - FPQ-CURTAIL-DAYS
           MOVE WS-DAYS-PAST     TO WS-CD-PAST
           MOVE FPQ-LIST-PRICE   TO WS-CD-PAYOFF
           WRITE CURT-RPT-LINE FROM WS-CURT-DETAIL
           ADD 1 TO WS-CURTAIL-COUNT
           ADD FPQ-LIST-PRICE TO WS-CURTAIL-VALUE.

       WRITE-ACCRUAL-TOTALS.
           MOVE WS-ALL-UNITS     TO WS-ATL-UNITS
           MOVE WS-ALL-VALUE     TO WS-ATL-VALUE
           MOVE WS-ALL-CAR-DAYS  TO WS-ATL-CAR-DAYS
           MOVE WS-ALL-INTEREST  TO WS-ATL-INTEREST
           WRITE FP-RPT-LINE FROM WS-ALL-TOTAL-LINE
           WRITE FP-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'MASTER RECORDS READ:            ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MASTER-COUNT TO WS-RPT-TOTAL-ED
           WRITE FP-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS WITH NO LENDER RATE:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-RPT-TOTAL-ED
           WRITE FP-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS NOT ON LOT IN MONTH:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-ON-LOT-COUNT TO WS-RPT-TOTAL-ED
           WRITE FP-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CURTAILMENT NOTICES:            ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CURTAIL-COUNT TO WS-RPT-TOTAL-ED
           WRITE FP-RPT-LINE FROM WS-RPT-TOTAL.

       WRITE-CURTAIL-TOTALS.
           WRITE CURT-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'CARS PAST PAYOFF DEADLINE:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CURTAIL-COUNT TO WS-RPT-TOTAL-ED
           WRITE CURT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'TOTAL PAYOFF DUE:               ' TO WS-CT-LABEL
           MOVE WS-CURTAIL-VALUE TO WS-CT-AMOUNT
           WRITE CURT-RPT-LINE FROM WS-CURT-TOTAL.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       BAD-CARD-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARFPACR RUN STOPPED - INVALID CONTROL CARD, SEE "
               "MESSAGES ABOVE"
           STOP RUN.

       RATES-ABORT-STOP.
           MOVE 16 TO RETURN-CODE
           DISPLAY "CARFPACR STOPPED - LENDER RATE FILE UNUSABLE, SEE "
               "MESSAGES ABOVE"
           STOP RUN.
