      ******************************************************************
      * On-demand inventory valuation as of a past date.
      *
      * CARLIST-SORTED is replaced every night and CARHIST only keeps
      * the current month, so neither can say what was on the lot on
      * January 1 for the county's personal property assessment, or
      * on the day of an insurance claim.  This step takes the as-of
      * date from the CARVALCD control card and replays the permanent
      * CARMAUDT audit trail CARMSTUP writes - every add, change,
      * delete, sale and lot transfer - up to and including that
      * night's run, rebuilding the lot exactly as it stood.  The
      * rebuilt lot is printed car by car on CARVALRP by location,
      * dealer and category with totals at each level.
      *
      * When the as-of date is still inside CARHIST's retention, the
      * rebuilt car count is tied to that night's CARHIST detail rows
      * so the reconstruction is proven before it goes to the county
      * or the insurer.  A count that does not tie ends the step with
      * a return code of 4.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARVALU.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - as-of-date inventory
      *                    valuation rebuilt from the CARMAUDT audit
      *                    trail, tied to the CARHIST detail count
      *                    for the date when it is still on file.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * As-of date card - YYYYMMDD in cols 1-8.  Required; the run
      * stops if it is missing, invalid or later than today.
      *
           SELECT CARVALU-CTL ASSIGN TO CARVALCD
               FILE STATUS IS WS-CTL-STATUS.
      *
      * The permanent audit trail written by CARMSTUP - read here
      * from the front in key order, never updated.
      *
           SELECT CARMAINT-AUDIT ASSIGN TO CARMAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
      *
      * The vehicle master as it stands tonight - only consulted for
      * cars that have sat untouched since before the audit trail
      * began, which have no audit records to replay.
      *
           SELECT CARMASTER ASSIGN TO CARMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CAR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * Nightly history of the sorted list - current month only.
      *
           SELECT OPTIONAL CARSORT-HIST ASSIGN TO CARHIST.
      *
      * Pass one re-sequences every audit event into car order with
      * the car's events in date order; pass two re-sequences the
      * cars rebuilt onto the lot into location, dealer and
      * category order for the control breaks.
      *
           SELECT CARVALU-EVNT ASSIGN TO WRK.
           SELECT CARVALU-ESEQ ASSIGN TO CARVALW1.
           SELECT CARVALU-WORK ASSIGN TO WRKV.
           SELECT CARVALU-VSEQ ASSIGN TO CARVALW2.
           SELECT CARVALU-RPT  ASSIGN TO CARVALRP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARVALU-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-ASOF-DATE.
               10  CTL-ASOF-YYYY     PIC X(04).
               10  CTL-ASOF-MM       PIC X(02).
               10  CTL-ASOF-DD       PIC X(02).
           05  FILLER PIC X(72).
      *
       FD  CARMAINT-AUDIT.
       01  AUDIT-REC.
           05  AUD-KEY.
               10  AUD-CAR-NAME      PIC X(50).
               10  AUD-DEALER-CODE   PIC X(04).
               10  AUD-STOCK-NO      PIC X(06).
               10  AUD-LOT-LOC       PIC X(03).
               10  AUD-RUN-DATE      PIC 9(08).
               10  AUD-SEQ-NO        PIC 9(04).
           05  AUD-ACTION        PIC X(08).
           05  AUD-SOURCE        PIC X(08).
           05  AUD-BEFORE-IMAGE.
               10  AUD-OLD-PRICE     PIC X(13).
               10  AUD-OLD-CATEGORY  PIC X(04).
               10  AUD-OLD-YEAR      PIC X(04).
           05  AUD-AFTER-IMAGE.
               10  AUD-NEW-PRICE     PIC X(13).
               10  AUD-NEW-CATEGORY  PIC X(04).
               10  AUD-NEW-YEAR      PIC X(04).
           05  AUD-FROM-LOC      PIC X(03).
      *
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
           05  MST-DATE-ADDED-X REDEFINES MST-DATE-ADDED PIC X(08).
           05  FILLER PIC X(04).
      *
       FD  CARSORT-HIST RECORDING MODE F.
       01  HIST-REC.
           05  HIST-RUN-DATE   PIC 9(08).
           05  HIST-CAR-DETAIL.
               10  CAR-REC-TYPE-H  PIC X(01).
               10  CAR-NAME-H      PIC X(50).
               10  CAR-PRICE-H     PIC $$,$$$,$$9.99.
               10  CAR-CATEGORY-H  PIC X(04).
               10  CAR-YEAR-H      PIC 9(04).
               10  CAR-DEALER-H    PIC X(04).
               10  CAR-STOCK-H     PIC X(06).
               10  CAR-LOC-H       PIC X(03).
               10  CAR-EFFPR-H     PIC $$,$$$,$$9.99.
               10  FILLER PIC X(14).
      *
      * One event per audit record - 'A' a car arrives at the lot (an
      * ADD, or the new-lot side of a TRANSFER), 'C' a change, 'O' a
      * car leaves (a SOLD, a DELETE, or the old-lot side of a
      * TRANSFER) - plus one 'M' event per car on tonight's master,
      * dated after every real event so it sorts last for its car.
      *
       SD  CARVALU-EVNT.
       01  EV-WORK-REC.
           05  EVW-CAR-KEY.
               10  EVW-CAR-NAME      PIC X(50).
               10  EVW-DEALER-CODE   PIC X(04).
               10  EVW-STOCK-NO      PIC X(06).
               10  EVW-LOT-LOC       PIC X(03).
           05  EVW-EVENT-DATE    PIC 9(08).
           05  EVW-SEQ-NO        PIC 9(04).
           05  EVW-EVENT         PIC X(01).
           05  EVW-OLD-PRICE     PIC X(13).
           05  EVW-OLD-CATEGORY  PIC X(04).
           05  EVW-OLD-YEAR      PIC X(04).
           05  EVW-NEW-PRICE     PIC X(13).
           05  EVW-NEW-CATEGORY  PIC X(04).
           05  EVW-NEW-YEAR      PIC X(04).
           05  EVW-DATE-ADDED    PIC X(08).
      *
       FD  CARVALU-ESEQ RECORDING MODE F.
       01  EV-SEQ-REC.
           05  EVQ-CAR-KEY.
               10  EVQ-CAR-NAME      PIC X(50).
               10  EVQ-DEALER-CODE   PIC X(04).
               10  EVQ-STOCK-NO      PIC X(06).
               10  EVQ-LOT-LOC       PIC X(03).
           05  EVQ-EVENT-DATE    PIC 9(08).
           05  EVQ-SEQ-NO        PIC 9(04).
           05  EVQ-EVENT         PIC X(01).
               88  EVQ-ARRIVED            VALUE 'A'.
               88  EVQ-CHANGED            VALUE 'C'.
               88  EVQ-LEFT-LOT           VALUE 'O'.
               88  EVQ-ON-MASTER          VALUE 'M'.
           05  EVQ-OLD-PRICE     PIC X(13).
           05  EVQ-OLD-CATEGORY  PIC X(04).
           05  EVQ-OLD-YEAR      PIC X(04).
           05  EVQ-NEW-PRICE     PIC X(13).
           05  EVQ-NEW-CATEGORY  PIC X(04).
           05  EVQ-NEW-YEAR      PIC X(04).
           05  EVQ-DATE-ADDED    PIC X(08).
           05  EVQ-DATE-ADDED-9 REDEFINES EVQ-DATE-ADDED PIC 9(08).
      *
       SD  CARVALU-WORK.
       01  VL-WORK-REC.
           05  VLW-LOT-LOC       PIC X(03).
           05  VLW-DEALER-CODE   PIC X(04).
           05  VLW-CATEGORY      PIC X(04).
           05  VLW-CAR-NAME      PIC X(50).
           05  VLW-STOCK-NO      PIC X(06).
           05  VLW-MODEL-YEAR    PIC X(04).
           05  VLW-LIST-PRICE    PIC 9(07)V99.
           05  VLW-PRE-TRAIL     PIC X(01).
      *
       FD  CARVALU-VSEQ RECORDING MODE F.
       01  VL-SEQ-REC.
           05  VLQ-LOT-LOC       PIC X(03).
           05  VLQ-DEALER-CODE   PIC X(04).
           05  VLQ-CATEGORY      PIC X(04).
           05  VLQ-CAR-NAME      PIC X(50).
           05  VLQ-STOCK-NO      PIC X(06).
           05  VLQ-MODEL-YEAR    PIC X(04).
           05  VLQ-LIST-PRICE    PIC 9(07)V99.
           05  VLQ-PRE-TRAIL     PIC X(01).
               88  VLQ-FROM-BEFORE-TRAIL  VALUE 'Y'.
      *
       FD  CARVALU-RPT RECORDING MODE F.
       01  VL-RPT-LINE          PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-ESEQ-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-ESEQ-EOF             VALUE 'Y'.
           05  WS-VSEQ-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-VSEQ-EOF             VALUE 'Y'.
           05  WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF             VALUE 'Y'.
           05  WS-MASTER-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPENED        VALUE 'Y'.
           05  WS-GROUP-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-GROUP-OPEN           VALUE 'Y'.
           05  WS-CTL-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-CTL-BAD              VALUE 'Y'.
           05  WS-ABORT-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
      *
      * Where the car under replay stood on the as-of date - not yet
      * known, on the lot, or off it - and whether any audit record
      * for it was seen at all.
      *
           05  WS-CAR-STATE-SW     PIC X(01) VALUE 'U'.
               88  WS-CAR-STATE-UNKNOWN    VALUE 'U'.
               88  WS-CAR-ON-LOT           VALUE 'Y'.
               88  WS-CAR-OFF-LOT          VALUE 'N'.
           05  WS-CAR-AUDIT-SW     PIC X(01) VALUE 'N'.
               88  WS-CAR-HAS-AUDIT        VALUE 'Y'.
           05  WS-CAR-PRE-TRAIL-SW PIC X(01) VALUE 'N'.
               88  WS-CAR-PRE-TRAIL        VALUE 'Y'.
      *
       01  WS-CTL-STATUS           PIC X(02).
       01  WS-AUDIT-STATUS         PIC X(02).
       01  WS-MASTER-STATUS        PIC X(02).
      *
       01  WS-COUNTERS.
           05  WS-AUDIT-COUNT      PIC 9(07) COMP VALUE 0.
           05  WS-AUDIT-LATER-CNT  PIC 9(07) COMP VALUE 0.
           05  WS-AUDIT-UNKNOWN    PIC 9(07) COMP VALUE 0.
           05  WS-MASTER-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-ONLOT-COUNT      PIC 9(07) COMP VALUE 0.
           05  WS-PRE-TRAIL-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-HIST-ROW-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-CAT-UNITS        PIC 9(07) COMP VALUE 0.
           05  WS-DEALER-UNITS     PIC 9(07) COMP VALUE 0.
           05  WS-LOC-UNITS        PIC 9(07) COMP VALUE 0.
           05  WS-ALL-UNITS        PIC 9(07) COMP VALUE 0.
      *
       01  WS-MONEY.
           05  WS-CAT-VALUE        PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-DEALER-VALUE     PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LOC-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-ASOF-DATE            PIC 9(08) VALUE 0.
       01  WS-FIRST-AUDIT-DATE     PIC 9(08) VALUE 99999999.
       01  WS-FIRST-HIST-DATE      PIC 9(08) VALUE 99999999.
      *
      * The car under replay, and the image it carried on the as-of
      * date once its state is settled.
      *
       01  WS-CUR-CAR-KEY.
           05  WS-CUR-CAR-NAME     PIC X(50) VALUE SPACES.
           05  WS-CUR-DEALER       PIC X(04) VALUE SPACES.
           05  WS-CUR-STOCK        PIC X(06) VALUE SPACES.
           05  WS-CUR-LOC          PIC X(03) VALUE SPACES.
       01  WS-CAR-IMAGE.
           05  WS-CAR-PRICE        PIC X(13).
           05  WS-CAR-PRICE-ED REDEFINES WS-CAR-PRICE
                                   PIC $$,$$$,$$9.99.
           05  WS-CAR-CATEGORY     PIC X(04).
           05  WS-CAR-YEAR         PIC X(04).
      *
       01  WS-BREAK-KEY.
           05  WS-BRK-LOC          PIC X(03) VALUE SPACES.
           05  WS-BRK-DEALER       PIC X(04) VALUE SPACES.
           05  WS-BRK-CATEGORY     PIC X(04) VALUE SPACES.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARVALU AS-OF INVENTORY VALUATION    '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'AS OF: '.
           05  WS-RPT-ASOF-ED      PIC 9999/99/99.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(06) VALUE 'YEAR'.
           05  FILLER              PIC X(15) VALUE '   LIST PRICE'.
           05  FILLER              PIC X(20) VALUE 'NOTE'.
      *
       01  WS-VALUE-DETAIL.
           05  WS-VD-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-DEALER        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-NAME          PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-YEAR          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-PRICE         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-VD-NOTE          PIC X(20).
      *
       01  WS-GROUP-TOTAL-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-GTL-LEVEL        PIC X(09).
           05  WS-GTL-CODE         PIC X(04).
           05  FILLER              PIC X(07) VALUE ' TOTAL '.
           05  FILLER              PIC X(07) VALUE 'UNITS: '.
           05  WS-GTL-UNITS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE '  VALUE: '.
           05  WS-GTL-VALUE        PIC $$$,$$$,$$$,$$9.99.
      *
       01  WS-ALL-TOTAL-LINE.
           05  FILLER              PIC X(31)
               VALUE 'ALL LOCATIONS TOTAL     UNITS: '.
           05  WS-ATL-UNITS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE '  VALUE: '.
           05  WS-ATL-VALUE        PIC $$$,$$$,$$$,$$9.99.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
       01  WS-NO-TIE-RETAIN-LINE.
           05  FILLER              PIC X(40)
               VALUE 'AS-OF DATE IS BEFORE CARHIST RETENTION -'.
           05  FILLER              PIC X(15) VALUE ' COUNT NOT TIED'.
       01  WS-NO-TIE-RUN-LINE.
           05  FILLER              PIC X(40)
               VALUE 'NO CARHIST RUN ON THE AS-OF DATE - COUNT'.
           05  FILLER              PIC X(09) VALUE ' NOT TIED'.
      *
       01  WS-TRAIL-WARN-LINE.
           05  FILLER              PIC X(42)
               VALUE '*** AS-OF DATE IS BEFORE THE AUDIT TRAIL B'.
           05  FILLER              PIC X(06) VALUE 'EGAN ('.
           05  WS-TW-DATE-ED       PIC 9999/99/99.
           05  FILLER              PIC X(43)
               VALUE ') - CARS SOLD BEFORE THAT ARE NOT SHOWN ***'.
      *
       01  WS-TIE-LINE.
           05  FILLER              PIC X(22)
               VALUE 'CARHIST DETAIL ROWS ON'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-TIE-DATE-ED      PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE ': '.
           05  WS-TIE-HIST-ED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '   REBUILT: '.
           05  WS-TIE-REBUILT-ED   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-TIE-RESULT       PIC X(40).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-VALUATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           PERFORM READ-CONTROL-CARD
           IF WS-CTL-BAD
               GO TO BAD-CARD-STOP
           END-IF
           MOVE WS-ASOF-DATE TO WS-RPT-ASOF-ED

           OPEN INPUT CARMAINT-AUDIT
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "CARVALU CANNOT OPEN AUDIT FILE - STATUS "
                   WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               GO TO AUDIT-ABORT-STOP
           END-IF
           OPEN INPUT CARMASTER
           IF WS-MASTER-STATUS = '00'
               SET WS-MASTER-OPENED TO TRUE
           ELSE
               IF WS-MASTER-STATUS NOT = '35'
                   DISPLAY "CARVALU CANNOT OPEN VEHICLE MASTER - "
                       "STATUS " WS-MASTER-STATUS
                   CLOSE CARMAINT-AUDIT
                   GO TO MASTER-ABORT-STOP
               END-IF
           END-IF

           SORT CARVALU-EVNT
               ON ASCENDING KEY EVW-CAR-NAME
               ON ASCENDING KEY EVW-DEALER-CODE
               ON ASCENDING KEY EVW-STOCK-NO
               ON ASCENDING KEY EVW-LOT-LOC
               ON ASCENDING KEY EVW-EVENT-DATE
               ON ASCENDING KEY EVW-SEQ-NO
               INPUT PROCEDURE IS LOAD-CAR-EVENTS
                   THRU LOAD-CAR-EVENTS-EXIT
               GIVING CARVALU-ESEQ
           CLOSE CARMAINT-AUDIT
           IF WS-MASTER-OPENED
               CLOSE CARMASTER
           END-IF

           SORT CARVALU-WORK
               ON ASCENDING KEY VLW-LOT-LOC
               ON ASCENDING KEY VLW-DEALER-CODE
               ON ASCENDING KEY VLW-CATEGORY
               ON ASCENDING KEY VLW-CAR-NAME
               ON ASCENDING KEY VLW-STOCK-NO
               INPUT PROCEDURE IS REPLAY-CAR-EVENTS
                   THRU REPLAY-CAR-EVENTS-EXIT
               GIVING CARVALU-VSEQ

           OPEN INPUT CARVALU-VSEQ
           OPEN OUTPUT CARVALU-RPT
           WRITE VL-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE VL-RPT-LINE FROM WS-RPT-BLANK
           IF WS-ASOF-DATE < WS-FIRST-AUDIT-DATE
           AND WS-FIRST-AUDIT-DATE NOT = 99999999
               MOVE WS-FIRST-AUDIT-DATE TO WS-TW-DATE-ED
               WRITE VL-RPT-LINE FROM WS-TRAIL-WARN-LINE
               WRITE VL-RPT-LINE FROM WS-RPT-BLANK
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE VL-RPT-LINE FROM WS-RPT-HEADING-2

           PERFORM REPORT-VALUATION-RECORD UNTIL WS-VSEQ-EOF
           IF WS-GROUP-OPEN
               PERFORM WRITE-CATEGORY-TOTAL
               PERFORM WRITE-DEALER-TOTAL
               PERFORM WRITE-LOCATION-TOTAL
           END-IF
           MOVE WS-ALL-UNITS TO WS-ATL-UNITS
           MOVE WS-ALL-VALUE TO WS-ATL-VALUE
           WRITE VL-RPT-LINE FROM WS-ALL-TOTAL-LINE
           CLOSE CARVALU-VSEQ

           PERFORM WRITE-VALUATION-TOTALS
           PERFORM TIE-TO-HISTORY
           CLOSE CARVALU-RPT
           GO TO CLOSE-STOP.
      *
      * As-of date card - YYYYMMDD in cols 1-8.  There is no sensible
      * default date for a valuation, so no card stops the run the
      * same as a bad one does.
      *
       READ-CONTROL-CARD.
           OPEN INPUT CARVALU-CTL
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY "CARVALU CONTROL CARD CARVALCD NOT FOUND - "
                   "STATUS " WS-CTL-STATUS
               SET WS-CTL-BAD TO TRUE
           ELSE
               READ CARVALU-CTL
                   AT END
                       DISPLAY "CARVALU CONTROL CARD CARVALCD IS EMPTY"
                       SET WS-CTL-BAD TO TRUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CARVALU-CTL
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-ASOF-DATE NOT NUMERIC
           OR CTL-ASOF-MM < '01'
           OR CTL-ASOF-MM > '12'
           OR CTL-ASOF-DD < '01'
           OR CTL-ASOF-DD > '31'
               DISPLAY "CARVALU CONTROL CARD DATE MUST BE YYYYMMDD, "
                   "FOUND: " CTL-ASOF-DATE
               SET WS-CTL-BAD TO TRUE
           ELSE
               MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
               IF WS-ASOF-DATE > WS-RUN-DATE
                   DISPLAY "CARVALU AS-OF DATE " CTL-ASOF-DATE
                       " IS LATER THAN THE RUN DATE"
                   SET WS-CTL-BAD TO TRUE
               END-IF
           END-IF.
      *
      * Sort input procedure, pass one - every audit record becomes
      * an event for its car.  A TRANSFER is audited once, on the lot
      * the car moved to; it is released twice here, as an arrival at
      * the new lot and a departure from the old one, so each lot's
      * replay sees the car come and go.  Tonight's master then adds
      * one event per car for the cars with nothing on the trail.
      *
       LOAD-CAR-EVENTS.
           MOVE LOW-VALUES TO AUD-KEY
           START CARMAINT-AUDIT KEY NOT < AUD-KEY
               INVALID KEY
                   GO TO LOAD-MASTER-EVENTS
           END-START.
       LOAD-AUDIT-LOOP.
           READ CARMAINT-AUDIT NEXT
               AT END
                   GO TO LOAD-MASTER-EVENTS
           END-READ
           ADD 1 TO WS-AUDIT-COUNT
           IF AUD-RUN-DATE < WS-FIRST-AUDIT-DATE
               MOVE AUD-RUN-DATE TO WS-FIRST-AUDIT-DATE
           END-IF
           IF AUD-RUN-DATE > WS-ASOF-DATE
               ADD 1 TO WS-AUDIT-LATER-CNT
           END-IF
           PERFORM RELEASE-AUDIT-EVENT
           GO TO LOAD-AUDIT-LOOP.
       LOAD-MASTER-EVENTS.
           IF NOT WS-MASTER-OPENED
               GO TO LOAD-CAR-EVENTS-EXIT
           END-IF
           MOVE LOW-VALUES TO MST-CAR-KEY
           START CARMASTER KEY NOT < MST-CAR-KEY
               INVALID KEY
                   GO TO LOAD-CAR-EVENTS-EXIT
           END-START.
       LOAD-MASTER-LOOP.
           READ CARMASTER NEXT
               AT END
                   GO TO LOAD-CAR-EVENTS-EXIT
           END-READ
           ADD 1 TO WS-MASTER-COUNT
           MOVE MST-CAR-KEY      TO EVW-CAR-KEY
           MOVE 99999999         TO EVW-EVENT-DATE
           MOVE 9999             TO EVW-SEQ-NO
           MOVE 'M'              TO EVW-EVENT
           MOVE SPACES           TO EVW-OLD-PRICE
           MOVE SPACES           TO EVW-OLD-CATEGORY
           MOVE SPACES           TO EVW-OLD-YEAR
           MOVE MST-CAR-PRICE    TO EVW-NEW-PRICE
           MOVE MST-CAR-CATEGORY TO EVW-NEW-CATEGORY
           MOVE MST-MODEL-YEAR   TO EVW-NEW-YEAR
           MOVE MST-DATE-ADDED-X TO EVW-DATE-ADDED
           RELEASE EV-WORK-REC
           GO TO LOAD-MASTER-LOOP.
       LOAD-CAR-EVENTS-EXIT.
           EXIT.

       RELEASE-AUDIT-EVENT.
           MOVE AUD-CAR-NAME     TO EVW-CAR-NAME
           MOVE AUD-DEALER-CODE  TO EVW-DEALER-CODE
           MOVE AUD-STOCK-NO     TO EVW-STOCK-NO
           MOVE AUD-LOT-LOC      TO EVW-LOT-LOC
           MOVE AUD-RUN-DATE     TO EVW-EVENT-DATE
           MOVE AUD-SEQ-NO       TO EVW-SEQ-NO
           MOVE AUD-OLD-PRICE    TO EVW-OLD-PRICE
           MOVE AUD-OLD-CATEGORY TO EVW-OLD-CATEGORY
           MOVE AUD-OLD-YEAR     TO EVW-OLD-YEAR
           MOVE AUD-NEW-PRICE    TO EVW-NEW-PRICE
           MOVE AUD-NEW-CATEGORY TO EVW-NEW-CATEGORY
           MOVE AUD-NEW-YEAR     TO EVW-NEW-YEAR
           MOVE SPACES           TO EVW-DATE-ADDED
           EVALUATE AUD-ACTION
               WHEN 'ADD     '
                   MOVE 'A' TO EVW-EVENT
                   RELEASE EV-WORK-REC
               WHEN 'CHANGE  '
                   MOVE 'C' TO EVW-EVENT
                   RELEASE EV-WORK-REC
               WHEN 'SOLD    '
               WHEN 'DELETE  '
                   MOVE 'O' TO EVW-EVENT
                   RELEASE EV-WORK-REC
               WHEN 'TRANSFER'
                   MOVE 'A' TO EVW-EVENT
                   RELEASE EV-WORK-REC
                   MOVE AUD-FROM-LOC TO EVW-LOT-LOC
                   MOVE 'O' TO EVW-EVENT
                   RELEASE EV-WORK-REC
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-UNKNOWN
                   DISPLAY "CARVALU AUDIT ACTION NOT RECOGNISED - "
                       AUD-ACTION " " AUD-CAR-NAME
           END-EVALUATE.
      *
      * Sort input procedure, pass two - each car's events are read
      * in date order and the car's state on the as-of date settled
      * when its last event has been seen.  Cars on the lot that day
      * are released for the listing.
      *
       REPLAY-CAR-EVENTS.
           OPEN INPUT CARVALU-ESEQ.
       REPLAY-CAR-LOOP.
           READ CARVALU-ESEQ
               AT END
                   GO TO REPLAY-CAR-DONE
           END-READ
           IF EVQ-CAR-KEY NOT = WS-CUR-CAR-KEY
               IF WS-CUR-CAR-KEY NOT = SPACES
                   PERFORM SETTLE-CAR-STATE
               END-IF
               MOVE EVQ-CAR-KEY TO WS-CUR-CAR-KEY
               MOVE 'U' TO WS-CAR-STATE-SW
               MOVE 'N' TO WS-CAR-AUDIT-SW
               MOVE 'N' TO WS-CAR-PRE-TRAIL-SW
               MOVE SPACES TO WS-CAR-IMAGE
           END-IF
           PERFORM APPLY-CAR-EVENT
           GO TO REPLAY-CAR-LOOP.
       REPLAY-CAR-DONE.
           IF WS-CUR-CAR-KEY NOT = SPACES
               PERFORM SETTLE-CAR-STATE
           END-IF
           CLOSE CARVALU-ESEQ.
       REPLAY-CAR-EVENTS-EXIT.
           EXIT.
      *
      * Events up to the as-of date are replayed forward - an arrival
      * or change leaves the car on the lot with its after image, a
      * departure takes it off.  When a car's first event comes after
      * the as-of date, that event says where it stood: a change or
      * departure means it was already on the lot with its before
      * image (the car pre-dates the trail), an arrival means it was
      * not here yet.  A master event only counts for a car with no
      * audit record at all, which has sat unchanged since before
      * the trail began.
      *
       APPLY-CAR-EVENT.
           IF EVQ-ON-MASTER
               IF NOT WS-CAR-HAS-AUDIT
                   PERFORM SETTLE-UNTOUCHED-CAR
               END-IF
           ELSE
               SET WS-CAR-HAS-AUDIT TO TRUE
               IF EVQ-EVENT-DATE NOT > WS-ASOF-DATE
                   PERFORM REPLAY-FORWARD
               ELSE
                   IF WS-CAR-STATE-UNKNOWN
                       PERFORM INFER-FROM-LATER-EVENT
                   END-IF
               END-IF
           END-IF.

       REPLAY-FORWARD.
           MOVE 'N' TO WS-CAR-PRE-TRAIL-SW
           IF EVQ-LEFT-LOT
               SET WS-CAR-OFF-LOT TO TRUE
           ELSE
               SET WS-CAR-ON-LOT TO TRUE
               MOVE EVQ-NEW-PRICE    TO WS-CAR-PRICE
               MOVE EVQ-NEW-CATEGORY TO WS-CAR-CATEGORY
               MOVE EVQ-NEW-YEAR     TO WS-CAR-YEAR
           END-IF.

       INFER-FROM-LATER-EVENT.
           IF EVQ-ARRIVED
               SET WS-CAR-OFF-LOT TO TRUE
           ELSE
               SET WS-CAR-ON-LOT TO TRUE
               SET WS-CAR-PRE-TRAIL TO TRUE
               MOVE EVQ-OLD-PRICE    TO WS-CAR-PRICE
               MOVE EVQ-OLD-CATEGORY TO WS-CAR-CATEGORY
               MOVE EVQ-OLD-YEAR     TO WS-CAR-YEAR
           END-IF.
      *
      * An untouched car was on the lot on the as-of date unless its
      * date-added says it came later.  An undated car is taken as
      * having been here.
      *
       SETTLE-UNTOUCHED-CAR.
           IF EVQ-DATE-ADDED NUMERIC
           AND EVQ-DATE-ADDED-9 > WS-ASOF-DATE
               SET WS-CAR-OFF-LOT TO TRUE
           ELSE
               SET WS-CAR-ON-LOT TO TRUE
               SET WS-CAR-PRE-TRAIL TO TRUE
               MOVE EVQ-NEW-PRICE    TO WS-CAR-PRICE
               MOVE EVQ-NEW-CATEGORY TO WS-CAR-CATEGORY
               MOVE EVQ-NEW-YEAR     TO WS-CAR-YEAR
           END-IF.

       SETTLE-CAR-STATE.
           IF WS-CAR-ON-LOT
               ADD 1 TO WS-ONLOT-COUNT
               MOVE WS-CUR-LOC      TO VLW-LOT-LOC
               MOVE WS-CUR-DEALER   TO VLW-DEALER-CODE
               MOVE WS-CAR-CATEGORY TO VLW-CATEGORY
               MOVE WS-CUR-CAR-NAME TO VLW-CAR-NAME
               MOVE WS-CUR-STOCK    TO VLW-STOCK-NO
               MOVE WS-CAR-YEAR     TO VLW-MODEL-YEAR
               MOVE WS-CAR-PRICE-ED TO VLW-LIST-PRICE
               IF WS-CAR-PRE-TRAIL
                   ADD 1 TO WS-PRE-TRAIL-COUNT
                   MOVE 'Y' TO VLW-PRE-TRAIL
               ELSE
                   MOVE 'N' TO VLW-PRE-TRAIL
               END-IF
               RELEASE VL-WORK-REC
           END-IF.
      *
      * Control break on location, dealer and category - every car
      * is listed, with a total at each level.
      *
       REPORT-VALUATION-RECORD.
           READ CARVALU-VSEQ
               AT END
                   SET WS-VSEQ-EOF TO TRUE
               NOT AT END
                   IF WS-GROUP-OPEN
                       PERFORM CHECK-VALUATION-BREAK
                   END-IF
                   IF NOT WS-GROUP-OPEN
                       MOVE VLQ-LOT-LOC     TO WS-BRK-LOC
                       MOVE VLQ-DEALER-CODE TO WS-BRK-DEALER
                       MOVE VLQ-CATEGORY    TO WS-BRK-CATEGORY
                       SET WS-GROUP-OPEN TO TRUE
                   END-IF
                   PERFORM WRITE-VALUATION-LINE
           END-READ.

       CHECK-VALUATION-BREAK.
           EVALUATE TRUE
               WHEN VLQ-LOT-LOC NOT = WS-BRK-LOC
                   PERFORM WRITE-CATEGORY-TOTAL
                   PERFORM WRITE-DEALER-TOTAL
                   PERFORM WRITE-LOCATION-TOTAL
                   MOVE 'N' TO WS-GROUP-OPEN-SW
               WHEN VLQ-DEALER-CODE NOT = WS-BRK-DEALER
                   PERFORM WRITE-CATEGORY-TOTAL
                   PERFORM WRITE-DEALER-TOTAL
                   MOVE 'N' TO WS-GROUP-OPEN-SW
               WHEN VLQ-CATEGORY NOT = WS-BRK-CATEGORY
                   PERFORM WRITE-CATEGORY-TOTAL
                   MOVE 'N' TO WS-GROUP-OPEN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-VALUATION-LINE.
           MOVE VLQ-LOT-LOC     TO WS-VD-LOC
           MOVE VLQ-DEALER-CODE TO WS-VD-DEALER
           MOVE VLQ-CATEGORY    TO WS-VD-CATEGORY
           MOVE VLQ-CAR-NAME    TO WS-VD-NAME
           MOVE VLQ-STOCK-NO    TO WS-VD-STOCK
           MOVE VLQ-MODEL-YEAR  TO WS-VD-YEAR
           MOVE VLQ-LIST-PRICE  TO WS-VD-PRICE
           IF VLQ-FROM-BEFORE-TRAIL
               MOVE 'BEFORE AUDIT TRAIL' TO WS-VD-NOTE
           ELSE
               MOVE SPACES               TO WS-VD-NOTE
           END-IF
           WRITE VL-RPT-LINE FROM WS-VALUE-DETAIL
           ADD 1 TO WS-CAT-UNITS
           ADD VLQ-LIST-PRICE TO WS-CAT-VALUE.

       WRITE-CATEGORY-TOTAL.
           MOVE 'CATEGORY ' TO WS-GTL-LEVEL
           MOVE WS-BRK-CATEGORY TO WS-GTL-CODE
           MOVE WS-CAT-UNITS    TO WS-GTL-UNITS
           MOVE WS-CAT-VALUE    TO WS-GTL-VALUE
           WRITE VL-RPT-LINE FROM WS-GROUP-TOTAL-LINE
           ADD WS-CAT-UNITS TO WS-DEALER-UNITS
           ADD WS-CAT-VALUE TO WS-DEALER-VALUE
           MOVE 0 TO WS-CAT-UNITS
           MOVE 0 TO WS-CAT-VALUE.

       WRITE-DEALER-TOTAL.
           MOVE 'DEALER   ' TO WS-GTL-LEVEL
           MOVE WS-BRK-DEALER   TO WS-GTL-CODE
           MOVE WS-DEALER-UNITS TO WS-GTL-UNITS
           MOVE WS-DEALER-VALUE TO WS-GTL-VALUE
           WRITE VL-RPT-LINE FROM WS-GROUP-TOTAL-LINE
           ADD WS-DEALER-UNITS TO WS-LOC-UNITS
           ADD WS-DEALER-VALUE TO WS-LOC-VALUE
           MOVE 0 TO WS-DEALER-UNITS
           MOVE 0 TO WS-DEALER-VALUE.

       WRITE-LOCATION-TOTAL.
           MOVE 'LOCATION ' TO WS-GTL-LEVEL
           MOVE WS-BRK-LOC      TO WS-GTL-CODE
           MOVE WS-LOC-UNITS    TO WS-GTL-UNITS
           MOVE WS-LOC-VALUE    TO WS-GTL-VALUE
           WRITE VL-RPT-LINE FROM WS-GROUP-TOTAL-LINE
           WRITE VL-RPT-LINE FROM WS-RPT-BLANK
           ADD WS-LOC-UNITS TO WS-ALL-UNITS
           ADD WS-LOC-VALUE TO WS-ALL-VALUE
           MOVE 0 TO WS-LOC-UNITS
           MOVE 0 TO WS-LOC-VALUE.

       WRITE-VALUATION-TOTALS.
           WRITE VL-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'AUDIT RECORDS READ:             ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AUDIT-COUNT TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'AUDIT RECORDS AFTER AS-OF DATE: ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AUDIT-LATER-CNT TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'AUDIT ACTIONS NOT RECOGNISED:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AUDIT-UNKNOWN TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MASTER RECORDS READ:            ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MASTER-COUNT TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS ON LOT AS OF DATE:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ONLOT-COUNT TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS FROM BEFORE AUDIT TRAIL:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PRE-TRAIL-COUNT TO WS-RPT-TOTAL-ED
           WRITE VL-RPT-LINE FROM WS-RPT-TOTAL.
      *
      * The as-of night's CARHIST detail rows are the sorted image of
      * the master after that night's maintenance - the same moment
      * the replay stops at - so the counts must agree.  CARHIST only
      * keeps the current month; a date before its first row cannot
      * be tied and says so.
      *
       TIE-TO-HISTORY.
           OPEN INPUT CARSORT-HIST
           PERFORM COUNT-HISTORY-ROW UNTIL WS-HIST-EOF
           CLOSE CARSORT-HIST

           WRITE VL-RPT-LINE FROM WS-RPT-BLANK
           IF WS-HIST-ROW-COUNT > 0
               MOVE WS-ASOF-DATE      TO WS-TIE-DATE-ED
               MOVE WS-HIST-ROW-COUNT TO WS-TIE-HIST-ED
               MOVE WS-ONLOT-COUNT    TO WS-TIE-REBUILT-ED
               IF WS-HIST-ROW-COUNT = WS-ONLOT-COUNT
                   MOVE 'TIED - RECONSTRUCTION PROVEN'
                       TO WS-TIE-RESULT
               ELSE
                   MOVE '*** DOES NOT TIE - CHECK THE TRAIL ***'
                       TO WS-TIE-RESULT
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE VL-RPT-LINE FROM WS-TIE-LINE
           ELSE
               IF WS-ASOF-DATE < WS-FIRST-HIST-DATE
                   WRITE VL-RPT-LINE FROM WS-NO-TIE-RETAIN-LINE
               ELSE
                   WRITE VL-RPT-LINE FROM WS-NO-TIE-RUN-LINE
               END-IF
           END-IF.

       COUNT-HISTORY-ROW.
           READ CARSORT-HIST
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF CAR-REC-TYPE-H = 'D'
                       IF HIST-RUN-DATE < WS-FIRST-HIST-DATE
                           MOVE HIST-RUN-DATE TO WS-FIRST-HIST-DATE
                       END-IF
                       IF HIST-RUN-DATE = WS-ASOF-DATE
                           ADD 1 TO WS-HIST-ROW-COUNT
                       END-IF
                   END-IF
           END-READ.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       BAD-CARD-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARVALU RUN STOPPED - INVALID CONTROL CARD, SEE "
               "MESSAGES ABOVE"
           STOP RUN.

       MASTER-ABORT-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARVALU RUN STOPPED - VEHICLE MASTER UNUSABLE, SEE "
               "MESSAGES ABOVE"
           STOP RUN.

       AUDIT-ABORT-STOP.
           MOVE 16 TO RETURN-CODE
           DISPLAY "CARVALU STOPPED - AUDIT FILE UNUSABLE, SEE "
               "MESSAGES ABOVE"
           STOP RUN.
