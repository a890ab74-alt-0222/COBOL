      ******************************************************************
      * Follow-on to CARMSTUP - true gross profit report off the sold
      * history and the cost ledger, and the cost-over-list exception
      * list for the cars still on the lot.
      *
      * CARGMRPT can only set the sale price against the list price,
      * since that is all the master ever knew.  CARMSTUP now keeps
      * the CARCOST ledger - what was paid for each car and the
      * repair-order charges run up getting it ready - and puts the
      * car's total cost on its CARSOLDH record as it sells.  This
      * step reports sale price less acquisition cost less
      * reconditioning cost by CAR-CATEGORY and dealer code on
      * CARGPRP, with the same optional month card as CARGMRPT.
      * A sale with no cost on file is counted on its row but kept
      * out of the money columns, rather than showing its whole sale
      * price as profit.
      *
      * The second pass reads the master against the open ledger
      * records and lists on CARCSTEX every car whose acquisition
      * plus reconditioning cost already exceeds its current list
      * price, so the desk sees the loss before the car is sold.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARGPRPT.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - gross profit by
      *                    category and dealer off CARSOLDH and the
      *                    CARCOST ledger, and the list of cars on
      *                    the lot costing more than their list price.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARSOLD-HIST ASSIGN TO CARSOLDH.
      *
      * The per-car cost ledger kept by CARMSTUP - read by key here,
      * never updated.
      *
           SELECT CARCOST-FILE ASSIGN TO CARCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CAR-KEY
               ALTERNATE RECORD KEY IS CST-STOCK-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CST-STATUS.
      *
      * The persistent vehicle master maintained by CARMSTUP - read
      * here in key order, never updated.
      *
           SELECT CARMASTER ASSIGN TO CARMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CAR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CARGP-RPT ASSIGN TO CARGPRP.
           SELECT CARGP-EXCP ASSIGN TO CARCSTEX.
      *
      * Report month - YYYYMM in cols 1-6.  Optional; no card reports
      * the whole sold history.
      *
           SELECT CARGP-CTL ASSIGN TO CARGPCD
               FILE STATUS IS WS-CTL-STATUS.
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
           05  SOLD-TOTAL-COST   PIC S9(07)V99 COMP-3.
           05  SOLD-COST-FLAG    PIC X(01).
               88  SOLD-COST-KNOWN        VALUE 'Y'.
           05  FILLER PIC X(01).
      *
       FD  CARCOST-FILE.
       01  COST-REC.
           05  CST-CAR-KEY.
               10  CST-CAR-NAME      PIC X(50).
               10  CST-STOCK-KEY.
                   15  CST-DEALER-CODE   PIC X(04).
                   15  CST-STOCK-NO      PIC X(06).
               10  CST-LOT-LOC       PIC X(03).
           05  CST-STATUS        PIC X(01).
               88  CST-IS-OPEN            VALUE 'O'.
               88  CST-IS-SOLD            VALUE 'S'.
               88  CST-IS-DELETED         VALUE 'D'.
           05  CST-ACQ-COST      PIC S9(07)V99 COMP-3.
           05  CST-ACQ-DATE      PIC 9(08).
           05  CST-ACQ-REF       PIC X(10).
           05  CST-RECON-COST    PIC S9(07)V99 COMP-3.
           05  CST-RECON-COUNT   PIC 9(03).
           05  CST-LAST-RO-NO    PIC X(08).
           05  CST-LAST-RO-DATE  PIC 9(08).
           05  CST-STATUS-DATE   PIC 9(08).
           05  FILLER PIC X(01).
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
           05  FILLER PIC X(04).
      *
       FD  CARGP-RPT RECORDING MODE F.
       01  GP-RPT-LINE          PIC X(132).
      *
       FD  CARGP-EXCP RECORDING MODE F.
       01  GP-EXCP-LINE         PIC X(132).
      *
       FD  CARGP-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-MONTH.
               10  CTL-MONTH-YYYY    PIC X(04).
               10  CTL-MONTH-MM      PIC X(02).
           05  FILLER PIC X(74).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND            VALUE 'Y'.
           05  WS-ROW-FULL-SW      PIC X(01) VALUE 'N'.
               88  WS-ROW-TABLE-FULL       VALUE 'Y'.
           05  WS-CTL-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-CTL-BAD              VALUE 'Y'.
           05  WS-MONTH-SW         PIC X(01) VALUE 'N'.
               88  WS-ONE-MONTH            VALUE 'Y'.
           05  WS-COST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-COST-OPENED          VALUE 'Y'.
           05  WS-CST-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-CST-FOUND            VALUE 'Y'.
           05  WS-MASTER-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPENED        VALUE 'Y'.
           05  WS-MASTER-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
      *
       01  WS-CTL-STATUS           PIC X(02).
       01  WS-CST-STATUS           PIC X(02).
       01  WS-MASTER-STATUS        PIC X(02).
       01  WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(06).
      *
      * One accumulator row per category/dealer pair seen on the
      * sold history.  Units and the money columns count only the
      * sales that carried a cost; the rest are counted apart.
      *
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GP-IDX.
               10  WS-GP-CATEGORY    PIC X(04).
               10  WS-GP-DEALER      PIC X(04).
               10  WS-GP-UNITS       PIC 9(07) COMP.
               10  WS-GP-NOCOST      PIC 9(07) COMP.
               10  WS-GP-SALE-TOTAL  PIC S9(09)V99 COMP-3.
               10  WS-GP-ACQ-TOTAL   PIC S9(09)V99 COMP-3.
               10  WS-GP-RECON-TOTAL PIC S9(09)V99 COMP-3.
       01  WS-GP-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-GP-ROW-SUB           PIC 9(05) COMP VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-SOLD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-COSTED-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-NOCOST-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-NOSPLIT-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-LOT-COUNT        PIC 9(07) COMP VALUE 0.
           05  WS-LOT-NOCOST-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-EXCP-COUNT       PIC 9(07) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-SALE-NUM         PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-ACQ-NUM          PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-RECON-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-LIST-NUM         PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-COST-NUM         PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-OVER-NUM         PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-PROFIT-NUM       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PROFIT-PCT       PIC S9(05)V99 COMP-3 VALUE 0.
           05  WS-ALL-SALE-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-ACQ-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-RECON-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALL-OVER-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARGPRPT TRUE GROSS PROFIT REPORT    '.
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
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(08) VALUE 'DEALER'.
           05  FILLER              PIC X(09) VALUE '  UNITS'.
           05  FILLER              PIC X(09) VALUE 'NO COST'.
           05  FILLER              PIC X(17) VALUE '    SALE TOTAL'.
           05  FILLER              PIC X(17) VALUE '   ACQUISITION'.
           05  FILLER              PIC X(17) VALUE 'RECONDITIONING'.
           05  FILLER              PIC X(14) VALUE 'GROSS PROFIT'.
           05  FILLER              PIC X(06) VALUE '   PCT'.
      *
       01  WS-GP-LINE.
           05  WS-GL-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-DEALER        PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-GL-UNITS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-NOCOST        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-SALE          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-GL-ACQ           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-GL-RECON         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-GL-PROFIT        PIC -(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-PCT           PIC -(3)9.9.
      *
       01  WS-ALL-LINE.
           05  FILLER              PIC X(14) VALUE 'ALL'.
           05  WS-AL-UNITS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-NOCOST        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-SALE          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-ACQ           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-RECON         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-AL-PROFIT        PIC -(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-AL-PCT           PIC -(3)9.9.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
       01  WS-RPT-MONEY-TOTAL.
           05  WS-RPT-MONEY-LABEL  PIC X(32).
           05  WS-RPT-MONEY-ED     PIC $$$,$$$,$$9.99.
      *
       01  WS-EXCP-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARGPRPT CARS COSTING OVER LIST PRICE'.
           05  FILLER              PIC X(10) VALUE ' RUN DATE:'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXC-DATE-ED      PIC 9999/99/99.
      *
       01  WS-EXCP-HEADING-2.
           05  FILLER              PIC X(42) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(07) VALUE 'LOC'.
           05  FILLER              PIC X(14) VALUE '   LIST PRICE'.
           05  FILLER              PIC X(14) VALUE '  ACQUISITION'.
           05  FILLER              PIC X(14) VALUE '        RECON'.
           05  FILLER              PIC X(14) VALUE '   TOTAL COST'.
           05  FILLER              PIC X(13) VALUE '    OVER LIST'.
      *
       01  WS-EXCP-DETAIL.
           05  WS-EXC-NAME         PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EXC-DEALER       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EXC-STOCK        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EXC-LOC          PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-EXC-LIST         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-EXC-ACQ          PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-EXC-RECON        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-EXC-COST         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-EXC-OVER         PIC $$,$$$,$$9.99.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-GROSS-PROFIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED
           MOVE WS-RUN-DATE TO WS-EXC-DATE-ED

           PERFORM READ-CONTROL-CARD
           IF WS-CTL-BAD
               GO TO BAD-CARD-STOP
           END-IF
           IF WS-ONE-MONTH
               MOVE WS-REPORT-MONTH-N TO WS-RPT-MONTH-ED
               MOVE WS-RPT-PERIOD-MONTH TO WS-RPT-PERIOD
           END-IF

           PERFORM OPEN-COST-FILE

           OPEN INPUT CARSOLD-HIST
           PERFORM TALLY-SOLD-RECORD UNTIL WS-EOF
           CLOSE CARSOLD-HIST

           OPEN OUTPUT CARGP-RPT
           WRITE GP-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE GP-RPT-LINE FROM WS-RPT-BLANK
           WRITE GP-RPT-LINE FROM WS-RPT-HEADING-2
           PERFORM WRITE-PROFIT-ROW
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
           PERFORM WRITE-PROFIT-TOTALS
           CLOSE CARGP-RPT

           PERFORM LIST-COST-EXCEPTIONS
           IF WS-COST-OPENED
               CLOSE CARCOST-FILE
           END-IF
           GO TO CLOSE-STOP.

       TALLY-SOLD-RECORD.
           READ CARSOLD-HIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-ONE-MONTH
                   AND SOLD-SALE-MONTH NOT = WS-REPORT-MONTH
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-SOLD-COUNT
                       PERFORM ACCUMULATE-PROFIT-ROW
                   END-IF
           END-READ.
      *
      * Month card - YYYYMM in cols 1-6.  No file, or an empty file,
      * reports every sale on file; a card that does not validate
      * stops the run rather than printing a mislabelled month.
      *
       READ-CONTROL-CARD.
           OPEN INPUT CARGP-CTL
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CARGP-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CARGP-CTL
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-MONTH NOT NUMERIC
           OR CTL-MONTH-MM < '01'
           OR CTL-MONTH-MM > '12'
               DISPLAY "CARGPRPT CONTROL CARD MONTH MUST BE YYYYMM, "
                   "FOUND: " CTL-MONTH
               SET WS-CTL-BAD TO TRUE
           ELSE
               MOVE CTL-MONTH TO WS-REPORT-MONTH
               SET WS-ONE-MONTH TO TRUE
           END-IF.
      *
      * A ledger that does not exist yet just means no costs have
      * been booked - every sale reports with no cost and the
      * exception list prints empty.  Any other bad open is flagged
      * to the operators with return code 8.
      *
       OPEN-COST-FILE.
           OPEN INPUT CARCOST-FILE
           IF WS-CST-STATUS = '35'
               DISPLAY "CARCOST COST LEDGER NOT FOUND - NO COSTS ON "
                   "FILE"
           ELSE
               IF WS-CST-STATUS NOT = '00'
                   DISPLAY "CARGPRPT CANNOT OPEN COST LEDGER - STATUS "
                       WS-CST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-COST-OPENED TO TRUE
               END-IF
           END-IF.
      *
      * The caller stages the car's key in CST-CAR-KEY.
      *
       LOOKUP-COST-RECORD.
           MOVE 'N' TO WS-CST-FOUND-SW
           IF WS-COST-OPENED
               READ CARCOST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CST-FOUND TO TRUE
               END-READ
           END-IF.

       ACCUMULATE-PROFIT-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM LOCATE-PROFIT-ROW
               VARYING WS-GP-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-FOUND
               OR WS-GP-ROW-SUB > WS-GP-COUNT
           IF NOT WS-ROW-FOUND
               IF WS-GP-COUNT < 200
                   ADD 1 TO WS-GP-COUNT
                   SET WS-GP-IDX TO WS-GP-COUNT
                   MOVE SOLD-CATEGORY
                       TO WS-GP-CATEGORY(WS-GP-IDX)
                   MOVE SOLD-DEALER-CODE
                       TO WS-GP-DEALER(WS-GP-IDX)
                   MOVE 0 TO WS-GP-UNITS(WS-GP-IDX)
                   MOVE 0 TO WS-GP-NOCOST(WS-GP-IDX)
                   MOVE 0 TO WS-GP-SALE-TOTAL(WS-GP-IDX)
                   MOVE 0 TO WS-GP-ACQ-TOTAL(WS-GP-IDX)
                   MOVE 0 TO WS-GP-RECON-TOTAL(WS-GP-IDX)
               ELSE
                   IF NOT WS-ROW-TABLE-FULL
                       SET WS-ROW-TABLE-FULL TO TRUE
                       DISPLAY "CATEGORY/DEALER TABLE FULL AT 200 "
                           "ENTRIES - OVERFLOW LUMPED INTO THE LAST "
                           "ROW, CHECK THE SOLD HISTORY"
                   END-IF
                   SET WS-GP-IDX TO WS-GP-COUNT
               END-IF
           END-IF

           IF SOLD-COST-KNOWN
               PERFORM SPLIT-SOLD-COST
               MOVE SOLD-SALE-PRICE TO WS-SALE-NUM
               ADD 1 TO WS-COSTED-COUNT
               ADD 1 TO WS-GP-UNITS(WS-GP-IDX)
               ADD WS-SALE-NUM  TO WS-GP-SALE-TOTAL(WS-GP-IDX)
               ADD WS-ACQ-NUM   TO WS-GP-ACQ-TOTAL(WS-GP-IDX)
               ADD WS-RECON-NUM TO WS-GP-RECON-TOTAL(WS-GP-IDX)
               ADD WS-SALE-NUM  TO WS-ALL-SALE-TOTAL
               ADD WS-ACQ-NUM   TO WS-ALL-ACQ-TOTAL
               ADD WS-RECON-NUM TO WS-ALL-RECON-TOTAL
           ELSE
               ADD 1 TO WS-NOCOST-COUNT
               ADD 1 TO WS-GP-NOCOST(WS-GP-IDX)
           END-IF.
      *
      * The sold history carries the car's total cost; the split
      * between purchase and repair orders comes off the ledger
      * record CARMSTUP closed as the car sold.  Should that record
      * since have been reused by a later car under the same key,
      * the whole cost is shown as acquisition and counted, so the
      * profit still stands even though the split does not.
      *
       SPLIT-SOLD-COST.
           MOVE SOLD-CAR-NAME    TO CST-CAR-NAME
           MOVE SOLD-DEALER-CODE TO CST-DEALER-CODE
           MOVE SOLD-STOCK-NO    TO CST-STOCK-NO
           MOVE SOLD-LOT-LOC     TO CST-LOT-LOC
           PERFORM LOOKUP-COST-RECORD
           IF WS-CST-FOUND
           AND CST-IS-SOLD
           AND CST-STATUS-DATE = SOLD-RUN-DATE
               MOVE CST-ACQ-COST   TO WS-ACQ-NUM
               MOVE CST-RECON-COST TO WS-RECON-NUM
           ELSE
               ADD 1 TO WS-NOSPLIT-COUNT
               MOVE SOLD-TOTAL-COST TO WS-ACQ-NUM
               MOVE 0               TO WS-RECON-NUM
           END-IF.
      *
      * The loop's VARYING steps the subscript past the matched row
      * before the UNTIL test, so the matched row is remembered in
      * the index rather than referenced through the subscript after.
      *
       LOCATE-PROFIT-ROW.
           IF WS-GP-CATEGORY(WS-GP-ROW-SUB) = SOLD-CATEGORY
           AND WS-GP-DEALER(WS-GP-ROW-SUB) = SOLD-DEALER-CODE
               SET WS-ROW-FOUND TO TRUE
               SET WS-GP-IDX TO WS-GP-ROW-SUB
           END-IF.

       WRITE-PROFIT-ROW.
           MOVE WS-GP-CATEGORY(WS-GP-IDX)    TO WS-GL-CATEGORY
           MOVE WS-GP-DEALER(WS-GP-IDX)      TO WS-GL-DEALER
           MOVE WS-GP-UNITS(WS-GP-IDX)       TO WS-GL-UNITS
           MOVE WS-GP-NOCOST(WS-GP-IDX)      TO WS-GL-NOCOST
           MOVE WS-GP-SALE-TOTAL(WS-GP-IDX)  TO WS-GL-SALE
           MOVE WS-GP-ACQ-TOTAL(WS-GP-IDX)   TO WS-GL-ACQ
           MOVE WS-GP-RECON-TOTAL(WS-GP-IDX) TO WS-GL-RECON
           COMPUTE WS-PROFIT-NUM
               = WS-GP-SALE-TOTAL(WS-GP-IDX)
               - WS-GP-ACQ-TOTAL(WS-GP-IDX)
               - WS-GP-RECON-TOTAL(WS-GP-IDX)
           MOVE WS-PROFIT-NUM TO WS-GL-PROFIT
           IF WS-GP-SALE-TOTAL(WS-GP-IDX) = 0
               MOVE 0 TO WS-GL-PCT
           ELSE
               COMPUTE WS-PROFIT-PCT ROUNDED
                   = WS-PROFIT-NUM * 100
                   / WS-GP-SALE-TOTAL(WS-GP-IDX)
               MOVE WS-PROFIT-PCT TO WS-GL-PCT
           END-IF
           WRITE GP-RPT-LINE FROM WS-GP-LINE.

       WRITE-PROFIT-TOTALS.
           WRITE GP-RPT-LINE FROM WS-RPT-BLANK
           MOVE WS-COSTED-COUNT    TO WS-AL-UNITS
           MOVE WS-NOCOST-COUNT    TO WS-AL-NOCOST
           MOVE WS-ALL-SALE-TOTAL  TO WS-AL-SALE
           MOVE WS-ALL-ACQ-TOTAL   TO WS-AL-ACQ
           MOVE WS-ALL-RECON-TOTAL TO WS-AL-RECON
           COMPUTE WS-PROFIT-NUM
               = WS-ALL-SALE-TOTAL - WS-ALL-ACQ-TOTAL
               - WS-ALL-RECON-TOTAL
           MOVE WS-PROFIT-NUM TO WS-AL-PROFIT
           IF WS-ALL-SALE-TOTAL = 0
               MOVE 0 TO WS-AL-PCT
           ELSE
               COMPUTE WS-PROFIT-PCT ROUNDED
                   = WS-PROFIT-NUM * 100 / WS-ALL-SALE-TOTAL
               MOVE WS-PROFIT-PCT TO WS-AL-PCT
           END-IF
           WRITE GP-RPT-LINE FROM WS-ALL-LINE
           WRITE GP-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'SALES READ:                     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'SALES WITH NO COST ON FILE:     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOCOST-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'COST NOT SPLIT ON LEDGER:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOSPLIT-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-RPT-LINE FROM WS-RPT-TOTAL.
      *
      * Second pass - every car on the master against its open cost
      * ledger record.  A car with no open record is counted, not
      * listed; its cost is not known.
      *
       LIST-COST-EXCEPTIONS.
           OPEN OUTPUT CARGP-EXCP
           WRITE GP-EXCP-LINE FROM WS-EXCP-HEADING-1
           WRITE GP-EXCP-LINE FROM WS-RPT-BLANK
           WRITE GP-EXCP-LINE FROM WS-EXCP-HEADING-2
           PERFORM OPEN-MASTER-FILE
           PERFORM CHECK-MASTER-COST UNTIL WS-MASTER-EOF
           IF WS-MASTER-OPENED
               CLOSE CARMASTER
           END-IF
           WRITE GP-EXCP-LINE FROM WS-RPT-BLANK
           MOVE 'CARS ON THE LOT:                ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOT-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-EXCP-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS WITH NO COST ON FILE:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOT-NOCOST-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-EXCP-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS COSTING OVER LIST:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-EXCP-COUNT TO WS-RPT-TOTAL-ED
           WRITE GP-EXCP-LINE FROM WS-RPT-TOTAL
           MOVE 'TOTAL COST OVER LIST:           ' TO WS-RPT-MONEY-LABEL
           MOVE WS-ALL-OVER-TOTAL TO WS-RPT-MONEY-ED
           WRITE GP-EXCP-LINE FROM WS-RPT-MONEY-TOTAL
           CLOSE CARGP-EXCP.
      *
      * Positions at the front of the master for a sequential pass -
      * a master that cannot be opened ends the pass before it
      * starts, with return code 8.
      *
       OPEN-MASTER-FILE.
           OPEN INPUT CARMASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CARGPRPT CANNOT OPEN VEHICLE MASTER - STATUS "
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

       CHECK-MASTER-COST.
           READ CARMASTER NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOT-COUNT
                   MOVE MST-CAR-KEY TO CST-CAR-KEY
                   PERFORM LOOKUP-COST-RECORD
                   IF WS-CST-FOUND
                   AND CST-IS-OPEN
                       PERFORM TEST-COST-OVER-LIST
                   ELSE
                       ADD 1 TO WS-LOT-NOCOST-COUNT
                   END-IF
           END-READ.

       TEST-COST-OVER-LIST.
           MOVE MST-CAR-PRICE TO WS-LIST-NUM
           COMPUTE WS-COST-NUM = CST-ACQ-COST + CST-RECON-COST
           IF WS-COST-NUM > WS-LIST-NUM
               COMPUTE WS-OVER-NUM = WS-COST-NUM - WS-LIST-NUM
               ADD 1 TO WS-EXCP-COUNT
               ADD WS-OVER-NUM TO WS-ALL-OVER-TOTAL
               MOVE MST-CAR-NAME    TO WS-EXC-NAME
               MOVE MST-DEALER-CODE TO WS-EXC-DEALER
               MOVE MST-STOCK-NO    TO WS-EXC-STOCK
               MOVE MST-LOT-LOC     TO WS-EXC-LOC
               MOVE WS-LIST-NUM     TO WS-EXC-LIST
               MOVE CST-ACQ-COST    TO WS-EXC-ACQ
               MOVE CST-RECON-COST  TO WS-EXC-RECON
               MOVE WS-COST-NUM     TO WS-EXC-COST
               MOVE WS-OVER-NUM     TO WS-EXC-OVER
               WRITE GP-EXCP-LINE FROM WS-EXCP-DETAIL
           END-IF.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       BAD-CARD-STOP.
           MOVE 8 TO RETURN-CODE
           DISPLAY "CARGPRPT RUN STOPPED - INVALID CONTROL CARD, SEE "
               "MESSAGES ABOVE"
           STOP RUN.
