      ******************************************************************
      * Follow-on to CARSORT - nightly general ledger journal extract.
      *
      * Builds the night's journal entries in the ledger's journal-
      * entry layout so accounting no longer rekeys the CARRPT and
      * CARGMRPT printouts:
      *
      *   - the change in on-lot inventory value for each location
      *     and category, tonight's CARMSTUP master unload against
      *     the prior night's copy (the scheduler saves CARMSTRU off
      *     to CARMSTPV after this step), posted against the dealer
      *     consignment payable;
      *   - sales revenue from the CARSOLDH records CARMSTUP stamped
      *     with tonight's run date, by location and category.
      *
      * The file closes with a control trailer carrying the entry
      * count, debit and credit totals and a hash of the account
      * numbers.  The journal is proved before release - debits
      * must equal credits, the inventory lines must net to the
      * change between the two unloads, and the revenue lines must
      * equal the night's sales.  Any failure prints on the proof
      * report, marks the trailer unbalanced and ends the step with
      * a nonzero return code so the scheduler holds the ledger load.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARGLJE.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - nightly GL journal of
      *                    inventory value change by location and
      *                    category and of the night's sales, with
      *                    control trailer and balance proof.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARMASTER-UNLOAD ASSIGN TO CARMSTRU.
      *
      * Prior night's unload, saved off by the scheduler.  Missing
      * on the very first run - treated as an empty lot, so the
      * first journal posts the whole inventory as the opening
      * value.
      *
           SELECT CARMASTER-PREV ASSIGN TO CARMSTPV
               FILE STATUS IS WS-PREV-STATUS.
      *
      * Sold-vehicle history appended by CARMSTUP - only tonight's
      * run-date records are journalled.
      *
           SELECT OPTIONAL CARSOLD-HIST ASSIGN TO CARSOLDH.
           SELECT CARGLJE-JOURNAL ASSIGN TO CARGLJNL.
           SELECT CARGLJE-RPT     ASSIGN TO CARGLRP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARMASTER-UNLOAD RECORDING MODE F.
       01  UNLOAD-REC.
           05  CAR-REC-TYPE-U  PIC X(01).
               88  UNLOAD-REC-IS-DETAIL  VALUE 'D'.
           05  CAR-NAME-U      PIC X(50).
           05  CAR-PRICE-U     PIC $$,$$$,$$9.99.
           05  CAR-CATEGORY-U  PIC X(04).
           05  CAR-YEAR-U      PIC 9(04).
           05  CAR-DEALER-U    PIC X(04).
           05  CAR-STOCK-U     PIC X(06).
           05  CAR-LOC-U       PIC X(03).
           05  CAR-EFFPR-U     PIC $$,$$$,$$9.99.
           05  FILLER PIC X(14).
      *
       FD  CARMASTER-PREV RECORDING MODE F.
       01  PREV-REC.
           05  CAR-REC-TYPE-P  PIC X(01).
               88  PREV-REC-IS-DETAIL    VALUE 'D'.
           05  CAR-NAME-P      PIC X(50).
           05  CAR-PRICE-P     PIC $$,$$$,$$9.99.
           05  CAR-CATEGORY-P  PIC X(04).
           05  CAR-YEAR-P      PIC 9(04).
           05  CAR-DEALER-P    PIC X(04).
           05  CAR-STOCK-P     PIC X(06).
           05  CAR-LOC-P       PIC X(03).
           05  CAR-EFFPR-P     PIC $$,$$$,$$9.99.
           05  FILLER PIC X(14).
      *
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
           05  SOLD-RUN-DATE     PIC 9(08).
           05  FILLER PIC X(07).
      *
      * Ledger journal-entry layout - a header, one line per debit
      * or credit, and a control trailer.  The cost center is the
      * lot/location code and the sub-account the vehicle category.
      *
       FD  CARGLJE-JOURNAL RECORDING MODE F.
       01  JE-REC.
           05  JE-REC-TYPE       PIC X(01).
               88  JE-REC-IS-HEADER    VALUE 'H'.
               88  JE-REC-IS-ENTRY     VALUE 'D'.
               88  JE-REC-IS-TRAILER   VALUE 'T'.
           05  JE-SOURCE         PIC X(08).
           05  JE-POST-DATE      PIC 9(08).
           05  JE-LINE-NO        PIC 9(06).
           05  JE-ACCOUNT        PIC 9(06).
           05  JE-COST-CENTER    PIC X(03).
           05  JE-SUB-ACCOUNT    PIC X(04).
           05  JE-DR-CR          PIC X(01).
               88  JE-IS-DEBIT         VALUE 'D'.
               88  JE-IS-CREDIT        VALUE 'C'.
           05  JE-AMOUNT         PIC 9(09)V99.
           05  JE-DESCRIPTION    PIC X(30).
           05  FILLER            PIC X(22).
       01  JE-TRAILER-REC REDEFINES JE-REC.
           05  FILLER            PIC X(01).
           05  FILLER            PIC X(08).
           05  FILLER            PIC X(08).
           05  JE-TRL-COUNT      PIC 9(07).
           05  JE-TRL-DEBITS     PIC 9(11)V99.
           05  JE-TRL-CREDITS    PIC 9(11)V99.
           05  JE-TRL-ACCT-HASH  PIC 9(15).
      *
      * B - journal proved and may be loaded; U - unbalanced, the
      * ledger load must reject the file.
      *
           05  JE-TRL-BALANCED   PIC X(01).
           05  FILLER            PIC X(34).
      *
       FD  CARGLJE-RPT RECORDING MODE F.
       01  GL-RPT-LINE          PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-UNLOAD-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-UNLOAD-EOF           VALUE 'Y'.
           05  WS-PREV-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-PREV-EOF             VALUE 'Y'.
           05  WS-SOLD-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-SOLD-EOF             VALUE 'Y'.
           05  WS-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND            VALUE 'Y'.
           05  WS-ROW-FULL-SW      PIC X(01) VALUE 'N'.
               88  WS-ROW-TABLE-FULL       VALUE 'Y'.
           05  WS-BALANCED-SW      PIC X(01) VALUE 'Y'.
               88  WS-JOURNAL-BALANCED     VALUE 'Y'.
               88  WS-JOURNAL-OUT-OF-BAL   VALUE 'N'.
      *
       01  WS-PREV-STATUS          PIC X(02).
      *
      * Ledger accounts the night's entries post to.  Inventory is
      * carried against the consignment payable to the dealers, so
      * a rise in on-lot value debits inventory and credits the
      * payable, and a fall reverses them.  Sales debit the sales
      * clearing account and credit vehicle sales revenue.
      *
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-INVENTORY   PIC 9(06) VALUE 140000.
           05  WS-ACCT-CONSIGN-AP  PIC 9(06) VALUE 210000.
           05  WS-ACCT-SALES-CLR   PIC 9(06) VALUE 120000.
           05  WS-ACCT-SALES-REV   PIC 9(06) VALUE 400000.
      *
      * One row per location and category seen on either unload or
      * on tonight's sales.
      *
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GL-IDX.
               10  WS-GL-LOC         PIC X(03).
               10  WS-GL-CATEGORY    PIC X(04).
               10  WS-GL-TONIGHT     PIC S9(11)V99 COMP-3.
               10  WS-GL-PRIOR       PIC S9(11)V99 COMP-3.
               10  WS-GL-SALES       PIC S9(11)V99 COMP-3.
               10  WS-GL-SOLD-UNITS  PIC 9(07) COMP.
       01  WS-GL-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-GL-ROW-SUB           PIC 9(05) COMP VALUE 0.
       01  WS-GL-KEY-WORK.
           05  WS-GLK-LOC          PIC X(03).
           05  WS-GLK-CATEGORY     PIC X(04).
      *
       01  WS-COUNTERS.
           05  WS-UNLOAD-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-PREV-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-SOLD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-ENTRY-COUNT      PIC 9(07) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-TONIGHT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SALES-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CHANGE-NUM       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-POST-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DEBIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-INV-POSTED-NET   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REV-POSTED       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LHS-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RHS-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACCT-HASH            PIC 9(15) VALUE 0.
      *
      * The entry being built - the caller loads these before
      * performing WRITE-JOURNAL-ENTRY.
      *
       01  WS-ENTRY-WORK.
           05  WS-EW-ACCOUNT       PIC 9(06).
           05  WS-EW-DR-CR         PIC X(01).
           05  WS-EW-DESCRIPTION   PIC X(30).
      *
       01  WS-RUN-DATE             PIC 9(08).
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARGLJE GL JOURNAL EXTRACT PROOF     '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(08) VALUE '  LINE'.
           05  FILLER              PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(20) VALUE '          DEBIT'.
           05  FILLER              PIC X(20) VALUE '         CREDIT'.
           05  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-ENTRY-LINE.
           05  WS-EL-LINE-NO       PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-ACCOUNT       PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EL-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EL-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EL-DESCRIPTION   PIC X(30).
      *
       01  WS-CHECK-LINE.
           05  WS-CK-DESC          PIC X(52).
           05  WS-CK-LHS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CK-RHS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CK-STATUS        PIC X(12).
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
       01  WS-RESULT-LINE          PIC X(132).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-GL-EXTRACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           PERFORM LOAD-TONIGHT-UNLOAD
           PERFORM LOAD-PRIOR-UNLOAD
           PERFORM LOAD-TONIGHT-SALES

           OPEN OUTPUT CARGLJE-JOURNAL
           OPEN OUTPUT CARGLJE-RPT
           WRITE GL-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE GL-RPT-LINE FROM WS-RPT-BLANK
           WRITE GL-RPT-LINE FROM WS-RPT-HEADING-2
           PERFORM WRITE-JOURNAL-HEADER

           PERFORM JOURNAL-TABLE-ROW
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT

           WRITE GL-RPT-LINE FROM WS-RPT-BLANK
           PERFORM PROVE-THE-JOURNAL
           PERFORM WRITE-JOURNAL-TRAILER
           PERFORM WRITE-PROOF-RESULT

           CLOSE CARGLJE-JOURNAL
           CLOSE CARGLJE-RPT
           GO TO CLOSE-STOP.

       LOAD-TONIGHT-UNLOAD.
           OPEN INPUT CARMASTER-UNLOAD
           PERFORM TALLY-UNLOAD-RECORD UNTIL WS-UNLOAD-EOF
           CLOSE CARMASTER-UNLOAD.

       TALLY-UNLOAD-RECORD.
           READ CARMASTER-UNLOAD
               AT END
                   SET WS-UNLOAD-EOF TO TRUE
               NOT AT END
                   IF UNLOAD-REC-IS-DETAIL
                       ADD 1 TO WS-UNLOAD-COUNT
                       MOVE CAR-PRICE-U TO WS-PRICE-NUM
                       ADD WS-PRICE-NUM TO WS-TONIGHT-TOTAL
                       MOVE CAR-LOC-U      TO WS-GLK-LOC
                       MOVE CAR-CATEGORY-U TO WS-GLK-CATEGORY
                       PERFORM LOCATE-GL-ROW
                       ADD WS-PRICE-NUM TO WS-GL-TONIGHT(WS-GL-IDX)
                   END-IF
           END-READ.

       LOAD-PRIOR-UNLOAD.
           OPEN INPUT CARMASTER-PREV
           IF WS-PREV-STATUS = '35'
               DISPLAY "CARGLJE NO PRIOR UNLOAD (CARMSTPV) - FULL "
                   "INVENTORY POSTED AS THE OPENING VALUE"
           ELSE
               PERFORM TALLY-PREV-RECORD UNTIL WS-PREV-EOF
               CLOSE CARMASTER-PREV
           END-IF.

       TALLY-PREV-RECORD.
           READ CARMASTER-PREV
               AT END
                   SET WS-PREV-EOF TO TRUE
               NOT AT END
                   IF PREV-REC-IS-DETAIL
                       ADD 1 TO WS-PREV-COUNT
                       MOVE CAR-PRICE-P TO WS-PRICE-NUM
                       ADD WS-PRICE-NUM TO WS-PRIOR-TOTAL
                       MOVE CAR-LOC-P      TO WS-GLK-LOC
                       MOVE CAR-CATEGORY-P TO WS-GLK-CATEGORY
                       PERFORM LOCATE-GL-ROW
                       ADD WS-PRICE-NUM TO WS-GL-PRIOR(WS-GL-IDX)
                   END-IF
           END-READ.

       LOAD-TONIGHT-SALES.
           OPEN INPUT CARSOLD-HIST
           PERFORM TALLY-SOLD-RECORD UNTIL WS-SOLD-EOF
           CLOSE CARSOLD-HIST.

       TALLY-SOLD-RECORD.
           READ CARSOLD-HIST
               AT END
                   SET WS-SOLD-EOF TO TRUE
               NOT AT END
                   IF SOLD-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-SOLD-COUNT
                       MOVE SOLD-SALE-PRICE TO WS-PRICE-NUM
                       ADD WS-PRICE-NUM TO WS-SALES-TOTAL
                       MOVE SOLD-LOT-LOC  TO WS-GLK-LOC
                       MOVE SOLD-CATEGORY TO WS-GLK-CATEGORY
                       PERFORM LOCATE-GL-ROW
                       ADD WS-PRICE-NUM TO WS-GL-SALES(WS-GL-IDX)
                       ADD 1 TO WS-GL-SOLD-UNITS(WS-GL-IDX)
                   END-IF
           END-READ.
      *
      * Finds or opens the table row for the staged location and
      * category.  A row past the table's end cannot be coded to
      * its own cost center, so it lumps into the last row and the
      * journal is failed - the ledger must not take mis-coded
      * entries.
      *
       LOCATE-GL-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM SCAN-GL-ROW
               VARYING WS-GL-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-FOUND
               OR WS-GL-ROW-SUB > WS-GL-COUNT
           IF NOT WS-ROW-FOUND
               IF WS-GL-COUNT < 200
                   ADD 1 TO WS-GL-COUNT
                   SET WS-GL-IDX TO WS-GL-COUNT
                   MOVE WS-GLK-LOC      TO WS-GL-LOC(WS-GL-IDX)
                   MOVE WS-GLK-CATEGORY TO WS-GL-CATEGORY(WS-GL-IDX)
                   MOVE 0 TO WS-GL-TONIGHT(WS-GL-IDX)
                   MOVE 0 TO WS-GL-PRIOR(WS-GL-IDX)
                   MOVE 0 TO WS-GL-SALES(WS-GL-IDX)
                   MOVE 0 TO WS-GL-SOLD-UNITS(WS-GL-IDX)
               ELSE
                   SET WS-GL-IDX TO WS-GL-COUNT
                   IF NOT WS-ROW-TABLE-FULL
                       SET WS-ROW-TABLE-FULL TO TRUE
                       DISPLAY "CARGLJE LOCATION/CATEGORY TABLE FULL "
                           "AT 200 ROWS - JOURNAL WILL NOT BALANCE"
                   END-IF
               END-IF
           END-IF.

       SCAN-GL-ROW.
           IF WS-GL-LOC(WS-GL-ROW-SUB) = WS-GLK-LOC
           AND WS-GL-CATEGORY(WS-GL-ROW-SUB) = WS-GLK-CATEGORY
               SET WS-ROW-FOUND TO TRUE
               SET WS-GL-IDX TO WS-GL-ROW-SUB
           END-IF.
      *
      * Up to two balanced pairs per row - the inventory change,
      * if the row's value moved, and the night's sales, if any.
      *
       JOURNAL-TABLE-ROW.
           COMPUTE WS-CHANGE-NUM
               = WS-GL-TONIGHT(WS-GL-IDX) - WS-GL-PRIOR(WS-GL-IDX)
           IF WS-CHANGE-NUM > 0
               MOVE WS-CHANGE-NUM TO WS-POST-AMOUNT
               MOVE 'INVENTORY VALUE INCREASE' TO WS-EW-DESCRIPTION
               MOVE WS-ACCT-INVENTORY  TO WS-EW-ACCOUNT
               MOVE 'D' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE WS-ACCT-CONSIGN-AP TO WS-EW-ACCOUNT
               MOVE 'C' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-CHANGE-NUM < 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-CHANGE-NUM
               MOVE 'INVENTORY VALUE DECREASE' TO WS-EW-DESCRIPTION
               MOVE WS-ACCT-CONSIGN-AP TO WS-EW-ACCOUNT
               MOVE 'D' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE WS-ACCT-INVENTORY  TO WS-EW-ACCOUNT
               MOVE 'C' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-GL-SALES(WS-GL-IDX) > 0
               MOVE WS-GL-SALES(WS-GL-IDX) TO WS-POST-AMOUNT
               MOVE 'VEHICLE SALES' TO WS-EW-DESCRIPTION
               MOVE WS-ACCT-SALES-CLR TO WS-EW-ACCOUNT
               MOVE 'D' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE WS-ACCT-SALES-REV TO WS-EW-ACCOUNT
               MOVE 'C' TO WS-EW-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES       TO JE-REC
           MOVE 'H'          TO JE-REC-TYPE
           MOVE 'CARGLJE'    TO JE-SOURCE
           MOVE WS-RUN-DATE  TO JE-POST-DATE
           MOVE 'CAR INVENTORY AND SALES' TO JE-DESCRIPTION
           WRITE JE-REC.
      *
      * One journal line plus its proof-report line, with the
      * running debit, credit and account hash totals the trailer
      * and the proof are built from.
      *
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES             TO JE-REC
           MOVE 'D'                TO JE-REC-TYPE
           MOVE 'CARGLJE'          TO JE-SOURCE
           MOVE WS-RUN-DATE        TO JE-POST-DATE
           MOVE WS-ENTRY-COUNT     TO JE-LINE-NO
           MOVE WS-EW-ACCOUNT      TO JE-ACCOUNT
           MOVE WS-GL-LOC(WS-GL-IDX)      TO JE-COST-CENTER
           MOVE WS-GL-CATEGORY(WS-GL-IDX) TO JE-SUB-ACCOUNT
           MOVE WS-EW-DR-CR        TO JE-DR-CR
           MOVE WS-POST-AMOUNT     TO JE-AMOUNT
           MOVE WS-EW-DESCRIPTION  TO JE-DESCRIPTION
           WRITE JE-REC
           ADD WS-EW-ACCOUNT TO WS-ACCT-HASH

           MOVE WS-ENTRY-COUNT     TO WS-EL-LINE-NO
           MOVE WS-EW-ACCOUNT      TO WS-EL-ACCOUNT
           MOVE WS-GL-LOC(WS-GL-IDX)      TO WS-EL-LOC
           MOVE WS-GL-CATEGORY(WS-GL-IDX) TO WS-EL-CATEGORY
           MOVE WS-EW-DESCRIPTION  TO WS-EL-DESCRIPTION
           IF JE-IS-DEBIT
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
               MOVE WS-POST-AMOUNT TO WS-EL-DEBIT
               MOVE 0 TO WS-EL-CREDIT
           ELSE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               MOVE 0 TO WS-EL-DEBIT
               MOVE WS-POST-AMOUNT TO WS-EL-CREDIT
           END-IF
           EVALUATE TRUE
               WHEN WS-EW-ACCOUNT = WS-ACCT-INVENTORY AND JE-IS-DEBIT
                   ADD WS-POST-AMOUNT TO WS-INV-POSTED-NET
               WHEN WS-EW-ACCOUNT = WS-ACCT-INVENTORY
                   SUBTRACT WS-POST-AMOUNT FROM WS-INV-POSTED-NET
               WHEN WS-EW-ACCOUNT = WS-ACCT-SALES-REV
                   ADD WS-POST-AMOUNT TO WS-REV-POSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE GL-RPT-LINE FROM WS-ENTRY-LINE.
      *
      * The proof.  Debits must equal credits; the inventory lines
      * must net to tonight's unload value less the prior night's;
      * the revenue lines must equal the sales CARMSTUP recorded
      * tonight.
      *
       PROVE-THE-JOURNAL.
           MOVE 'JOURNAL DEBITS VS CREDITS' TO WS-CK-DESC
           MOVE WS-DEBIT-TOTAL  TO WS-LHS-VALUE
           MOVE WS-CREDIT-TOTAL TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

           MOVE 'INVENTORY POSTED VS TONIGHT LESS PRIOR UNLOAD'
               TO WS-CK-DESC
           MOVE WS-INV-POSTED-NET TO WS-LHS-VALUE
           COMPUTE WS-RHS-VALUE = WS-TONIGHT-TOTAL - WS-PRIOR-TOTAL
           PERFORM WRITE-CHECK-LINE

           MOVE 'REVENUE POSTED VS CARSOLDH SALES FOR RUN DATE'
               TO WS-CK-DESC
           MOVE WS-REV-POSTED  TO WS-LHS-VALUE
           MOVE WS-SALES-TOTAL TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

           IF WS-ROW-TABLE-FULL
               MOVE 'LOCATION/CATEGORY TABLE OVERFLOWED - MIS-CODED'
                   TO WS-RESULT-LINE
               WRITE GL-RPT-LINE FROM WS-RESULT-LINE
               SET WS-JOURNAL-OUT-OF-BAL TO TRUE
           END-IF

           WRITE GL-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'TONIGHT UNLOAD RECORDS:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNLOAD-COUNT TO WS-RPT-TOTAL-ED
           WRITE GL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'PRIOR UNLOAD RECORDS:           ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PREV-COUNT TO WS-RPT-TOTAL-ED
           WRITE GL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'SALES FOR RUN DATE:             ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE GL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'JOURNAL ENTRIES WRITTEN:        ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ENTRY-COUNT TO WS-RPT-TOTAL-ED
           WRITE GL-RPT-LINE FROM WS-RPT-TOTAL.
      *
      * The caller loads the description and both sides before
      * performing this - a straight compare with one report line
      * per check, as in CARBAL.
      *
       WRITE-CHECK-LINE.
           MOVE WS-LHS-VALUE TO WS-CK-LHS
           MOVE WS-RHS-VALUE TO WS-CK-RHS
           IF WS-LHS-VALUE = WS-RHS-VALUE
               MOVE 'OK'           TO WS-CK-STATUS
           ELSE
               MOVE '*MISMATCH*'   TO WS-CK-STATUS
               SET WS-JOURNAL-OUT-OF-BAL TO TRUE
           END-IF
           WRITE GL-RPT-LINE FROM WS-CHECK-LINE.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES          TO JE-REC
           MOVE 'T'             TO JE-REC-TYPE
           MOVE 'CARGLJE'       TO JE-SOURCE
           MOVE WS-RUN-DATE     TO JE-POST-DATE
           MOVE WS-ENTRY-COUNT  TO JE-TRL-COUNT
           MOVE WS-DEBIT-TOTAL  TO JE-TRL-DEBITS
           MOVE WS-CREDIT-TOTAL TO JE-TRL-CREDITS
           MOVE WS-ACCT-HASH    TO JE-TRL-ACCT-HASH
           IF WS-JOURNAL-BALANCED
               MOVE 'B' TO JE-TRL-BALANCED
           ELSE
               MOVE 'U' TO JE-TRL-BALANCED
           END-IF
           WRITE JE-REC.

       WRITE-PROOF-RESULT.
           WRITE GL-RPT-LINE FROM WS-RPT-BLANK
           IF WS-JOURNAL-BALANCED
               MOVE 'JOURNAL IS IN BALANCE' TO WS-RESULT-LINE
           ELSE
               MOVE 'JOURNAL OUT OF BALANCE - HOLD THE LEDGER LOAD'
                   TO WS-RESULT-LINE
           END-IF
           WRITE GL-RPT-LINE FROM WS-RESULT-LINE
           DISPLAY WS-RESULT-LINE.

       CLOSE-STOP.
           IF WS-JOURNAL-OUT-OF-BAL
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.
