      ******************************************************************
      * Nightly step ahead of CARSORT - markdown proposals for aged
      * inventory.
      *
      * Reads the persistent vehicle master against the pricing
      * desk's CARMKDRL markdown rules - a category (or every
      * category), a days-on-lot threshold, a percent or dollar cut
      * and a floor price per rule.  Every car that has sat on the
      * lot past a rule's threshold and has not yet taken that step
      * gets one proposed price cut on CARMKDTX, which CARMSTUP puts
      * through the same price-change screen as the feed - a cut past
      * the suspense threshold waits in CARSUSPN for a CARAPPRV
      * approval like any other move.  The CARMKDRP proposal report
      * shows each car's current price, its proposed price and the
      * rule that triggered it.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARMKDN.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - markdown proposals off
      *                    the vehicle master and the CARMKDRL
      *                    pricing rules, written to CARMKDTX for
      *                    CARMSTUP with the CARMKDRP proposal
      *                    report.
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
      * Markdown rules maintained by the pricing desk.  Optional; no
      * file means no markdowns are proposed tonight.
      *
           SELECT OPTIONAL CARMKDN-RULES ASSIGN TO CARMKDRL.
      *
      * Proposed price cuts for CARMSTUP, and the desk's report.
      *
           SELECT CARMKDN-TXN ASSIGN TO CARMKDTX.
           SELECT CARMKDN-RPT ASSIGN TO CARMKDRP.
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
      *
      * Days-on-lot step of the last markdown applied - zero, or not
      * yet stamped, until the car is first marked down.
      *
           05  MST-MKDN-DAYS     PIC 9(03).
           05  MST-MKDN-DAYS-X REDEFINES MST-MKDN-DAYS PIC X(03).
           05  FILLER PIC X(01).
      *
      * One rule per record.  A blank category applies the rule to
      * every category.  Cut type 'P' takes the amount as a percent
      * of the current price, 'D' as dollars off.  The floor is the
      * lowest price, in whole dollars, the rule may take a car to.
      *
       FD  CARMKDN-RULES RECORDING MODE F.
       01  MKR-REC.
           05  MKR-RULE-ID       PIC X(06).
           05  FILLER PIC X(01).
           05  MKR-CATEGORY      PIC X(04).
           05  FILLER PIC X(01).
           05  MKR-MIN-DAYS      PIC 9(03).
           05  MKR-MIN-DAYS-X REDEFINES MKR-MIN-DAYS PIC X(03).
           05  FILLER PIC X(01).
           05  MKR-CUT-TYPE      PIC X(01).
               88  MKR-CUT-PERCENT        VALUE 'P'.
               88  MKR-CUT-DOLLARS        VALUE 'D'.
           05  FILLER PIC X(01).
           05  MKR-CUT-AMT       PIC 9(05)V99.
           05  MKR-CUT-AMT-X REDEFINES MKR-CUT-AMT PIC X(07).
           05  FILLER PIC X(01).
           05  MKR-FLOOR-PRICE   PIC 9(07).
           05  MKR-FLOOR-PRICE-X REDEFINES MKR-FLOOR-PRICE PIC X(07).
           05  FILLER PIC X(47).
      *
       FD  CARMKDN-TXN RECORDING MODE F.
       01  MKDN-TXN.
           05  MKT-CAR-NAME      PIC X(50).
           05  MKT-DEALER-CODE   PIC X(04).
           05  MKT-STOCK-NO      PIC X(06).
           05  MKT-LOT-LOC       PIC X(03).
           05  MKT-CUR-PRICE     PIC $$,$$$,$$9.99.
           05  MKT-NEW-PRICE     PIC $$,$$$,$$9.99.
           05  MKT-RULE-ID       PIC X(06).
           05  MKT-RULE-DAYS     PIC 9(03).
           05  FILLER PIC X(02).
      *
       FD  CARMKDN-RPT RECORDING MODE F.
       01  MK-RPT-LINE          PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
           05  WS-MASTER-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPENED        VALUE 'Y'.
           05  WS-RULES-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-RULES-EOF            VALUE 'Y'.
           05  WS-RULE-FULL-SW     PIC X(01) VALUE 'N'.
               88  WS-RULE-TABLE-FULL      VALUE 'Y'.
           05  WS-RULE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-RULE-FOUND           VALUE 'Y'.
      *
       01  WS-MASTER-STATUS        PIC X(02).
      *
      * Rule table loaded from CARMKDN-RULES in file order.  The
      * rule with the highest threshold a car has passed, and has
      * not already taken, is the one applied; on a tie the first
      * rule on file wins.
      *
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RL-ID          PIC X(06).
               10  WS-RL-CATEGORY    PIC X(04).
               10  WS-RL-MIN-DAYS    PIC 9(03).
               10  WS-RL-CUT-TYPE    PIC X(01).
               10  WS-RL-CUT-AMT     PIC S9(05)V99 COMP-3.
               10  WS-RL-FLOOR       PIC S9(07)V99 COMP-3.
       01  WS-RULE-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-RULE-ROW-SUB         PIC 9(05) COMP VALUE 0.
       01  WS-RULE-HIT-SUB         PIC 9(05) COMP VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-MASTER-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-UNDATED-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-PROPOSED-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-FLOORED-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-AT-FLOOR-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-RULE-REJECT-COUNT PIC 9(07) COMP VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INT         PIC S9(09) COMP VALUE 0.
       01  WS-ADDED-DATE-INT       PIC S9(09) COMP VALUE 0.
       01  WS-DAYS-ON-LOT          PIC S9(05) COMP VALUE 0.
       01  WS-DONE-DAYS            PIC 9(03) VALUE 0.
      *
       01  WS-CUR-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-NEW-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-CUT-NUM              PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-ALL-CUR-VALUE        PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-ALL-NEW-VALUE        PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-ALL-CUT-VALUE        PIC S9(09)V99 COMP-3 VALUE 0.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARMKDN MARKDOWN PROPOSAL REPORT     '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-SECTION-RULES.
           05  FILLER              PIC X(40)
               VALUE 'MARKDOWN RULES IN EFFECT'.
      *
       01  WS-RULE-HEADING.
           05  FILLER              PIC X(08) VALUE 'RULE'.
           05  FILLER              PIC X(06) VALUE 'CAT'.
           05  FILLER              PIC X(07) VALUE 'DAYS'.
           05  FILLER              PIC X(15) VALUE 'CUT'.
           05  FILLER              PIC X(13) VALUE 'FLOOR'.
      *
       01  WS-RULE-LINE.
           05  WS-RUL-ID           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RUL-CATEGORY     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RUL-DAYS         PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RUL-CUT-PCT      PIC ZZ9.99.
           05  WS-RUL-CUT-PCT-X REDEFINES WS-RUL-CUT-PCT PIC X(06).
           05  WS-RUL-CUT-SIGN     PIC X(01).
           05  WS-RUL-CUT-DOL      PIC $$$,$$9.99.
           05  WS-RUL-CUT-DOL-X REDEFINES WS-RUL-CUT-DOL PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RUL-FLOOR        PIC $$,$$$,$$9.99.
      *
       01  WS-SECTION-PROPOSALS.
           05  FILLER              PIC X(40)
               VALUE 'PROPOSED MARKDOWNS'.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(08) VALUE 'RULE'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(07) VALUE 'DAYS'.
           05  FILLER              PIC X(15) VALUE 'CURRENT PRICE'.
           05  FILLER              PIC X(15) VALUE 'PROPOSED PRICE'.
           05  FILLER              PIC X(06) VALUE 'NOTE'.
      *
       01  WS-MKDN-DETAIL.
           05  WS-MD-RULE-ID       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-NAME          PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-DEALER        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-CUR-PRICE     PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-NEW-PRICE     PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-MD-NOTE          PIC X(05).
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
       01  WS-VALUE-TOTAL.
           05  WS-VT-LABEL         PIC X(32).
           05  WS-VT-AMOUNT        PIC $$$,$$$,$$9.99.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-MARKDOWNS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN OUTPUT CARMKDN-TXN
           OPEN OUTPUT CARMKDN-RPT
           WRITE MK-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE MK-RPT-LINE FROM WS-RPT-BLANK

           PERFORM LOAD-RULE-TABLE
           WRITE MK-RPT-LINE FROM WS-SECTION-RULES
           WRITE MK-RPT-LINE FROM WS-RULE-HEADING
           PERFORM WRITE-RULE-LINE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT

           WRITE MK-RPT-LINE FROM WS-RPT-BLANK
           WRITE MK-RPT-LINE FROM WS-SECTION-PROPOSALS
           WRITE MK-RPT-LINE FROM WS-RPT-HEADING-2
           IF WS-RULE-COUNT > 0
               PERFORM OPEN-MASTER-FILE
               PERFORM PROPOSE-MASTER-RECORD UNTIL WS-MASTER-EOF
               IF WS-MASTER-OPENED
                   CLOSE CARMASTER
               END-IF
           ELSE
               DISPLAY "CARMKDN NO MARKDOWN RULES ON CARMKDRL - "
                   "NOTHING PROPOSED"
           END-IF

           PERFORM WRITE-MARKDOWN-TOTALS
           CLOSE CARMKDN-TXN
           CLOSE CARMKDN-RPT
           GO TO CLOSE-STOP.

       LOAD-RULE-TABLE.
           OPEN INPUT CARMKDN-RULES
           PERFORM LOAD-RULE-RECORD UNTIL WS-RULES-EOF
           CLOSE CARMKDN-RULES.
      *
      * A rule the desk keyed wrongly is skipped with a message
      * rather than guessed at - a bad threshold, cut type, amount
      * or floor would price cars nobody meant to touch.
      *
       LOAD-RULE-RECORD.
           READ CARMKDN-RULES
               AT END
                   SET WS-RULES-EOF TO TRUE
               NOT AT END
                   IF MKR-RULE-ID = SPACES
                       CONTINUE
                   ELSE
                       IF MKR-MIN-DAYS-X NOT NUMERIC
                       OR MKR-MIN-DAYS = 0
                       OR MKR-CUT-AMT-X NOT NUMERIC
                       OR MKR-CUT-AMT = 0
                       OR MKR-FLOOR-PRICE-X NOT NUMERIC
                       OR NOT (MKR-CUT-PERCENT OR MKR-CUT-DOLLARS)
                       OR (MKR-CUT-PERCENT AND MKR-CUT-AMT > 99.99)
                           ADD 1 TO WS-RULE-REJECT-COUNT
                           DISPLAY "CARMKDRL RULE " MKR-RULE-ID
                               " UNUSABLE - ROW SKIPPED"
                       ELSE
                           PERFORM STORE-RULE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       STORE-RULE-ENTRY.
           IF WS-RULE-COUNT < 50
               ADD 1 TO WS-RULE-COUNT
               SET WS-RULE-IDX TO WS-RULE-COUNT
               MOVE MKR-RULE-ID     TO WS-RL-ID(WS-RULE-IDX)
               MOVE MKR-CATEGORY    TO WS-RL-CATEGORY(WS-RULE-IDX)
               MOVE MKR-MIN-DAYS    TO WS-RL-MIN-DAYS(WS-RULE-IDX)
               MOVE MKR-CUT-TYPE    TO WS-RL-CUT-TYPE(WS-RULE-IDX)
               MOVE MKR-CUT-AMT     TO WS-RL-CUT-AMT(WS-RULE-IDX)
               MOVE MKR-FLOOR-PRICE TO WS-RL-FLOOR(WS-RULE-IDX)
           ELSE
               IF NOT WS-RULE-TABLE-FULL
                   SET WS-RULE-TABLE-FULL TO TRUE
                   DISPLAY "CARMKDRL RULE TABLE FULL AT 50 ENTRIES - "
                       "RULES BEYOND IT ARE IGNORED, CHECK THE FILE"
               END-IF
           END-IF.

       WRITE-RULE-LINE.
           MOVE WS-RL-ID(WS-RULE-IDX)       TO WS-RUL-ID
           MOVE WS-RL-CATEGORY(WS-RULE-IDX) TO WS-RUL-CATEGORY
           IF WS-RL-CATEGORY(WS-RULE-IDX) = SPACES
               MOVE 'ALL ' TO WS-RUL-CATEGORY
           END-IF
           MOVE WS-RL-MIN-DAYS(WS-RULE-IDX) TO WS-RUL-DAYS
           IF WS-RL-CUT-TYPE(WS-RULE-IDX) = 'P'
               MOVE WS-RL-CUT-AMT(WS-RULE-IDX) TO WS-RUL-CUT-PCT
               MOVE '%'    TO WS-RUL-CUT-SIGN
               MOVE SPACES TO WS-RUL-CUT-DOL-X
           ELSE
               MOVE SPACES TO WS-RUL-CUT-PCT-X
               MOVE SPACE  TO WS-RUL-CUT-SIGN
               MOVE WS-RL-CUT-AMT(WS-RULE-IDX) TO WS-RUL-CUT-DOL
           END-IF
           MOVE WS-RL-FLOOR(WS-RULE-IDX) TO WS-RUL-FLOOR
           WRITE MK-RPT-LINE FROM WS-RULE-LINE.
      *
      * Positions at the front of the master for a sequential pass -
      * a master that cannot be opened or holds no records ends the
      * pass before it starts, and nothing is proposed.
      *
       OPEN-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-OPEN-SW
           OPEN INPUT CARMASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CARMKDN CANNOT OPEN VEHICLE MASTER - STATUS "
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
      * A car with no date-added stamp is not marked down - its true
      * age is unknown, and a price cut is not something to take on
      * a guess.  Neither is a car with no usable current price.
      *
       PROPOSE-MASTER-RECORD.
           READ CARMASTER NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   IF MST-DATE-ADDED NOT NUMERIC
                       ADD 1 TO WS-UNDATED-COUNT
                   ELSE
                       MOVE MST-CAR-PRICE TO WS-CUR-PRICE-NUM
                       IF WS-CUR-PRICE-NUM > 0
                           PERFORM SELECT-MARKDOWN-RULE
                           IF WS-RULE-FOUND
                               PERFORM FIGURE-MARKDOWN-PRICE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      * The car's step so far is the days threshold of the last
      * markdown CARMSTUP applied - only a rule with a higher
      * threshold is a new step.
      *
       SELECT-MARKDOWN-RULE.
           COMPUTE WS-ADDED-DATE-INT
               = FUNCTION INTEGER-OF-DATE(MST-DATE-ADDED)
           COMPUTE WS-DAYS-ON-LOT = WS-RUN-DATE-INT - WS-ADDED-DATE-INT
           IF WS-DAYS-ON-LOT < 0
               MOVE 0 TO WS-DAYS-ON-LOT
           END-IF
           IF MST-MKDN-DAYS-X NUMERIC
               MOVE MST-MKDN-DAYS TO WS-DONE-DAYS
           ELSE
               MOVE 0 TO WS-DONE-DAYS
           END-IF
           MOVE 'N' TO WS-RULE-FOUND-SW
           MOVE 0 TO WS-RULE-HIT-SUB
           PERFORM SCAN-MARKDOWN-RULE
               VARYING WS-RULE-ROW-SUB FROM 1 BY 1
               UNTIL WS-RULE-ROW-SUB > WS-RULE-COUNT.

       SCAN-MARKDOWN-RULE.
           IF (WS-RL-CATEGORY(WS-RULE-ROW-SUB) = SPACES
               OR WS-RL-CATEGORY(WS-RULE-ROW-SUB) = MST-CAR-CATEGORY)
           AND WS-DAYS-ON-LOT NOT < WS-RL-MIN-DAYS(WS-RULE-ROW-SUB)
           AND WS-RL-MIN-DAYS(WS-RULE-ROW-SUB) > WS-DONE-DAYS
               IF NOT WS-RULE-FOUND
                   SET WS-RULE-FOUND TO TRUE
                   MOVE WS-RULE-ROW-SUB TO WS-RULE-HIT-SUB
               ELSE
                   IF WS-RL-MIN-DAYS(WS-RULE-ROW-SUB)
                       > WS-RL-MIN-DAYS(WS-RULE-HIT-SUB)
                       MOVE WS-RULE-ROW-SUB TO WS-RULE-HIT-SUB
                   END-IF
               END-IF
           END-IF.
      *
      * The cut never takes a car below its rule's floor; a car
      * already at or under the floor gets no proposal at all.
      *
       FIGURE-MARKDOWN-PRICE.
           SET WS-RULE-IDX TO WS-RULE-HIT-SUB
           IF WS-RL-CUT-TYPE(WS-RULE-IDX) = 'P'
               COMPUTE WS-CUT-NUM ROUNDED
                   = WS-CUR-PRICE-NUM * WS-RL-CUT-AMT(WS-RULE-IDX)
                   / 100
           ELSE
               MOVE WS-RL-CUT-AMT(WS-RULE-IDX) TO WS-CUT-NUM
           END-IF
           COMPUTE WS-NEW-PRICE-NUM = WS-CUR-PRICE-NUM - WS-CUT-NUM
           MOVE SPACES TO WS-MD-NOTE
           IF WS-NEW-PRICE-NUM < WS-RL-FLOOR(WS-RULE-IDX)
               MOVE WS-RL-FLOOR(WS-RULE-IDX) TO WS-NEW-PRICE-NUM
               MOVE 'FLOOR' TO WS-MD-NOTE
           END-IF
           IF WS-NEW-PRICE-NUM NOT < WS-CUR-PRICE-NUM
               ADD 1 TO WS-AT-FLOOR-COUNT
           ELSE
               IF WS-MD-NOTE = 'FLOOR'
                   ADD 1 TO WS-FLOORED-COUNT
               END-IF
               PERFORM WRITE-MARKDOWN-PROPOSAL
           END-IF.

       WRITE-MARKDOWN-PROPOSAL.
           MOVE MST-CAR-NAME     TO MKT-CAR-NAME
           MOVE MST-DEALER-CODE  TO MKT-DEALER-CODE
           MOVE MST-STOCK-NO     TO MKT-STOCK-NO
           MOVE MST-LOT-LOC      TO MKT-LOT-LOC
           MOVE MST-CAR-PRICE    TO MKT-CUR-PRICE
           MOVE WS-NEW-PRICE-NUM TO MKT-NEW-PRICE
           MOVE WS-RL-ID(WS-RULE-IDX)       TO MKT-RULE-ID
           MOVE WS-RL-MIN-DAYS(WS-RULE-IDX) TO MKT-RULE-DAYS
           WRITE MKDN-TXN
           ADD 1 TO WS-PROPOSED-COUNT
           ADD WS-CUR-PRICE-NUM TO WS-ALL-CUR-VALUE
           ADD WS-NEW-PRICE-NUM TO WS-ALL-NEW-VALUE

           MOVE WS-RL-ID(WS-RULE-IDX) TO WS-MD-RULE-ID
           MOVE MST-CAR-NAME     TO WS-MD-NAME
           MOVE MST-DEALER-CODE  TO WS-MD-DEALER
           MOVE MST-STOCK-NO     TO WS-MD-STOCK
           MOVE MST-LOT-LOC      TO WS-MD-LOC
           MOVE WS-DAYS-ON-LOT   TO WS-MD-DAYS
           MOVE MST-CAR-PRICE    TO WS-MD-CUR-PRICE
           MOVE WS-NEW-PRICE-NUM TO WS-MD-NEW-PRICE
           WRITE MK-RPT-LINE FROM WS-MKDN-DETAIL.

       WRITE-MARKDOWN-TOTALS.
           WRITE MK-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'MASTER RECORDS READ:            ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MASTER-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'UNDATED CARS NOT MARKED DOWN:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNDATED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RULES SKIPPED AS UNUSABLE:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RULE-REJECT-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MARKDOWNS PROPOSED:             ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PROPOSED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'PROPOSALS STOPPED AT FLOOR:     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-FLOORED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS ALREADY AT FLOOR:          ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AT-FLOOR-COUNT TO WS-RPT-TOTAL-ED
           WRITE MK-RPT-LINE FROM WS-RPT-TOTAL
           COMPUTE WS-ALL-CUT-VALUE
               = WS-ALL-CUR-VALUE - WS-ALL-NEW-VALUE
           MOVE 'CURRENT VALUE OF CARS PROPOSED: ' TO WS-VT-LABEL
           MOVE WS-ALL-CUR-VALUE TO WS-VT-AMOUNT
           WRITE MK-RPT-LINE FROM WS-VALUE-TOTAL
           MOVE 'PROPOSED VALUE:                 ' TO WS-VT-LABEL
           MOVE WS-ALL-NEW-VALUE TO WS-VT-AMOUNT
           WRITE MK-RPT-LINE FROM WS-VALUE-TOTAL
           MOVE 'TOTAL MARKDOWN PROPOSED:        ' TO WS-VT-LABEL
           MOVE WS-ALL-CUT-VALUE TO WS-VT-AMOUNT
           WRITE MK-RPT-LINE FROM WS-VALUE-TOTAL.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.
