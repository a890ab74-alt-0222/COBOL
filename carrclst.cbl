      ******************************************************************
      * Follow-on to CARMSTUP - daily open recall listing.
      *
      * Lists every car still under a manufacturer recall stop-sale
      * on the CARRCLEX exposure file, by dealer and lot location,
      * with the recall number, what it is for, the day the
      * manufacturer issued it, the night CARMSTUP flagged the car
      * and how many days the recall has now been open.  Each
      * location and each dealer gets a subtotal with its oldest
      * open recall, so the service manager can see which lot is
      * sitting on unrepaired cars and for how long.  Cleared
      * recalls, and those whose car has left the lot, are counted
      * at the foot but not listed.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARRCLST.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - daily listing of the
      *                    open CARRCLEX recall stop-sales by dealer
      *                    and location, with days open and
      *                    per-location and per-dealer subtotals.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The recall exposure file maintained by CARMSTUP - read here
      * in key order, never updated.
      *
           SELECT CARRECALL-FILE ASSIGN TO CARRCLEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCX-KEY
               FILE STATUS IS WS-RCX-STATUS.
      *
      * One work record per open recall, re-sequenced into dealer,
      * location and recall order for the control breaks.
      *
           SELECT CARRCLST-WORK ASSIGN TO WRK.
           SELECT CARRCLST-SEQ  ASSIGN TO CARRCLWK.
           SELECT CARRCLST-RPT  ASSIGN TO CARRCLRP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARRECALL-FILE.
       01  RECALL-REC.
           05  RCX-KEY.
               10  RCX-CAR-KEY.
                   15  RCX-CAR-NAME      PIC X(50).
                   15  RCX-DEALER-CODE   PIC X(04).
                   15  RCX-STOCK-NO      PIC X(06).
                   15  RCX-LOT-LOC       PIC X(03).
               10  RCX-RECALL-NO     PIC X(10).
           05  RCX-STATUS        PIC X(01).
               88  RCX-IS-OPEN            VALUE 'O'.
               88  RCX-IS-CLEARED         VALUE 'C'.
               88  RCX-HAS-LEFT           VALUE 'L'.
           05  RCX-ISSUE-DATE    PIC 9(08).
           05  RCX-OPEN-DATE     PIC 9(08).
           05  RCX-STATUS-DATE   PIC 9(08).
           05  RCX-CLEAR-DATE    PIC 9(08).
           05  RCX-CLEAR-REF     PIC X(10).
           05  RCX-DESC          PIC X(20).
           05  FILLER PIC X(04).
      *
       SD  CARRCLST-WORK.
       01  RL-WORK-REC.
           05  RLW-DEALER-CODE   PIC X(04).
           05  RLW-LOT-LOC       PIC X(03).
           05  RLW-RECALL-NO     PIC X(10).
           05  RLW-CAR-NAME      PIC X(50).
           05  RLW-STOCK-NO      PIC X(06).
           05  RLW-DESC          PIC X(20).
           05  RLW-ISSUE-DATE    PIC 9(08).
           05  RLW-OPEN-DATE     PIC 9(08).
           05  RLW-DAYS-OPEN     PIC 9(05).
      *
       FD  CARRCLST-SEQ RECORDING MODE F.
       01  RL-SEQ-REC.
           05  RLQ-DEALER-CODE   PIC X(04).
           05  RLQ-LOT-LOC       PIC X(03).
           05  RLQ-RECALL-NO     PIC X(10).
           05  RLQ-CAR-NAME      PIC X(50).
           05  RLQ-STOCK-NO      PIC X(06).
           05  RLQ-DESC          PIC X(20).
           05  RLQ-ISSUE-DATE    PIC 9(08).
           05  RLQ-OPEN-DATE     PIC 9(08).
           05  RLQ-DAYS-OPEN     PIC 9(05).
      *
       FD  CARRCLST-RPT RECORDING MODE F.
       01  RL-RPT-LINE          PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-RECALL-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-RECALL-EOF           VALUE 'Y'.
           05  WS-RECALL-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-RECALL-OPENED        VALUE 'Y'.
           05  WS-SEQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF              VALUE 'Y'.
           05  WS-DEALER-OPEN-SW   PIC X(01) VALUE 'N'.
               88  WS-DEALER-OPEN          VALUE 'Y'.
           05  WS-LOC-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-LOC-OPEN             VALUE 'Y'.
      *
       01  WS-RCX-STATUS           PIC X(02).
      *
       01  WS-COUNTERS.
           05  WS-RECALL-READ-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-LOC-OPEN-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-DLR-OPEN-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-ALL-OPEN-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-ALL-CLEARED      PIC 9(07) COMP VALUE 0.
           05  WS-ALL-LEFT         PIC 9(07) COMP VALUE 0.
           05  WS-LOC-OLDEST       PIC 9(05) COMP VALUE 0.
           05  WS-DLR-OLDEST       PIC 9(05) COMP VALUE 0.
           05  WS-ALL-OLDEST       PIC 9(05) COMP VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INT         PIC S9(09) COMP VALUE 0.
       01  WS-DAYS-WORK            PIC S9(09) COMP VALUE 0.
       01  WS-BRK-DEALER           PIC X(04) VALUE SPACES.
       01  WS-BRK-LOC              PIC X(03) VALUE SPACES.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARRCLST OPEN RECALL LISTING         '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(12) VALUE 'RECALL NO'.
           05  FILLER              PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(12) VALUE 'ISSUED'.
           05  FILLER              PIC X(12) VALUE 'FLAGGED'.
           05  FILLER              PIC X(09) VALUE 'DAYS OPEN'.
      *
       01  WS-DEALER-LINE.
           05  FILLER              PIC X(08) VALUE 'DEALER: '.
           05  WS-DH-DEALER        PIC X(04).
      *
       01  WS-LOC-LINE.
           05  FILLER              PIC X(12) VALUE '  LOCATION: '.
           05  WS-LH-LOC           PIC X(03).
      *
       01  WS-RECALL-DETAIL.
           05  WS-RD-RECALL-NO     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DESC          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-NAME          PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ISSUED        PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-FLAGGED       PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-DAYS          PIC ZZ,ZZ9.
      *
       01  WS-LOC-TOTAL-LINE.
           05  FILLER              PIC X(11) VALUE '  LOCATION '.
           05  WS-LTL-LOC          PIC X(03).
           05  FILLER              PIC X(14) VALUE ' OPEN RECALLS '.
           05  WS-LTL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  OLDEST DAYS '.
           05  WS-LTL-OLDEST       PIC ZZ,ZZ9.
      *
       01  WS-DEALER-TOTAL-LINE.
           05  FILLER              PIC X(07) VALUE 'DEALER '.
           05  WS-DTL-DEALER       PIC X(04).
           05  FILLER              PIC X(20)
               VALUE ' TOTAL OPEN RECALLS '.
           05  WS-DTL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE '  OLDEST DAYS '.
           05  WS-DTL-OLDEST       PIC ZZ,ZZ9.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-RECALL-LISTING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           SORT CARRCLST-WORK
               ON ASCENDING KEY RLW-DEALER-CODE
               ON ASCENDING KEY RLW-LOT-LOC
               ON ASCENDING KEY RLW-RECALL-NO
               ON ASCENDING KEY RLW-CAR-NAME
               ON ASCENDING KEY RLW-STOCK-NO
               INPUT PROCEDURE IS PULL-RECALL-RECORDS
                   THRU PULL-RECALL-RECORDS-EXIT
               GIVING CARRCLST-SEQ

           OPEN INPUT CARRCLST-SEQ
           OPEN OUTPUT CARRCLST-RPT
           WRITE RL-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE RL-RPT-LINE FROM WS-RPT-BLANK
           WRITE RL-RPT-LINE FROM WS-RPT-HEADING-2

           PERFORM REPORT-RECALL-RECORD UNTIL WS-SEQ-EOF
           IF WS-LOC-OPEN
               PERFORM WRITE-LOCATION-TOTAL
           END-IF
           IF WS-DEALER-OPEN
               PERFORM WRITE-DEALER-TOTAL
           END-IF
           PERFORM WRITE-LISTING-TOTALS

           CLOSE CARRCLST-SEQ
           CLOSE CARRCLST-RPT
           GO TO CLOSE-STOP.
      *
      * Sort input procedure - only the open recalls go to the sort,
      * with their days open worked out here.  Cleared recalls and
      * those whose car has left the lot are counted and passed by.
      *
       PULL-RECALL-RECORDS.
           PERFORM OPEN-RECALL-FILE.
       PULL-RECALL-RECORDS-LOOP.
           IF WS-RECALL-EOF
               GO TO PULL-RECALL-RECORDS-DONE
           END-IF
           READ CARRECALL-FILE NEXT
               AT END
                   SET WS-RECALL-EOF TO TRUE
                   GO TO PULL-RECALL-RECORDS-DONE
           END-READ
           ADD 1 TO WS-RECALL-READ-COUNT
           EVALUATE TRUE
               WHEN RCX-IS-CLEARED
                   ADD 1 TO WS-ALL-CLEARED
                   GO TO PULL-RECALL-RECORDS-LOOP
               WHEN RCX-HAS-LEFT
                   ADD 1 TO WS-ALL-LEFT
                   GO TO PULL-RECALL-RECORDS-LOOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM FIGURE-DAYS-OPEN
           MOVE RCX-DEALER-CODE TO RLW-DEALER-CODE
           MOVE RCX-LOT-LOC     TO RLW-LOT-LOC
           MOVE RCX-RECALL-NO   TO RLW-RECALL-NO
           MOVE RCX-CAR-NAME    TO RLW-CAR-NAME
           MOVE RCX-STOCK-NO    TO RLW-STOCK-NO
           MOVE RCX-DESC        TO RLW-DESC
           MOVE RCX-ISSUE-DATE  TO RLW-ISSUE-DATE
           MOVE RCX-OPEN-DATE   TO RLW-OPEN-DATE
           MOVE WS-DAYS-WORK    TO RLW-DAYS-OPEN
           RELEASE RL-WORK-REC
           GO TO PULL-RECALL-RECORDS-LOOP.
       PULL-RECALL-RECORDS-DONE.
           IF WS-RECALL-OPENED
               CLOSE CARRECALL-FILE
           END-IF.
       PULL-RECALL-RECORDS-EXIT.
           EXIT.
      *
      * A recall file that does not exist yet just means no recall
      * has ever matched a car - the listing prints empty.  Any
      * other bad open is flagged to the operators with return
      * code 8.
      *
       OPEN-RECALL-FILE.
           OPEN INPUT CARRECALL-FILE
           IF WS-RCX-STATUS = '35'
               DISPLAY "CARRCLEX RECALL FILE NOT FOUND - NO RECALLS "
                   "TO LIST"
               SET WS-RECALL-EOF TO TRUE
           ELSE
               IF WS-RCX-STATUS NOT = '00'
                   DISPLAY "CARRCLST CANNOT OPEN RECALL FILE - STATUS "
                       WS-RCX-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-RECALL-EOF TO TRUE
               ELSE
                   SET WS-RECALL-OPENED TO TRUE
                   MOVE LOW-VALUES TO RCX-KEY
                   START CARRECALL-FILE KEY NOT < RCX-KEY
                       INVALID KEY
                           SET WS-RECALL-EOF TO TRUE
                   END-START
               END-IF
           END-IF.
      *
      * A recall is open from the day the manufacturer issued it.
      * A bulletin keyed without an issue date was stamped with the
      * night it was first matched, and a date that will not
      * convert falls back to the night the car was flagged.
      *
       FIGURE-DAYS-OPEN.
           MOVE 0 TO WS-DAYS-WORK
           IF RCX-ISSUE-DATE NUMERIC
           AND RCX-ISSUE-DATE > 0
               COMPUTE WS-DAYS-WORK = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(RCX-ISSUE-DATE)
           ELSE
               IF RCX-OPEN-DATE NUMERIC
               AND RCX-OPEN-DATE > 0
                   COMPUTE WS-DAYS-WORK = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(RCX-OPEN-DATE)
               END-IF
           END-IF
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF.
      *
      * Control breaks on dealer and location - a heading line opens
      * each and a subtotal closes it.
      *
       REPORT-RECALL-RECORD.
           READ CARRCLST-SEQ
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF WS-LOC-OPEN
                   AND (RLQ-DEALER-CODE NOT = WS-BRK-DEALER
                        OR RLQ-LOT-LOC NOT = WS-BRK-LOC)
                       PERFORM WRITE-LOCATION-TOTAL
                   END-IF
                   IF WS-DEALER-OPEN
                   AND RLQ-DEALER-CODE NOT = WS-BRK-DEALER
                       PERFORM WRITE-DEALER-TOTAL
                   END-IF
                   IF NOT WS-DEALER-OPEN
                       PERFORM WRITE-DEALER-HEADER
                   END-IF
                   IF NOT WS-LOC-OPEN
                       PERFORM WRITE-LOCATION-HEADER
                   END-IF
                   PERFORM WRITE-RECALL-LINE
           END-READ.

       WRITE-DEALER-HEADER.
           MOVE RLQ-DEALER-CODE TO WS-BRK-DEALER
           MOVE RLQ-DEALER-CODE TO WS-DH-DEALER
           WRITE RL-RPT-LINE FROM WS-RPT-BLANK
           WRITE RL-RPT-LINE FROM WS-DEALER-LINE
           SET WS-DEALER-OPEN TO TRUE.

       WRITE-LOCATION-HEADER.
           MOVE RLQ-LOT-LOC TO WS-BRK-LOC
           MOVE RLQ-LOT-LOC TO WS-LH-LOC
           WRITE RL-RPT-LINE FROM WS-LOC-LINE
           SET WS-LOC-OPEN TO TRUE.

       WRITE-RECALL-LINE.
           MOVE RLQ-RECALL-NO  TO WS-RD-RECALL-NO
           MOVE RLQ-DESC       TO WS-RD-DESC
           MOVE RLQ-CAR-NAME   TO WS-RD-NAME
           MOVE RLQ-STOCK-NO   TO WS-RD-STOCK
           MOVE RLQ-ISSUE-DATE TO WS-RD-ISSUED
           MOVE RLQ-OPEN-DATE  TO WS-RD-FLAGGED
           MOVE RLQ-DAYS-OPEN  TO WS-RD-DAYS
           WRITE RL-RPT-LINE FROM WS-RECALL-DETAIL
           ADD 1 TO WS-LOC-OPEN-COUNT
           IF RLQ-DAYS-OPEN > WS-LOC-OLDEST
               MOVE RLQ-DAYS-OPEN TO WS-LOC-OLDEST
           END-IF.

       WRITE-LOCATION-TOTAL.
           MOVE WS-BRK-LOC        TO WS-LTL-LOC
           MOVE WS-LOC-OPEN-COUNT TO WS-LTL-COUNT
           MOVE WS-LOC-OLDEST     TO WS-LTL-OLDEST
           WRITE RL-RPT-LINE FROM WS-LOC-TOTAL-LINE

           ADD WS-LOC-OPEN-COUNT TO WS-DLR-OPEN-COUNT
           IF WS-LOC-OLDEST > WS-DLR-OLDEST
               MOVE WS-LOC-OLDEST TO WS-DLR-OLDEST
           END-IF
           MOVE 0 TO WS-LOC-OPEN-COUNT
           MOVE 0 TO WS-LOC-OLDEST
           MOVE 'N' TO WS-LOC-OPEN-SW.

       WRITE-DEALER-TOTAL.
           MOVE WS-BRK-DEALER     TO WS-DTL-DEALER
           MOVE WS-DLR-OPEN-COUNT TO WS-DTL-COUNT
           MOVE WS-DLR-OLDEST     TO WS-DTL-OLDEST
           WRITE RL-RPT-LINE FROM WS-DEALER-TOTAL-LINE

           ADD WS-DLR-OPEN-COUNT TO WS-ALL-OPEN-COUNT
           IF WS-DLR-OLDEST > WS-ALL-OLDEST
               MOVE WS-DLR-OLDEST TO WS-ALL-OLDEST
           END-IF
           MOVE 0 TO WS-DLR-OPEN-COUNT
           MOVE 0 TO WS-DLR-OLDEST
           MOVE 'N' TO WS-DEALER-OPEN-SW.

       WRITE-LISTING-TOTALS.
           WRITE RL-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'RECALL RECORDS READ:            ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RECALL-READ-COUNT TO WS-RPT-TOTAL-ED
           WRITE RL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'OPEN RECALLS (STOP-SALE):       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-OPEN-COUNT TO WS-RPT-TOTAL-ED
           WRITE RL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'OLDEST OPEN RECALL (DAYS):      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-OLDEST TO WS-RPT-TOTAL-ED
           WRITE RL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLS CLEARED:                ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-CLEARED TO WS-RPT-TOTAL-ED
           WRITE RL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLS CLOSED - CAR LEFT LOT:  ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-LEFT TO WS-RPT-TOTAL-ED
           WRITE RL-RPT-LINE FROM WS-RPT-TOTAL.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.
