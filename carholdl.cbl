      ******************************************************************
      * Follow-on to CARMSTUP - daily customer hold listing.
      *
      * Lists every hold on the CARHOLD file by selling agent - the
      * holds still active with their expiry dates first, then the
      * ones that expired, were converted to a sale or were released
      * in the last month (CARMSTUP purges a closed hold once it is
      * older than its purge days).  Each agent gets a subtotal by
      * status, so the floor manager can see at a glance who is
      * sitting on cars and whose holds are turning into sales.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARHOLDL.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - daily listing of the
      *                    CARHOLD customer holds by agent, showing
      *                    active, expired, sold and released holds
      *                    with per-agent subtotals.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The customer hold file maintained by CARMSTUP - read here in
      * key order, never updated.
      *
           SELECT CARHOLD-FILE ASSIGN TO CARHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CAR-KEY
               FILE STATUS IS WS-HLD-STATUS.
      *
      * One work record per hold, re-sequenced into agent, status
      * and expiry order for the control breaks.
      *
           SELECT CARHOLDL-WORK ASSIGN TO WRK.
           SELECT CARHOLDL-SEQ  ASSIGN TO CARHLDWK.
           SELECT CARHOLDL-RPT  ASSIGN TO CARHLDRP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARHOLD-FILE.
       01  HOLD-REC.
           05  HLD-CAR-KEY.
               10  HLD-CAR-NAME      PIC X(50).
               10  HLD-DEALER-CODE   PIC X(04).
               10  HLD-STOCK-NO      PIC X(06).
               10  HLD-LOT-LOC       PIC X(03).
           05  HLD-CUST-REF      PIC X(12).
           05  HLD-AGENT         PIC X(08).
           05  HLD-PLACED-DATE   PIC 9(08).
           05  HLD-EXPIRY-DATE   PIC 9(08).
           05  HLD-STATUS        PIC X(01).
               88  HLD-IS-ACTIVE          VALUE 'A'.
               88  HLD-IS-EXPIRED         VALUE 'E'.
               88  HLD-IS-RELEASED        VALUE 'R'.
               88  HLD-IS-SOLD            VALUE 'S'.
           05  HLD-STATUS-DATE   PIC 9(08).
           05  FILLER PIC X(12).
      *
      * HLW-STATUS-SEQ orders the statuses within an agent - active,
      * then expired, then sold, then released.
      *
       SD  CARHOLDL-WORK.
       01  HL-WORK-REC.
           05  HLW-AGENT         PIC X(08).
           05  HLW-STATUS-SEQ    PIC 9(01).
           05  HLW-EXPIRY-DATE   PIC 9(08).
           05  HLW-CAR-NAME      PIC X(50).
           05  HLW-DEALER-CODE   PIC X(04).
           05  HLW-STOCK-NO      PIC X(06).
           05  HLW-LOT-LOC       PIC X(03).
           05  HLW-CUST-REF      PIC X(12).
           05  HLW-PLACED-DATE   PIC 9(08).
           05  HLW-STATUS        PIC X(01).
           05  HLW-STATUS-DATE   PIC 9(08).
      *
       FD  CARHOLDL-SEQ RECORDING MODE F.
       01  HL-SEQ-REC.
           05  HLQ-AGENT         PIC X(08).
           05  HLQ-STATUS-SEQ    PIC 9(01).
           05  HLQ-EXPIRY-DATE   PIC 9(08).
           05  HLQ-CAR-NAME      PIC X(50).
           05  HLQ-DEALER-CODE   PIC X(04).
           05  HLQ-STOCK-NO      PIC X(06).
           05  HLQ-LOT-LOC       PIC X(03).
           05  HLQ-CUST-REF      PIC X(12).
           05  HLQ-PLACED-DATE   PIC 9(08).
           05  HLQ-STATUS        PIC X(01).
               88  HLQ-IS-ACTIVE          VALUE 'A'.
               88  HLQ-IS-EXPIRED         VALUE 'E'.
               88  HLQ-IS-RELEASED        VALUE 'R'.
               88  HLQ-IS-SOLD            VALUE 'S'.
           05  HLQ-STATUS-DATE   PIC 9(08).
      *
       FD  CARHOLDL-RPT RECORDING MODE F.
       01  HL-RPT-LINE          PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-HOLD-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF             VALUE 'Y'.
           05  WS-HOLD-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-HOLD-OPENED          VALUE 'Y'.
           05  WS-SEQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF              VALUE 'Y'.
           05  WS-AGENT-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-AGENT-OPEN           VALUE 'Y'.
      *
       01  WS-HLD-STATUS           PIC X(02).
      *
       01  WS-COUNTERS.
           05  WS-HOLD-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-AGT-ACTIVE       PIC 9(07) COMP VALUE 0.
           05  WS-AGT-EXPIRED      PIC 9(07) COMP VALUE 0.
           05  WS-AGT-SOLD         PIC 9(07) COMP VALUE 0.
           05  WS-AGT-RELEASED     PIC 9(07) COMP VALUE 0.
           05  WS-ALL-ACTIVE       PIC 9(07) COMP VALUE 0.
           05  WS-ALL-EXPIRED      PIC 9(07) COMP VALUE 0.
           05  WS-ALL-SOLD         PIC 9(07) COMP VALUE 0.
           05  WS-ALL-RELEASED     PIC 9(07) COMP VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-BRK-AGENT            PIC X(08) VALUE SPACES.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARHOLDL CUSTOMER HOLD LISTING       '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(10) VALUE 'STATUS'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(05) VALUE 'LOC'.
           05  FILLER              PIC X(14) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(12) VALUE 'PLACED'.
           05  FILLER              PIC X(12) VALUE 'EXPIRES'.
           05  FILLER              PIC X(10) VALUE 'CLOSED'.
      *
       01  WS-AGENT-LINE.
           05  FILLER              PIC X(07) VALUE 'AGENT: '.
           05  WS-AH-AGENT         PIC X(08).
      *
       01  WS-HOLD-DETAIL.
           05  WS-HD-STATUS        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-NAME          PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-DEALER        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-CUST-REF      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-PLACED        PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-EXPIRY        PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-HD-CLOSED        PIC X(10).
      *
       01  WS-CLOSED-ED            PIC 9999/99/99.
      *
       01  WS-AGENT-TOTAL-LINE.
           05  FILLER              PIC X(06) VALUE 'AGENT '.
           05  WS-ATL-AGENT        PIC X(08).
           05  FILLER              PIC X(16) VALUE ' TOTAL   ACTIVE '.
           05  WS-ATL-ACTIVE       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  EXPIRED '.
           05  WS-ATL-EXPIRED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE '  SOLD '.
           05  WS-ATL-SOLD         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE '  RELEASED '.
           05  WS-ATL-RELEASED     PIC ZZZ,ZZ9.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-HOLD-LISTING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           SORT CARHOLDL-WORK
               ON ASCENDING KEY HLW-AGENT
               ON ASCENDING KEY HLW-STATUS-SEQ
               ON ASCENDING KEY HLW-EXPIRY-DATE
               ON ASCENDING KEY HLW-CAR-NAME
               ON ASCENDING KEY HLW-STOCK-NO
               INPUT PROCEDURE IS PULL-HOLD-RECORDS
                   THRU PULL-HOLD-RECORDS-EXIT
               GIVING CARHOLDL-SEQ

           OPEN INPUT CARHOLDL-SEQ
           OPEN OUTPUT CARHOLDL-RPT
           WRITE HL-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE HL-RPT-LINE FROM WS-RPT-BLANK
           WRITE HL-RPT-LINE FROM WS-RPT-HEADING-2

           PERFORM REPORT-HOLD-RECORD UNTIL WS-SEQ-EOF
           IF WS-AGENT-OPEN
               PERFORM WRITE-AGENT-TOTAL
           END-IF
           PERFORM WRITE-LISTING-TOTALS

           CLOSE CARHOLDL-SEQ
           CLOSE CARHOLDL-RPT
           GO TO CLOSE-STOP.
      *
      * Sort input procedure - every hold on file goes to the sort
      * with its status turned into the listing order.
      *
       PULL-HOLD-RECORDS.
           PERFORM OPEN-HOLD-FILE.
       PULL-HOLD-RECORDS-LOOP.
           IF WS-HOLD-EOF
               GO TO PULL-HOLD-RECORDS-DONE
           END-IF
           READ CARHOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO PULL-HOLD-RECORDS-DONE
           END-READ
           ADD 1 TO WS-HOLD-READ-COUNT
           EVALUATE TRUE
               WHEN HLD-IS-ACTIVE
                   MOVE 1 TO HLW-STATUS-SEQ
               WHEN HLD-IS-EXPIRED
                   MOVE 2 TO HLW-STATUS-SEQ
               WHEN HLD-IS-SOLD
                   MOVE 3 TO HLW-STATUS-SEQ
               WHEN OTHER
                   MOVE 4 TO HLW-STATUS-SEQ
           END-EVALUATE
           MOVE HLD-AGENT       TO HLW-AGENT
           MOVE HLD-EXPIRY-DATE TO HLW-EXPIRY-DATE
           MOVE HLD-CAR-NAME    TO HLW-CAR-NAME
           MOVE HLD-DEALER-CODE TO HLW-DEALER-CODE
           MOVE HLD-STOCK-NO    TO HLW-STOCK-NO
           MOVE HLD-LOT-LOC     TO HLW-LOT-LOC
           MOVE HLD-CUST-REF    TO HLW-CUST-REF
           MOVE HLD-PLACED-DATE TO HLW-PLACED-DATE
           MOVE HLD-STATUS      TO HLW-STATUS
           MOVE HLD-STATUS-DATE TO HLW-STATUS-DATE
           RELEASE HL-WORK-REC
           GO TO PULL-HOLD-RECORDS-LOOP.
       PULL-HOLD-RECORDS-DONE.
           IF WS-HOLD-OPENED
               CLOSE CARHOLD-FILE
           END-IF.
       PULL-HOLD-RECORDS-EXIT.
           EXIT.
      *
      * A hold file that does not exist yet just means no holds have
      * ever been taken - the listing prints empty.  Any other bad
      * open is flagged to the operators with return code 8.
      *
       OPEN-HOLD-FILE.
           OPEN INPUT CARHOLD-FILE
           IF WS-HLD-STATUS = '35'
               DISPLAY "CARHOLD HOLD FILE NOT FOUND - NO HOLDS TO LIST"
               SET WS-HOLD-EOF TO TRUE
           ELSE
               IF WS-HLD-STATUS NOT = '00'
                   DISPLAY "CARHOLDL CANNOT OPEN HOLD FILE - STATUS "
                       WS-HLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-HOLD-EOF TO TRUE
               ELSE
                   SET WS-HOLD-OPENED TO TRUE
                   MOVE LOW-VALUES TO HLD-CAR-KEY
                   START CARHOLD-FILE KEY NOT < HLD-CAR-KEY
                       INVALID KEY
                           SET WS-HOLD-EOF TO TRUE
                   END-START
               END-IF
           END-IF.
      *
      * Control break on agent - a heading line opens each agent's
      * holds and a status subtotal closes them.
      *
       REPORT-HOLD-RECORD.
           READ CARHOLDL-SEQ
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF WS-AGENT-OPEN
                   AND HLQ-AGENT NOT = WS-BRK-AGENT
                       PERFORM WRITE-AGENT-TOTAL
                   END-IF
                   IF NOT WS-AGENT-OPEN
                       PERFORM WRITE-AGENT-HEADER
                   END-IF
                   PERFORM WRITE-HOLD-LINE
           END-READ.

       WRITE-AGENT-HEADER.
           MOVE HLQ-AGENT TO WS-BRK-AGENT
           MOVE HLQ-AGENT TO WS-AH-AGENT
           WRITE HL-RPT-LINE FROM WS-RPT-BLANK
           WRITE HL-RPT-LINE FROM WS-AGENT-LINE
           SET WS-AGENT-OPEN TO TRUE.

       WRITE-HOLD-LINE.
           EVALUATE TRUE
               WHEN HLQ-IS-ACTIVE
                   MOVE 'ACTIVE  ' TO WS-HD-STATUS
                   ADD 1 TO WS-AGT-ACTIVE
               WHEN HLQ-IS-EXPIRED
                   MOVE 'EXPIRED ' TO WS-HD-STATUS
                   ADD 1 TO WS-AGT-EXPIRED
               WHEN HLQ-IS-SOLD
                   MOVE 'SOLD    ' TO WS-HD-STATUS
                   ADD 1 TO WS-AGT-SOLD
               WHEN OTHER
                   MOVE 'RELEASED' TO WS-HD-STATUS
                   ADD 1 TO WS-AGT-RELEASED
           END-EVALUATE
           MOVE HLQ-CAR-NAME    TO WS-HD-NAME
           MOVE HLQ-DEALER-CODE TO WS-HD-DEALER
           MOVE HLQ-STOCK-NO    TO WS-HD-STOCK
           MOVE HLQ-LOT-LOC     TO WS-HD-LOC
           MOVE HLQ-CUST-REF    TO WS-HD-CUST-REF
           MOVE HLQ-PLACED-DATE TO WS-HD-PLACED
           MOVE HLQ-EXPIRY-DATE TO WS-HD-EXPIRY
           IF HLQ-IS-ACTIVE
               MOVE SPACES TO WS-HD-CLOSED
           ELSE
               MOVE HLQ-STATUS-DATE TO WS-CLOSED-ED
               MOVE WS-CLOSED-ED    TO WS-HD-CLOSED
           END-IF
           WRITE HL-RPT-LINE FROM WS-HOLD-DETAIL.

       WRITE-AGENT-TOTAL.
           MOVE WS-BRK-AGENT    TO WS-ATL-AGENT
           MOVE WS-AGT-ACTIVE   TO WS-ATL-ACTIVE
           MOVE WS-AGT-EXPIRED  TO WS-ATL-EXPIRED
           MOVE WS-AGT-SOLD     TO WS-ATL-SOLD
           MOVE WS-AGT-RELEASED TO WS-ATL-RELEASED
           WRITE HL-RPT-LINE FROM WS-AGENT-TOTAL-LINE

           ADD WS-AGT-ACTIVE   TO WS-ALL-ACTIVE
           ADD WS-AGT-EXPIRED  TO WS-ALL-EXPIRED
           ADD WS-AGT-SOLD     TO WS-ALL-SOLD
           ADD WS-AGT-RELEASED TO WS-ALL-RELEASED
           MOVE 0 TO WS-AGT-ACTIVE
           MOVE 0 TO WS-AGT-EXPIRED
           MOVE 0 TO WS-AGT-SOLD
           MOVE 0 TO WS-AGT-RELEASED
           MOVE 'N' TO WS-AGENT-OPEN-SW.

       WRITE-LISTING-TOTALS.
           WRITE HL-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'HOLD RECORDS READ:              ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HOLD-READ-COUNT TO WS-RPT-TOTAL-ED
           WRITE HL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'ACTIVE HOLDS:                   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-ACTIVE TO WS-RPT-TOTAL-ED
           WRITE HL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'EXPIRED HOLDS:                  ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-EXPIRED TO WS-RPT-TOTAL-ED
           WRITE HL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HOLDS CONVERTED TO SALE:        ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-SOLD TO WS-RPT-TOTAL-ED
           WRITE HL-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RELEASED HOLDS:                 ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ALL-RELEASED TO WS-RPT-TOTAL-ED
           WRITE HL-RPT-LINE FROM WS-RPT-TOTAL.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.
