      ******************************************************************
      * Follow-on to CARDAYDF - customer want-list matching against
      * new arrivals.
      *
      * Reads the sales floor's CARWANTL want list - a customer
      * reference, the salesperson who owns the customer, a category,
      * a price range, a model-year range, a preferred lot and an
      * expiry date per entry - and matches it against the CARARRVL
      * arrivals extract CARDAYDF writes: every car newly on the lot
      * tonight, and every price drop.  A new arrival matches when it
      * fits the category, price and year ranges; a price drop
      * matches only when it brings a car that was above the
      * customer's ceiling inside the range.  Each match goes on the
      * CARWNTCL call list by salesperson and on the CARWNTCX
      * notification extract the CRM loads, and is remembered on
      * the CARWNTNH history so the customer never hears about the
      * same car twice.  Entries past their expiry drop off the
      * CARWANTN list written back for tomorrow.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARWANT.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - want-list matching of
      *                    the CARARRVL new arrivals and price drops,
      *                    with the CARWNTCL call list, the CARWNTCX
      *                    CRM extract and the CARWNTNH history of
      *                    who has been told about which car.
      *   2026-10-15  DWM  Do not offer a car under a stop-sale
      *                    recall; count those on the report.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Want list.  CARWANTL is the list as sales left it; CARWANTN
      * is tonight's copy with the expired entries taken off and a
      * default expiry stamped where none was given, rebuilt in full
      * every run (the scheduler copies CARWANTN back over CARWANTL
      * after the run, the same convention as the CARSUSPN
      * suspense).  No list means nobody is waiting on a car.
      *
           SELECT OPTIONAL CARWANT-LIST ASSIGN TO CARWANTL.
           SELECT CARWANT-NEWL ASSIGN TO CARWANTN.
      *
      * Tonight's new arrivals and price drops from CARDAYDF.
      *
           SELECT CARWANT-ARRV ASSIGN TO CARARRVL
               FILE STATUS IS WS-ARRV-STATUS.
      *
      * Notification history - one record per customer per car they
      * have been told about, keyed on the customer reference plus
      * the car.  Permanent; created empty on the first run.
      *
           SELECT CARWANT-HIST ASSIGN TO CARWNTNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
      * One work record per match, re-sequenced into salesperson and
      * customer order for the call list.
      *
           SELECT CARWANT-WORK ASSIGN TO WRK.
           SELECT CARWANT-SEQ  ASSIGN TO CARWNTWK.
           SELECT CARWANT-RPT  ASSIGN TO CARWNTCL.
           SELECT CARWANT-CRMX ASSIGN TO CARWNTCX.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      * Blank category, zero price ceiling or zero model-year bound
      * means no limit on that side; a blank lot means any lot.
      * Prices are whole dollars.
      *
       FD  CARWANT-LIST RECORDING MODE F.
       01  WANT-REC.
           05  WNT-CUST-REF      PIC X(12).
           05  FILLER PIC X(01).
           05  WNT-AGENT         PIC X(08).
           05  FILLER PIC X(01).
           05  WNT-CATEGORY      PIC X(04).
           05  FILLER PIC X(01).
           05  WNT-PRICE-MIN     PIC 9(07).
           05  WNT-PRICE-MIN-X REDEFINES WNT-PRICE-MIN PIC X(07).
           05  FILLER PIC X(01).
           05  WNT-PRICE-MAX     PIC 9(07).
           05  WNT-PRICE-MAX-X REDEFINES WNT-PRICE-MAX PIC X(07).
           05  FILLER PIC X(01).
           05  WNT-YEAR-FROM     PIC 9(04).
           05  WNT-YEAR-FROM-X REDEFINES WNT-YEAR-FROM PIC X(04).
           05  FILLER PIC X(01).
           05  WNT-YEAR-TO       PIC 9(04).
           05  WNT-YEAR-TO-X REDEFINES WNT-YEAR-TO PIC X(04).
           05  FILLER PIC X(01).
           05  WNT-LOT-LOC       PIC X(03).
           05  FILLER PIC X(01).
           05  WNT-EXPIRY-DATE   PIC 9(08).
           05  WNT-EXPIRY-DATE-X REDEFINES WNT-EXPIRY-DATE PIC X(08).
           05  FILLER PIC X(15).
      *
       FD  CARWANT-NEWL RECORDING MODE F.
       01  WANT-NEW-REC          PIC X(80).
      *
       FD  CARWANT-ARRV RECORDING MODE F.
       01  ARRV-REC.
           05  ARV-TYPE          PIC X(01).
               88  ARV-NEW-ARRIVAL        VALUE 'N'.
               88  ARV-PRICE-DROP         VALUE 'P'.
           05  ARV-CAR-NAME      PIC X(50).
           05  ARV-DEALER-CODE   PIC X(04).
           05  ARV-STOCK-NO      PIC X(06).
           05  ARV-LOT-LOC       PIC X(03).
           05  ARV-CATEGORY      PIC X(04).
           05  ARV-MODEL-YEAR    PIC 9(04).
           05  ARV-PRICE         PIC $$,$$$,$$9.99.
           05  ARV-OLD-PRICE     PIC $$,$$$,$$9.99.
           05  ARV-HOLD-FLAG     PIC X(01).
               88  ARV-ON-HOLD            VALUE 'H'.
           05  ARV-RECALL-FLAG   PIC X(01).
               88  ARV-ON-RECALL          VALUE 'R'.
      *
       FD  CARWANT-HIST.
       01  NOTIFY-HIST-REC.
           05  NTH-KEY.
               10  NTH-CUST-REF      PIC X(12).
               10  NTH-CAR-NAME      PIC X(50).
               10  NTH-DEALER-CODE   PIC X(04).
               10  NTH-STOCK-NO      PIC X(06).
           05  NTH-NOTIFY-DATE   PIC 9(08).
           05  NTH-REASON        PIC X(01).
           05  NTH-PRICE         PIC X(13).
           05  FILLER PIC X(06).
      *
       SD  CARWANT-WORK.
       01  WN-WORK-REC.
           05  WNW-AGENT         PIC X(08).
           05  WNW-CUST-REF      PIC X(12).
           05  WNW-REASON        PIC X(01).
           05  WNW-CAR-NAME      PIC X(50).
           05  WNW-DEALER-CODE   PIC X(04).
           05  WNW-STOCK-NO      PIC X(06).
           05  WNW-LOT-LOC       PIC X(03).
           05  WNW-MODEL-YEAR    PIC 9(04).
           05  WNW-PRICE         PIC X(13).
           05  WNW-OLD-PRICE     PIC X(13).
           05  WNW-NOTE          PIC X(09).
      *
       FD  CARWANT-SEQ RECORDING MODE F.
       01  WN-SEQ-REC.
           05  WNQ-AGENT         PIC X(08).
           05  WNQ-CUST-REF      PIC X(12).
           05  WNQ-REASON        PIC X(01).
               88  WNQ-NEW-ARRIVAL        VALUE 'N'.
           05  WNQ-CAR-NAME      PIC X(50).
           05  WNQ-DEALER-CODE   PIC X(04).
           05  WNQ-STOCK-NO      PIC X(06).
           05  WNQ-LOT-LOC       PIC X(03).
           05  WNQ-MODEL-YEAR    PIC 9(04).
           05  WNQ-PRICE         PIC X(13).
           05  WNQ-OLD-PRICE     PIC X(13).
           05  WNQ-NOTE          PIC X(09).
      *
       FD  CARWANT-RPT RECORDING MODE F.
       01  WN-RPT-LINE          PIC X(132).
      *
      * CRM notification extract - reason 'N' new arrival or 'P'
      * price drop; the old price is zero on a new arrival.
      *
       FD  CARWANT-CRMX RECORDING MODE F.
       01  CRMX-REC.
           05  CRX-CUST-REF      PIC X(12).
           05  CRX-AGENT         PIC X(08).
           05  CRX-NOTIFY-DATE   PIC 9(08).
           05  CRX-REASON        PIC X(01).
           05  CRX-CAR-NAME      PIC X(50).
           05  CRX-DEALER-CODE   PIC X(04).
           05  CRX-STOCK-NO      PIC X(06).
           05  CRX-LOT-LOC       PIC X(03).
           05  CRX-CATEGORY      PIC X(04).
           05  CRX-MODEL-YEAR    PIC 9(04).
           05  CRX-PRICE         PIC 9(07).99.
           05  CRX-OLD-PRICE     PIC 9(07).99.
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF             VALUE 'Y'.
           05  WS-ARRV-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-ARRV-EOF             VALUE 'Y'.
           05  WS-SEQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF              VALUE 'Y'.
           05  WS-WANT-FULL-SW     PIC X(01) VALUE 'N'.
               88  WS-WANT-TABLE-FULL      VALUE 'Y'.
           05  WS-WANT-USABLE-SW   PIC X(01) VALUE 'N'.
               88  WS-WANT-USABLE          VALUE 'Y'.
           05  WS-AGENT-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-AGENT-OPEN           VALUE 'Y'.
           05  WS-ABORT-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
      *
       01  WS-ARRV-STATUS          PIC X(02).
       01  WS-HIST-STATUS          PIC X(02).
      *
      * A want entry sales left with no expiry runs the default
      * days from the night it is first seen.
      *
       01  WS-WANT-DEFAULT-DAYS    PIC 9(03) COMP VALUE 90.
      *
      * The live want list - every entry still inside its expiry.
      *
       01  WS-WANT-TABLE.
           05  WS-WANT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-WANT-IDX.
               10  WS-WT-CUST-REF    PIC X(12).
               10  WS-WT-AGENT       PIC X(08).
               10  WS-WT-CATEGORY    PIC X(04).
               10  WS-WT-PRICE-MIN   PIC S9(07)V99 COMP-3.
               10  WS-WT-PRICE-MAX   PIC S9(07)V99 COMP-3.
               10  WS-WT-YEAR-FROM   PIC 9(04).
               10  WS-WT-YEAR-TO     PIC 9(04).
               10  WS-WT-LOT-LOC     PIC X(03).
       01  WS-WANT-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-WANT-ROW-SUB         PIC 9(05) COMP VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-WANT-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-EXPIRED-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-UNUSABLE-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-ARRV-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-HELD-SKIP-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-RECALL-SKIP-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-NOTIFY-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-TOLD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-AGT-CALL-COUNT   PIC 9(07) COMP VALUE 0.
      *
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INT         PIC S9(09) COMP VALUE 0.
       01  WS-EXPIRY-WORK          PIC 9(08) VALUE 0.
       01  WS-BRK-AGENT            PIC X(08) VALUE SPACES.
      *
       01  WS-PRICE-NUM            PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-OLD-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARWANT WANT-LIST CALL LIST          '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-SECTION-EXPIRED.
           05  FILLER              PIC X(40)
               VALUE 'WANT-LIST ENTRIES EXPIRED AND DROPPED'.
      *
       01  WS-EXPIRED-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-CUST-REF      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-AGENT         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XL-CATEGORY      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'EXPIRED '.
           05  WS-XL-EXPIRY-ED     PIC 9999/99/99.
      *
       01  WS-SECTION-CALLS.
           05  FILLER              PIC X(40)
               VALUE 'CUSTOMERS TO CALL'.
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(14) VALUE 'CUSTOMER'.
           05  FILLER              PIC X(06) VALUE 'WHY'.
           05  FILLER              PIC X(51) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(05) VALUE 'DLR'.
           05  FILLER              PIC X(07) VALUE 'STOCK'.
           05  FILLER              PIC X(04) VALUE 'LOC'.
           05  FILLER              PIC X(05) VALUE 'YEAR'.
           05  FILLER              PIC X(14) VALUE '        PRICE'.
           05  FILLER              PIC X(14) VALUE '          WAS'.
           05  FILLER              PIC X(09) VALUE 'NOTE'.
      *
       01  WS-AGENT-LINE.
           05  FILLER              PIC X(13) VALUE 'SALESPERSON: '.
           05  WS-AH-AGENT         PIC X(08).
      *
       01  WS-CALL-DETAIL.
           05  WS-CD-CUST-REF      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-REASON        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CD-NAME          PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-DEALER        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-STOCK         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-LOC           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-YEAR          PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-PRICE         PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-OLD-PRICE     PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CD-NOTE          PIC X(09).
      *
       01  WS-AGENT-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE 'SALESPERSON '.
           05  WS-ATL-AGENT        PIC X(08).
           05  FILLER              PIC X(09) VALUE ' CALLS:  '.
           05  WS-ATL-CALLS        PIC ZZZ,ZZ9.
      *
       01  WS-RPT-TOTAL.
           05  WS-RPT-TOTAL-LABEL  PIC X(32).
           05  WS-RPT-TOTAL-ED     PIC ZZZ,ZZ9.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-WANT-MATCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN OUTPUT CARWANT-RPT
           WRITE WN-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE WN-RPT-LINE FROM WS-RPT-BLANK

           PERFORM OPEN-HISTORY-FILE
           IF WS-RUN-ABORTED
               CLOSE CARWANT-RPT
               GO TO HISTORY-ABORT-STOP
           END-IF

           WRITE WN-RPT-LINE FROM WS-SECTION-EXPIRED
           PERFORM LOAD-WANT-LIST

           OPEN OUTPUT CARWANT-CRMX
           SORT CARWANT-WORK
               ON ASCENDING KEY WNW-AGENT
               ON ASCENDING KEY WNW-CUST-REF
               ON ASCENDING KEY WNW-REASON
               ON ASCENDING KEY WNW-CAR-NAME
               ON ASCENDING KEY WNW-STOCK-NO
               INPUT PROCEDURE IS MATCH-ARRIVALS
                   THRU MATCH-ARRIVALS-EXIT
               GIVING CARWANT-SEQ
           CLOSE CARWANT-CRMX
           CLOSE CARWANT-HIST

           WRITE WN-RPT-LINE FROM WS-RPT-BLANK
           WRITE WN-RPT-LINE FROM WS-SECTION-CALLS
           WRITE WN-RPT-LINE FROM WS-RPT-HEADING-2
           OPEN INPUT CARWANT-SEQ
           PERFORM REPORT-CALL-RECORD UNTIL WS-SEQ-EOF
           IF WS-AGENT-OPEN
               PERFORM WRITE-AGENT-TOTAL
           END-IF
           CLOSE CARWANT-SEQ

           PERFORM WRITE-MATCH-TOTALS
           CLOSE CARWANT-RPT
           GO TO CLOSE-STOP.
      *
      * A status of 35 on the I-O open means nobody has ever been
      * notified - create the history empty, then reopen I-O.
      *
       OPEN-HISTORY-FILE.
           OPEN I-O CARWANT-HIST
           IF WS-HIST-STATUS = '35'
               DISPLAY "CARWNTNH HISTORY NOT FOUND - CREATING EMPTY "
                   "HISTORY"
               OPEN OUTPUT CARWANT-HIST
               CLOSE CARWANT-HIST
               OPEN I-O CARWANT-HIST
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "CARWANT CANNOT OPEN CARWNTNH HISTORY - STATUS "
                   WS-HIST-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * Every entry sales keyed is either carried forward to
      * CARWANTN or, once past its expiry, listed and dropped.  An
      * entry that cannot be read as keyed is carried forward
      * untouched for sales to correct, but is not matched.
      *
       LOAD-WANT-LIST.
           OPEN INPUT CARWANT-LIST
           OPEN OUTPUT CARWANT-NEWL
           PERFORM LOAD-WANT-RECORD UNTIL WS-LIST-EOF
           CLOSE CARWANT-LIST
           CLOSE CARWANT-NEWL.

       LOAD-WANT-RECORD.
           READ CARWANT-LIST
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF WNT-CUST-REF = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-WANT-READ-COUNT
                       PERFORM EDIT-WANT-RECORD
                       IF NOT WS-WANT-USABLE
                           ADD 1 TO WS-UNUSABLE-COUNT
                           DISPLAY "CARWANTL ENTRY FOR " WNT-CUST-REF
                               " UNUSABLE - CARRIED, NOT MATCHED"
                           WRITE WANT-NEW-REC FROM WANT-REC
                       ELSE
                           PERFORM SETTLE-WANT-EXPIRY
                       END-IF
                   END-IF
           END-READ.

       EDIT-WANT-RECORD.
           MOVE 'N' TO WS-WANT-USABLE-SW
           IF WNT-PRICE-MIN-X NUMERIC
           AND WNT-PRICE-MAX-X NUMERIC
           AND WNT-YEAR-FROM-X NUMERIC
           AND WNT-YEAR-TO-X NUMERIC
           AND (WNT-EXPIRY-DATE-X NUMERIC
               OR WNT-EXPIRY-DATE-X = SPACES)
               IF (WNT-PRICE-MAX = 0
                   OR WNT-PRICE-MAX NOT < WNT-PRICE-MIN)
               AND (WNT-YEAR-TO = 0
                   OR WNT-YEAR-TO NOT < WNT-YEAR-FROM)
                   SET WS-WANT-USABLE TO TRUE
               END-IF
           END-IF.
      *
      * A blank or zero expiry takes the default days from tonight
      * and the stamped date is carried forward, so the entry
      * expires on schedule without sales re-keying it.
      *
       SETTLE-WANT-EXPIRY.
           IF WNT-EXPIRY-DATE-X = SPACES
           OR WNT-EXPIRY-DATE = 0
               COMPUTE WS-EXPIRY-WORK = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-WANT-DEFAULT-DAYS)
               MOVE WS-EXPIRY-WORK TO WNT-EXPIRY-DATE
           END-IF
           IF WNT-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE WNT-CUST-REF    TO WS-XL-CUST-REF
               MOVE WNT-AGENT       TO WS-XL-AGENT
               MOVE WNT-CATEGORY    TO WS-XL-CATEGORY
               MOVE WNT-EXPIRY-DATE TO WS-XL-EXPIRY-ED
               WRITE WN-RPT-LINE FROM WS-EXPIRED-LINE
           ELSE
               WRITE WANT-NEW-REC FROM WANT-REC
               PERFORM STORE-WANT-ENTRY
           END-IF.

       STORE-WANT-ENTRY.
           IF WS-WANT-COUNT < 500
               ADD 1 TO WS-WANT-COUNT
               SET WS-WANT-IDX TO WS-WANT-COUNT
               MOVE WNT-CUST-REF  TO WS-WT-CUST-REF(WS-WANT-IDX)
               MOVE WNT-AGENT     TO WS-WT-AGENT(WS-WANT-IDX)
               MOVE WNT-CATEGORY  TO WS-WT-CATEGORY(WS-WANT-IDX)
               MOVE WNT-PRICE-MIN TO WS-WT-PRICE-MIN(WS-WANT-IDX)
               MOVE WNT-PRICE-MAX TO WS-WT-PRICE-MAX(WS-WANT-IDX)
               MOVE WNT-YEAR-FROM TO WS-WT-YEAR-FROM(WS-WANT-IDX)
               MOVE WNT-YEAR-TO   TO WS-WT-YEAR-TO(WS-WANT-IDX)
               MOVE WNT-LOT-LOC   TO WS-WT-LOT-LOC(WS-WANT-IDX)
           ELSE
               IF NOT WS-WANT-TABLE-FULL
                   SET WS-WANT-TABLE-FULL TO TRUE
                   DISPLAY "CARWANTL WANT TABLE FULL AT 500 ENTRIES - "
                       "ENTRIES BEYOND IT ARE CARRIED BUT NOT MATCHED"
               END-IF
           END-IF.
      *
      * Sort input procedure - every arrival is tried against every
      * live want entry.  A car held for a customer is not offered
      * to anyone else, nor is a car under a stop-sale recall.
      * CARARRVL missing means CARDAYDF did not run, and nothing is
      * matched.
      *
       MATCH-ARRIVALS.
           OPEN INPUT CARWANT-ARRV
           IF WS-ARRV-STATUS NOT = '00'
               DISPLAY "CARWANT CANNOT OPEN CARARRVL ARRIVALS - STATUS "
                   WS-ARRV-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO MATCH-ARRIVALS-EXIT
           END-IF.
       MATCH-ARRIVALS-LOOP.
           READ CARWANT-ARRV
               AT END
                   GO TO MATCH-ARRIVALS-DONE
           END-READ
           ADD 1 TO WS-ARRV-READ-COUNT
           IF ARV-ON-HOLD
               ADD 1 TO WS-HELD-SKIP-COUNT
               GO TO MATCH-ARRIVALS-LOOP
           END-IF
           IF ARV-ON-RECALL
               ADD 1 TO WS-RECALL-SKIP-COUNT
               GO TO MATCH-ARRIVALS-LOOP
           END-IF
           MOVE ARV-PRICE TO WS-PRICE-NUM
           IF ARV-PRICE-DROP
               MOVE ARV-OLD-PRICE TO WS-OLD-PRICE-NUM
           ELSE
               MOVE 0 TO WS-OLD-PRICE-NUM
           END-IF
           PERFORM TEST-WANT-ENTRY
               VARYING WS-WANT-ROW-SUB FROM 1 BY 1
               UNTIL WS-WANT-ROW-SUB > WS-WANT-COUNT
           GO TO MATCH-ARRIVALS-LOOP.
       MATCH-ARRIVALS-DONE.
           CLOSE CARWANT-ARRV.
       MATCH-ARRIVALS-EXIT.
           EXIT.
      *
      * A price drop is news only to a customer whose ceiling the
      * car used to sit above - one with no ceiling, or one the old
      * price already suited, heard nothing new tonight.
      *
       TEST-WANT-ENTRY.
           SET WS-WANT-IDX TO WS-WANT-ROW-SUB
           IF (WS-WT-CATEGORY(WS-WANT-IDX) = SPACES
               OR WS-WT-CATEGORY(WS-WANT-IDX) = ARV-CATEGORY)
           AND WS-PRICE-NUM NOT < WS-WT-PRICE-MIN(WS-WANT-IDX)
           AND (WS-WT-PRICE-MAX(WS-WANT-IDX) = 0
               OR WS-PRICE-NUM < WS-WT-PRICE-MAX(WS-WANT-IDX) + 1)
           AND ARV-MODEL-YEAR NOT < WS-WT-YEAR-FROM(WS-WANT-IDX)
           AND (WS-WT-YEAR-TO(WS-WANT-IDX) = 0
               OR ARV-MODEL-YEAR NOT > WS-WT-YEAR-TO(WS-WANT-IDX))
               IF ARV-NEW-ARRIVAL
                   PERFORM NOTIFY-CUSTOMER
               ELSE
                   IF WS-WT-PRICE-MAX(WS-WANT-IDX) > 0
                   AND WS-OLD-PRICE-NUM
                       NOT < WS-WT-PRICE-MAX(WS-WANT-IDX) + 1
                       PERFORM NOTIFY-CUSTOMER
                   END-IF
               END-IF
           END-IF.
      *
      * The history is checked and written in the same step, so a
      * customer with two want entries that both fit the car still
      * gets one call.
      *
       NOTIFY-CUSTOMER.
           MOVE WS-WT-CUST-REF(WS-WANT-IDX) TO NTH-CUST-REF
           MOVE ARV-CAR-NAME    TO NTH-CAR-NAME
           MOVE ARV-DEALER-CODE TO NTH-DEALER-CODE
           MOVE ARV-STOCK-NO    TO NTH-STOCK-NO
           READ CARWANT-HIST
               INVALID KEY
                   PERFORM RECORD-NOTIFICATION
               NOT INVALID KEY
                   ADD 1 TO WS-TOLD-COUNT
           END-READ.

       RECORD-NOTIFICATION.
           MOVE WS-RUN-DATE TO NTH-NOTIFY-DATE
           MOVE ARV-TYPE    TO NTH-REASON
           MOVE ARV-PRICE   TO NTH-PRICE
           WRITE NOTIFY-HIST-REC
               INVALID KEY
                   DISPLAY "CARWNTNH WRITE FAILED FOR " NTH-CUST-REF
                       " - STATUS " WS-HIST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-NOTIFY-COUNT
                   PERFORM WRITE-CRM-EXTRACT
                   PERFORM RELEASE-CALL-RECORD
           END-WRITE.

       WRITE-CRM-EXTRACT.
           MOVE WS-WT-CUST-REF(WS-WANT-IDX) TO CRX-CUST-REF
           MOVE WS-WT-AGENT(WS-WANT-IDX)    TO CRX-AGENT
           MOVE WS-RUN-DATE      TO CRX-NOTIFY-DATE
           MOVE ARV-TYPE         TO CRX-REASON
           MOVE ARV-CAR-NAME     TO CRX-CAR-NAME
           MOVE ARV-DEALER-CODE  TO CRX-DEALER-CODE
           MOVE ARV-STOCK-NO     TO CRX-STOCK-NO
           MOVE ARV-LOT-LOC      TO CRX-LOT-LOC
           MOVE ARV-CATEGORY     TO CRX-CATEGORY
           MOVE ARV-MODEL-YEAR   TO CRX-MODEL-YEAR
           MOVE WS-PRICE-NUM     TO CRX-PRICE
           MOVE WS-OLD-PRICE-NUM TO CRX-OLD-PRICE
           WRITE CRMX-REC.
      *
      * A car at a lot other than the customer's preferred one is
      * still offered - a transfer can bring it over - but the
      * salesperson is warned.
      *
       RELEASE-CALL-RECORD.
           MOVE WS-WT-AGENT(WS-WANT-IDX)    TO WNW-AGENT
           MOVE WS-WT-CUST-REF(WS-WANT-IDX) TO WNW-CUST-REF
           MOVE ARV-TYPE         TO WNW-REASON
           MOVE ARV-CAR-NAME     TO WNW-CAR-NAME
           MOVE ARV-DEALER-CODE  TO WNW-DEALER-CODE
           MOVE ARV-STOCK-NO     TO WNW-STOCK-NO
           MOVE ARV-LOT-LOC      TO WNW-LOT-LOC
           MOVE ARV-MODEL-YEAR   TO WNW-MODEL-YEAR
           MOVE ARV-PRICE        TO WNW-PRICE
           IF ARV-PRICE-DROP
               MOVE ARV-OLD-PRICE TO WNW-OLD-PRICE
           ELSE
               MOVE SPACES        TO WNW-OLD-PRICE
           END-IF
           IF WS-WT-LOT-LOC(WS-WANT-IDX) NOT = SPACES
           AND WS-WT-LOT-LOC(WS-WANT-IDX) NOT = ARV-LOT-LOC
               MOVE 'OTHER LOT' TO WNW-NOTE
           ELSE
               MOVE SPACES      TO WNW-NOTE
           END-IF
           RELEASE WN-WORK-REC.
      *
      * Control break on salesperson - a heading line opens each
      * salesperson's calls and a count closes them.
      *
       REPORT-CALL-RECORD.
           READ CARWANT-SEQ
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF WS-AGENT-OPEN
                   AND WNQ-AGENT NOT = WS-BRK-AGENT
                       PERFORM WRITE-AGENT-TOTAL
                   END-IF
                   IF NOT WS-AGENT-OPEN
                       PERFORM WRITE-AGENT-HEADER
                   END-IF
                   PERFORM WRITE-CALL-LINE
           END-READ.

       WRITE-AGENT-HEADER.
           MOVE WNQ-AGENT TO WS-BRK-AGENT
           MOVE WNQ-AGENT TO WS-AH-AGENT
           WRITE WN-RPT-LINE FROM WS-RPT-BLANK
           WRITE WN-RPT-LINE FROM WS-AGENT-LINE
           SET WS-AGENT-OPEN TO TRUE.

       WRITE-CALL-LINE.
           MOVE WNQ-CUST-REF    TO WS-CD-CUST-REF
           IF WNQ-NEW-ARRIVAL
               MOVE 'NEW '      TO WS-CD-REASON
           ELSE
               MOVE 'DROP'      TO WS-CD-REASON
           END-IF
           MOVE WNQ-CAR-NAME    TO WS-CD-NAME
           MOVE WNQ-DEALER-CODE TO WS-CD-DEALER
           MOVE WNQ-STOCK-NO    TO WS-CD-STOCK
           MOVE WNQ-LOT-LOC     TO WS-CD-LOC
           MOVE WNQ-MODEL-YEAR  TO WS-CD-YEAR
           MOVE WNQ-PRICE       TO WS-CD-PRICE
           MOVE WNQ-OLD-PRICE   TO WS-CD-OLD-PRICE
           MOVE WNQ-NOTE        TO WS-CD-NOTE
           WRITE WN-RPT-LINE FROM WS-CALL-DETAIL
           ADD 1 TO WS-AGT-CALL-COUNT.

       WRITE-AGENT-TOTAL.
           MOVE WS-BRK-AGENT      TO WS-ATL-AGENT
           MOVE WS-AGT-CALL-COUNT TO WS-ATL-CALLS
           WRITE WN-RPT-LINE FROM WS-AGENT-TOTAL-LINE
           MOVE 0 TO WS-AGT-CALL-COUNT
           MOVE 'N' TO WS-AGENT-OPEN-SW.

       WRITE-MATCH-TOTALS.
           WRITE WN-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'WANT-LIST ENTRIES READ:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-WANT-READ-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'ENTRIES EXPIRED AND DROPPED:    ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'ENTRIES UNUSABLE AS KEYED:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNUSABLE-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'ARRIVALS AND PRICE DROPS READ:  ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ARRV-READ-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HELD CARS NOT OFFERED:          ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HELD-SKIP-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLED CARS NOT OFFERED:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RECALL-SKIP-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CUSTOMERS TO CALL:              ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOTIFY-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MATCHES ALREADY NOTIFIED:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-TOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE WN-RPT-LINE FROM WS-RPT-TOTAL.

       CLOSE-STOP.
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.

       HISTORY-ABORT-STOP.
           MOVE 16 TO RETURN-CODE
           DISPLAY "CARWANT STOPPED - NOTIFICATION HISTORY UNUSABLE, "
               "SEE MESSAGES ABOVE"
           STOP RUN.
