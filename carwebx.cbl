      * carrying the run date and a trailer row carrying the detail
      * record count so the loader can verify completeness.  The
      * trailer record on CARLIST-SORTED itself is dropped, not
      * passed through, and so is any car held for a customer or
      * stopped from sale by an open manufacturer recall - the
      * website only advertises cars that can be sold.
      ******************************************************************

      *-----------------------
      *   2026-09-02  DWM  A whole-dollar tier max now covers its
      *                    full dollar of cents, matching the rule
      *                    in every other CARTIERS reader.
      *   2026-10-15  DWM  Leave cars held for a customer off the
      *                    website extract.
      *   2026-10-15  DWM  Leave cars under a manufacturer recall
      *                    stop-sale off the website extract too.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  CAR-STOCK-S     PIC X(06).
           05  CAR-LOC-S       PIC X(03).
           05  CAR-EFFPR-S     PIC $$,$$$,$$9.99.
           05  CAR-HOLD-FLAG-S PIC X(01).
               88  CAR-ON-HOLD-S       VALUE 'H'.
           05  CAR-HOLD-EXP-S  PIC 9(08).
           05  CAR-RECALL-FLAG-S PIC X(01).
               88  CAR-ON-RECALL-S     VALUE 'R'.
           05  FILLER PIC X(04).
      *
      *
      * Widened from 80 to 96 bytes when the effective price column
      *
       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-STOP-SALE-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-NAME-LEN         PIC 9(03) COMP VALUE 0.
           05  WS-CAT-LEN          PIC 9(03) COMP VALUE 0.
      *
           CLOSE CARWEBX-EXTRACT

           DISPLAY "WEB EXTRACT RECORDS WRITTEN: " WS-DETAIL-COUNT
           DISPLAY "HELD CARS LEFT OFF THE EXTRACT: " WS-HELD-COUNT
           DISPLAY "STOP-SALE CARS LEFT OFF THE EXTRACT: "
               WS-STOP-SALE-COUNT
           GO TO CLOSE-STOP.

       WRITE-HEADER-ROW.
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CAR-REC-IS-DETAIL
                       EVALUATE TRUE
                           WHEN CAR-ON-RECALL-S
                               ADD 1 TO WS-STOP-SALE-COUNT
                           WHEN CAR-ON-HOLD-S
                               ADD 1 TO WS-HELD-COUNT
                           WHEN OTHER
                               PERFORM WRITE-DETAIL-ROW
                       END-EVALUATE
                   END-IF
           END-READ.

