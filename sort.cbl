      *                    cents-wide crack between contiguous
      *                    whole-dollar tier rows and aborts the
      *                    run.
      *   2026-10-15  DWM  Leave cars held for a customer (flagged
      *                    on the master unload by CARMSTUP) out of
      *                    the three mailer tier files, and log the
      *                    held count so CARBAL can still foot the
      *                    tiers to the sorted list.
      *   2026-10-15  DWM  Leave cars under a manufacturer recall
      *                    stop-sale (flagged on the master unload
      *                    by CARMSTUP) out of the mailer tier files
      *                    the same way as held cars - they are
      *                    counted in HELD FROM MAILERS so CARBAL's
      *                    tier footing stands, and logged again on
      *                    their own as STOP-SALE (RECALL).
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
      * CAR-REC-TYPE-S is 'D' for a real detail row or 'T' for the
      * trailer record CLOSE-STOP appends - see TRAILER-REC below,
           05  WS-RETT-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-BANDRV-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-HIST-DUPE-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-STOP-SALE-COUNT  PIC 9(07) COMP VALUE 0.
      *
      * Names seen so far across the electric/hybrid/SUV feeds, used
      * to flag the same car name showing up under two categories.
       01  WS-RUNLOG-LINE-8.
           05  FILLER              PIC X(18) VALUE 'MASTER RECORDS    '.
           05  WS-LOG-MASTER-ED    PIC ZZZ,ZZ9.
      *
       01  WS-RUNLOG-LINE-9.
           05  FILLER              PIC X(18) VALUE 'HELD FROM MAILERS '.
           05  WS-LOG-HELD-ED      PIC ZZZ,ZZ9.
      *
       01  WS-RUNLOG-LINE-10.
           05  FILLER              PIC X(18) VALUE 'STOP-SALE (RECALL)'.
           05  WS-LOG-STOP-SALE-ED PIC ZZZ,ZZ9.
      *
       01  WS-EXCEPT-FIELDS.
           05  WS-EXCEPT-FEED      PIC X(04).
           PERFORM TALLY-LOCATION-SORTED
           MOVE CAR-PRICE-S TO WS-PRICE-NUM
           ADD WS-PRICE-NUM TO WS-TOTAL-VALUE
           IF CAR-ON-HOLD-S
           OR CAR-ON-RECALL-S
               PERFORM COUNT-HELD-RECORD
           ELSE
               PERFORM WRITE-PRICE-TIER-RECORD
           END-IF
           PERFORM SCREEN-PRICE-BAND
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE PRINT-REC   TO HIST-CAR-DETAIL
                   ADD 1 TO WS-TIER-MISS-COUNT
           END-EVALUATE.
      *
      * A car held for a customer, or stopped from sale by an open
      * recall, stays on the sorted list and the history but goes
      * to no mailer.  Its price is still tested
      * against the tier table, so a gap in the table fails the run
      * whether or not the car it would have caught is held.
      *
       COUNT-HELD-RECORD.
           MOVE CAR-PRICE-S TO WS-TIER-PRICE-NUM
           MOVE WS-TIER-PRICE-NUM TO WS-PRICE-NUM
           PERFORM FIND-PRICE-TIER
           IF WS-TIER-FOUND
               ADD 1 TO WS-HELD-COUNT
               IF CAR-ON-RECALL-S
                   ADD 1 TO WS-STOP-SALE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-TIER-MISS-COUNT
           END-IF.
      *
      * Tier table load - required, unlike the optional price
      * bands.  Every row's name must be one of the three the
      * mailer extract files exist for; a row with any other name
           MOVE WS-MERGE-COUNT  TO WS-LOG-MERGE-ED
           MOVE WS-SORTED-COUNT TO WS-LOG-SORTED-ED
           MOVE WS-MASTER-COUNT TO WS-LOG-MASTER-ED
           MOVE WS-HELD-COUNT   TO WS-LOG-HELD-ED
           MOVE WS-STOP-SALE-COUNT TO WS-LOG-STOP-SALE-ED

           OPEN OUTPUT CARSORT-RUNLOG
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-1
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-6
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-7
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-8
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-9
           WRITE RUNLOG-LINE FROM WS-RUNLOG-LINE-10
           PERFORM WRITE-RUNLOG-LOC-LINES
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
