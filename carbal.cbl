      *   - the trailer record count on CARLIST-SORTED must equal
      *     both the runlog sorted count and the detail records
      *     actually on the file;
      *   - budget + mid-range + luxury records, plus the cars held
      *     for a customer or under a recall stop-sale and kept out
      *     of the mailers, must equal the sorted detail count;
      *   - the tier files' summed prices, plus the held cars'
      *     prices, must equal TRL-TOTAL-VALUE.
      *
      * Any mismatch prints on the discrepancy report and ends the
      * step with a nonzero return code so the scheduler holds the
      *                    full dollar of cents in the range proof,
      *                    matching the rule in every other
      *                    CARTIERS reader.
      *   2026-10-15  DWM  Cars held for a customer are kept out
      *                    of the tier files - count them off the
      *                    sorted list, prove the count against
      *                    the run log, and add them back into the
      *                    tier count and value cross-foots.
      *   2026-10-15  DWM  Cars under a recall stop-sale are kept
      *                    out of the tier files too - CARSORT
      *                    counts them in HELD FROM MAILERS, so they
      *                    are counted here with the held cars.
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
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-REC-TYPE        PIC X(01).
           05  TRL-RECORD-COUNT    PIC 9(07).
           05  WS-RL-MERGE         PIC 9(07) COMP VALUE 0.
           05  WS-RL-SORTED        PIC 9(07) COMP VALUE 0.
           05  WS-RL-MASTER        PIC 9(07) COMP VALUE 0.
           05  WS-RL-HELD          PIC 9(07) COMP VALUE 0.
      *
      * One row per lot/location code - the FEED and SORTED counts
      * lifted from the run log next to the detail rows actually
           05  WS-LUX-OOR-COUNT    PIC 9(07) COMP VALUE 0.
           05  WS-FEED-TOTAL       PIC 9(08) COMP VALUE 0.
           05  WS-TIER-TOTAL       PIC 9(08) COMP VALUE 0.
           05  WS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-TIER-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HELD-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LHS-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RHS-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
                   MOVE RL-COUNT-ED TO WS-RL-SORTED
               WHEN 'MASTER RECORDS'
                   MOVE RL-COUNT-ED TO WS-RL-MASTER
               WHEN 'HELD FROM MAILERS'
                   MOVE RL-COUNT-ED TO WS-RL-HELD
               WHEN OTHER
                   IF RL-LOC-TAG = 'LOC '
                       PERFORM PICK-RUNLOG-LOC-COUNT
                       MOVE CAR-LOC-S TO WS-BLOC-WORK
                       PERFORM LOCATE-BLOC-ROW
                       ADD 1 TO WS-BLOC-ACTUAL(WS-BLOC-IDX)
                       IF CAR-ON-HOLD-S
                       OR CAR-ON-RECALL-S
                           ADD 1 TO WS-HELD-COUNT
                           MOVE CAR-PRICE-S TO WS-PRICE-NUM
                           ADD WS-PRICE-NUM TO WS-HELD-VALUE
                       END-IF
                   ELSE
                       IF CAR-REC-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
      * master count proves the sorted list (the sort runs off the
      * vehicle master unload, so sorted mirrors the master rather
      * than the single night's merge); the trailer, the detail
      * rows actually on file, and the three tier files plus the
      * cars held back from them must all agree with each other.
      *
       CROSS-FOOT-THE-RUN.
           COMPUTE WS-FEED-TOTAL
           MOVE WS-DETAIL-COUNT TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

           MOVE 'HELD CARS ON SORTED LIST VS HELD COUNT (RUN LOG)'
               TO WS-CK-DESC
           MOVE WS-HELD-COUNT TO WS-LHS-VALUE
           MOVE WS-RL-HELD    TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

           COMPUTE WS-TIER-TOTAL
               = WS-BUDGET-COUNT + WS-MIDRNG-COUNT + WS-LUXURY-COUNT
               + WS-HELD-COUNT
           MOVE 'BUDGET + MID-RANGE + LUXURY + HELD VS SORTED DETAILS'
               TO WS-CK-DESC
           MOVE WS-TIER-TOTAL   TO WS-LHS-VALUE
           MOVE WS-DETAIL-COUNT TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

           MOVE 'TIER FILES + HELD CARS PRICES VS TRAILER TOTAL VALUE'
               TO WS-CK-DESC
           COMPUTE WS-LHS-VALUE = WS-TIER-VALUE + WS-HELD-VALUE
           MOVE WS-TRL-VALUE  TO WS-RHS-VALUE
           PERFORM WRITE-CHECK-LINE

