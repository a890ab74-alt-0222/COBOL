      * dropped off, and cars whose price moved, showing the old and
      * new price with the dollar and percent change.  Price moves
      * past the review threshold are flagged so a repricing mistake
      * from a feed supplier is caught the morning after.  The new
      * arrivals and the price drops also go to the CARARRVL extract
      * for the CARWANT want-list match.
      ******************************************************************

      *-----------------------
      *                    key is still name plus dealer plus stock
      *                    so a car moved between lots reads as a
      *                    price compare, not a drop plus an add.
      *   2026-10-15  DWM  Write every newly appearing car and every
      *                    price drop to the CARARRVL arrivals
      *                    extract, with the old price and the hold
      *                    flag, for the CARWANT want-list match.
      *   2026-10-15  DWM  Carry the stop-sale recall flag from the
      *                    sorted extract onto the arrivals record.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT CARDAYDF-NEWN ASSIGN TO CARNEWNM.
           SELECT CARDAYDF-OLDN ASSIGN TO CAROLDNM.
           SELECT CARDAYDF-RPT ASSIGN TO CARDDRPT.
      *
      * Arrivals extract - one record per newly appearing car and
      * per price drop, rebuilt in full every run.
      *
           SELECT CARDAYDF-ARRV ASSIGN TO CARARRVL.
      *-------------
       DATA DIVISION.
      *-------------
           05  CAR-STOCK-N     PIC X(06).
           05  CAR-LOC-N       PIC X(03).
           05  CAR-EFFPR-N     PIC $$,$$$,$$9.99.
           05  CAR-HOLD-FLAG-N PIC X(01).
           05  CAR-HOLD-EXP-N  PIC 9(08).
           05  CAR-RECALL-FLAG-N PIC X(01).
           05  FILLER PIC X(04).
      *
       FD  CARDAYDF-OLDN RECORDING MODE F.
       01  OLDN-REC.
       FD  CARDAYDF-RPT RECORDING MODE F.
       01  DAYDF-RPT-LINE       PIC X(132).
      *
      * Type 'N' is a newly appearing car (old price zero), 'P' a
      * price drop with the price it dropped from; the hold flag is
      * 'H' while the car is held for a customer, the recall flag
      * 'R' while the car is under a stop-sale recall.
      *
       FD  CARDAYDF-ARRV RECORDING MODE F.
       01  ARRV-REC.
           05  ARV-TYPE          PIC X(01).
           05  ARV-CAR-NAME      PIC X(50).
           05  ARV-DEALER-CODE   PIC X(04).
           05  ARV-STOCK-NO      PIC X(06).
           05  ARV-LOT-LOC       PIC X(03).
           05  ARV-CATEGORY      PIC X(04).
           05  ARV-MODEL-YEAR    PIC 9(04).
           05  ARV-PRICE         PIC $$,$$$,$$9.99.
           05  ARV-OLD-PRICE     PIC $$,$$$,$$9.99.
           05  ARV-HOLD-FLAG     PIC X(01).
           05  ARV-RECALL-FLAG   PIC X(01).
               88  ARV-ON-RECALL          VALUE 'R'.
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
           05  WS-DROP-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-CHANGE-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-FLAG-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-ARRV-COUNT       PIC 9(07) COMP VALUE 0.
      *
      * A price move past this percentage either way gets the review
      * flag - big enough to pass normal repricing, small enough to
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           OPEN OUTPUT CARDAYDF-RPT
           OPEN OUTPUT CARDAYDF-ARRV
           WRITE DAYDF-RPT-LINE FROM WS-RPT-HEADING-1

           PERFORM CHECK-PRIOR-COPY

           PERFORM WRITE-COMPARE-TOTALS
           CLOSE CARDAYDF-RPT
           CLOSE CARDAYDF-ARRV
           GO TO CLOSE-STOP.
      *
      * The prior copy is absent on the very first run - note it on
           MOVE CAR-DEALER-N   TO WS-ADD-DEALER
           MOVE CAR-STOCK-N    TO WS-ADD-STOCK
           WRITE DAYDF-RPT-LINE FROM WS-ADD-LINE
           ADD 1 TO WS-ADD-COUNT
           MOVE 'N'    TO ARV-TYPE
           MOVE ZERO   TO ARV-OLD-PRICE
           PERFORM WRITE-ARRIVAL-RECORD.

       WRITE-DROPPED-LINE.
           MOVE CAR-NAME-O     TO WS-ADD-NAME
           END-IF

           WRITE DAYDF-RPT-LINE FROM WS-CHG-LINE
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-PRICE-DIFF < 0
               MOVE 'P'         TO ARV-TYPE
               MOVE CAR-PRICE-O TO ARV-OLD-PRICE
               PERFORM WRITE-ARRIVAL-RECORD
           END-IF.

       WRITE-ARRIVAL-RECORD.
           MOVE CAR-NAME-N      TO ARV-CAR-NAME
           MOVE CAR-DEALER-N    TO ARV-DEALER-CODE
           MOVE CAR-STOCK-N     TO ARV-STOCK-NO
           MOVE CAR-LOC-N       TO ARV-LOT-LOC
           MOVE CAR-CATEGORY-N  TO ARV-CATEGORY
           MOVE CAR-YEAR-N      TO ARV-MODEL-YEAR
           MOVE CAR-PRICE-N     TO ARV-PRICE
           MOVE CAR-HOLD-FLAG-N TO ARV-HOLD-FLAG
           MOVE CAR-RECALL-FLAG-N TO ARV-RECALL-FLAG
           WRITE ARRV-REC
           ADD 1 TO WS-ARRV-COUNT.

       WRITE-COMPARE-TOTALS.
           WRITE DAYDF-RPT-LINE FROM WS-RPT-BLANK
           WRITE DAYDF-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MOVES FLAGGED:          ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-FLAG-COUNT TO WS-RPT-TOTAL-ED
           WRITE DAYDF-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'ARRIVALS EXTRACTED:     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ARRV-COUNT TO WS-RPT-TOTAL-ED
           WRITE DAYDF-RPT-LINE FROM WS-RPT-TOTAL.

       CLOSE-STOP.
