      * morning's CARLIST-SORTED and writes a response listing with
      * the price, category and budget/mid/luxury tier for every
      * match - the same model from two dealers answers with both
      * cars, a car held for a customer is marked ON HOLD with its
      * expiry, and a car under a recall stop-sale shows RECALL.
      * Names that do not match print in a not-found section
      * together with their closest alphabetical neighbours so the
      * agent can spot a misspelling.  Run in the morning and again
      * at midday.
      *   2026-09-02  DWM  A whole-dollar tier max now covers its
      *                    full dollar of cents, matching the rule
      *                    in every other CARTIERS reader.
      *   2026-10-15  DWM  Mark a car held for a customer ON HOLD
      *                    with the hold's expiry under its quote
      *                    line, so the agent does not promise it
      *                    to a second caller.
      *   2026-10-15  DWM  Show RECALL at the end of the quote line
      *                    of a car under a manufacturer recall
      *                    stop-sale, so the agent does not quote a
      *                    car that cannot be sold until repaired.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  CAR-STOCK-Q     PIC X(06).
           05  CAR-LOC-Q       PIC X(03).
           05  CAR-EFFPR-Q     PIC $$,$$$,$$9.99.
           05  CAR-HOLD-FLAG-Q PIC X(01).
           05  CAR-HOLD-EXP-Q  PIC 9(08).
           05  CAR-RECALL-FLAG-Q PIC X(01).
           05  FILLER PIC X(04).
      *
       FD  CARQUOTE-REQ RECORDING MODE F.
       01  QREQ-REC.
               10  WS-LIST-STOCK     PIC X(06).
               10  WS-LIST-LOC       PIC X(03).
               10  WS-LIST-EFFPR     PIC $$,$$$,$$9.99.
               10  WS-LIST-HOLD-FLAG PIC X(01).
               10  WS-LIST-HOLD-EXP  PIC 9(08).
               10  WS-LIST-RECALL-FLAG PIC X(01).
       01  WS-LIST-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-FIND-POINT           PIC 9(05) COMP VALUE 0.
       01  WS-SCAN-SUB             PIC 9(05) COMP VALUE 0.
       01  WS-COUNTERS.
           05  WS-REQ-COUNT        PIC 9(07) COMP VALUE 0.
           05  WS-MATCH-COUNT      PIC 9(07) COMP VALUE 0.
           05  WS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-RECALL-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-NOTFND-COUNT     PIC 9(07) COMP VALUE 0.
      *
       01  WS-AMOUNTS.
           05  WS-ML-STOCK         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ML-LOC           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ML-RECALL        PIC X(06).
      *
       01  WS-HOLD-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'ON HOLD UNTIL '.
           05  WS-HL-EXPIRY-ED     PIC 9999/99/99.
      *
       01  WS-NOTFND-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
                           TO WS-LIST-LOC(WS-LIST-COUNT)
                       MOVE CAR-EFFPR-Q
                           TO WS-LIST-EFFPR(WS-LIST-COUNT)
                       MOVE CAR-HOLD-FLAG-Q
                           TO WS-LIST-HOLD-FLAG(WS-LIST-COUNT)
                       MOVE CAR-HOLD-EXP-Q
                           TO WS-LIST-HOLD-EXP(WS-LIST-COUNT)
                       MOVE CAR-RECALL-FLAG-Q
                           TO WS-LIST-RECALL-FLAG(WS-LIST-COUNT)
                   ELSE
                       SET WS-LIST-TABLE-FULL TO TRUE
                   END-IF
           MOVE WS-LIST-PRICE(WS-SCAN-SUB)    TO WS-PRICE-NUM
           PERFORM FIND-PRICE-TIER
           MOVE WS-TIER-NAME-FOUND TO WS-ML-TIER
           IF WS-LIST-RECALL-FLAG(WS-SCAN-SUB) = 'R'
               MOVE 'RECALL' TO WS-ML-RECALL
               ADD 1 TO WS-RECALL-COUNT
           ELSE
               MOVE SPACES   TO WS-ML-RECALL
           END-IF
           WRITE QRESP-LINE FROM WS-MATCH-LINE
           ADD 1 TO WS-MATCH-COUNT
           IF WS-LIST-HOLD-FLAG(WS-SCAN-SUB) = 'H'
               MOVE WS-LIST-HOLD-EXP(WS-SCAN-SUB) TO WS-HL-EXPIRY-ED
               WRITE QRESP-LINE FROM WS-HOLD-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           ADD 1 TO WS-SCAN-SUB.

       ANSWER-NOTFND-REQUEST.
           MOVE 'QUOTES RETURNED:    ' TO WS-TL-LABEL
           MOVE WS-MATCH-COUNT TO WS-TL-COUNT
           WRITE QRESP-LINE FROM WS-TOTAL-LINE
           MOVE 'QUOTED CARS ON HOLD:' TO WS-TL-LABEL
           MOVE WS-HELD-COUNT TO WS-TL-COUNT
           WRITE QRESP-LINE FROM WS-TOTAL-LINE
           MOVE 'QUOTED STOP-SALE:   ' TO WS-TL-LABEL
           MOVE WS-RECALL-COUNT TO WS-TL-COUNT
           WRITE QRESP-LINE FROM WS-TOTAL-LINE
           MOVE 'NAMES NOT FOUND:    ' TO WS-TL-LABEL
           MOVE WS-NOTFND-COUNT TO WS-TL-COUNT
           WRITE QRESP-LINE FROM WS-TOTAL-LINE.
