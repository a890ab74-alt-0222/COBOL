      ******************************************************************
      * Final step of the nightly run - morning operations status.
      *
      * Reads every output the operator used to open one at a time -
      * the CARSORT run log, the CARBAL balancing report, the feed
      * exceptions, the price band review, the CARMSTUP suspense list,
      * the duplicate-name list and the maintenance totals - and
      * prints one status page: the count from each output, a flag
      * against anything out of balance or worth a look, and a single
      * verdict for the night:
      *
      *   RED   - the run is out of balance or an output is missing,
      *           so a step did not run; return code 8.
      *   AMBER - the run balances but something needs review
      *           (rejects, band warnings, held price changes,
      *           duplicates, a short location feed); return code 4.
      *   GREEN - nothing to do.
      *
      * Each location's feed count is also compared with its own
      * rolling average from the CARFDHST history this step keeps,
      * so a feed that arrives at half its usual size is flagged
      * even though it balances.
      ******************************************************************

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARSTAT.
       AUTHOR.        Eva W Lee.
      *------------------------------------------------------------
      * Modification History
      *
      *   2026-10-15  DWM  Original version - one-page morning status
      *                    across the nightly outputs with a GREEN/
      *                    AMBER/RED verdict and a rolling per-
      *                    location feed-count check.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Every nightly output is opened with a status so a missing
      * one - a step that never ran - shows on the page instead of
      * abending this step.
      *
           SELECT CARSORT-RUNLOG ASSIGN TO CARRNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CARBAL-RPT     ASSIGN TO CARBALRP
               FILE STATUS IS WS-BALRP-STATUS.
           SELECT CARSORT-EXCEPT ASSIGN TO CAREXCPT
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT CARSORT-BANDRV ASSIGN TO CARPBRVW
               FILE STATUS IS WS-BANDRV-STATUS.
           SELECT CARMSTUP-SUSRP ASSIGN TO CARSUSRP
               FILE STATUS IS WS-SUSRP-STATUS.
           SELECT CARSORT-DUPR   ASSIGN TO CARDUPR
               FILE STATUS IS WS-DUPR-STATUS.
           SELECT CARMAINT-RPT   ASSIGN TO CARMNTRP
               FILE STATUS IS WS-MNTRP-STATUS.
      *
      * Rolling feed-count history kept by this step - one record
      * per location with its last seven nights.  Missing on the
      * first run; rewritten in full at the end of every run.
      *
           SELECT CARSTAT-FDHIST ASSIGN TO CARFDHST
               FILE STATUS IS WS-FDHIST-STATUS.
           SELECT CARSTAT-RPT    ASSIGN TO CARSTARP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARSORT-RUNLOG RECORDING MODE F.
       01  RUNLOG-LINE.
           05  RL-LABEL          PIC X(18).
           05  RL-COUNT-ED       PIC ZZZ,ZZ9.
           05  FILLER PIC X(55).
      *
      * The per-location lines CARSORT writes reuse the same
      * label-plus-count layout - 'LOC xxx FEED' or 'LOC xxx
      * SORTED' in the label columns.
      *
       01  RUNLOG-LOC-LINE REDEFINES RUNLOG-LINE.
           05  RL-LOC-TAG        PIC X(04).
           05  RL-LOC-CODE       PIC X(03).
           05  FILLER PIC X(01).
           05  RL-LOC-KIND       PIC X(06).
           05  FILLER PIC X(04).
           05  RL-LOC-COUNT-ED   PIC ZZZ,ZZ9.
           05  FILLER PIC X(55).
      *
      * The run log's first line - the date and time CARSORT ran.
      *
       01  RUNLOG-HDR-LINE REDEFINES RUNLOG-LINE.
           05  RL-HDR-TAG        PIC X(16).
           05  FILLER PIC X(05).
           05  RL-HDR-DATE       PIC X(10).
           05  FILLER PIC X(49).
      *
      * CARBAL check lines carry the OK / *MISMATCH* status at col
      * 93; the last line is the overall result.
      *
       FD  CARBAL-RPT RECORDING MODE F.
       01  BALRP-LINE.
           05  BALRP-DESC        PIC X(52).
           05  FILLER PIC X(40).
           05  BALRP-STATUS      PIC X(10).
           05  FILLER PIC X(30).
       01  BALRP-RESULT-LINE REDEFINES BALRP-LINE.
           05  BALRP-RESULT      PIC X(48).
           05  FILLER PIC X(84).
      *
       FD  CARSORT-EXCEPT RECORDING MODE F.
       01  EXCEPT-LINE           PIC X(80).
      *
       FD  CARSORT-BANDRV RECORDING MODE F.
       01  BANDRV-LINE           PIC X(96).
      *
       FD  CARMSTUP-SUSRP RECORDING MODE F.
       01  SUSRP-LINE.
           05  SRP-TOTAL-LABEL   PIC X(26).
           05  SRP-TOTAL-ED      PIC ZZZ,ZZ9.
           05  FILLER PIC X(99).
      *
       FD  CARSORT-DUPR RECORDING MODE F.
       01  DUPR-LINE             PIC X(80).
      *
       FD  CARMAINT-RPT RECORDING MODE F.
       01  MAINT-RPT-LINE.
           05  MNT-TOTAL-LABEL   PIC X(24).
           05  MNT-TOTAL-ED      PIC ZZZ,ZZ9.
           05  FILLER PIC X(49).
      *
       FD  CARSTAT-FDHIST RECORDING MODE F.
       01  FDHIST-REC.
           05  FDH-LOC-CODE      PIC X(03).
           05  FDH-LAST-DATE     PIC 9(08).
           05  FDH-NIGHTS        PIC 9(02).
      *
      * Slot 1 is the most recent night.
      *
           05  FDH-NIGHT-COUNT   PIC 9(07) OCCURS 7 TIMES.
           05  FILLER PIC X(18).
      *
       FD  CARSTAT-RPT RECORDING MODE F.
       01  STAT-RPT-LINE         PIC X(132).
      *
      *----------------------
       WORKING-STORAGE SECTION.
      *----------------------
       01  WS-SWITCHES.
           05  WS-RUNLOG-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-RUNLOG-EOF           VALUE 'Y'.
           05  WS-BALRP-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-BALRP-EOF            VALUE 'Y'.
           05  WS-EXCEPT-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-EXCEPT-EOF           VALUE 'Y'.
           05  WS-BANDRV-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-BANDRV-EOF           VALUE 'Y'.
           05  WS-SUSRP-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-SUSRP-EOF            VALUE 'Y'.
           05  WS-DUPR-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-DUPR-EOF             VALUE 'Y'.
           05  WS-MNTRP-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-MNTRP-EOF            VALUE 'Y'.
           05  WS-FDHIST-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-FDHIST-EOF           VALUE 'Y'.
           05  WS-RUNLOG-FOUND-SW  PIC X(01) VALUE 'N'.
               88  WS-RUNLOG-FOUND         VALUE 'Y'.
           05  WS-BAL-RESULT-SW    PIC X(01) VALUE ' '.
               88  WS-BAL-IN-BALANCE       VALUE 'Y'.
               88  WS-BAL-OUT-OF-BALANCE   VALUE 'N'.
               88  WS-BAL-NO-RESULT        VALUE ' '.
           05  WS-HROW-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-HROW-FOUND           VALUE 'Y'.
           05  WS-HROW-FULL-SW     PIC X(01) VALUE 'N'.
               88  WS-HROW-TABLE-FULL      VALUE 'Y'.
      *
      * The night's verdict - raised, never lowered, as each item
      * is flagged.
      *
       01  WS-VERDICT-LEVEL        PIC 9(01) VALUE 0.
           88  WS-VERDICT-GREEN            VALUE 0.
           88  WS-VERDICT-AMBER            VALUE 1.
           88  WS-VERDICT-RED              VALUE 2.
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNLOG-STATUS    PIC X(02).
           05  WS-BALRP-STATUS     PIC X(02).
           05  WS-EXCEPT-STATUS    PIC X(02).
           05  WS-BANDRV-STATUS    PIC X(02).
           05  WS-SUSRP-STATUS     PIC X(02).
           05  WS-DUPR-STATUS      PIC X(02).
           05  WS-MNTRP-STATUS     PIC X(02).
           05  WS-FDHIST-STATUS    PIC X(02).
      *
      * Counts lifted from each output.
      *
       01  WS-RUNLOG-COUNTS.
           05  WS-RL-ELEC          PIC 9(07) COMP VALUE 0.
           05  WS-RL-HYB           PIC 9(07) COMP VALUE 0.
           05  WS-RL-SUV           PIC 9(07) COMP VALUE 0.
           05  WS-RL-SED           PIC 9(07) COMP VALUE 0.
           05  WS-RL-MERGE         PIC 9(07) COMP VALUE 0.
           05  WS-RL-SORTED        PIC 9(07) COMP VALUE 0.
           05  WS-RL-MASTER        PIC 9(07) COMP VALUE 0.
       01  WS-RL-RUN-DATE          PIC X(10) VALUE SPACES.
      *
       01  WS-OUTPUT-COUNTS.
           05  WS-BAL-CHECK-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-BAL-MISMATCH     PIC 9(07) COMP VALUE 0.
           05  WS-EXCEPT-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-BANDRV-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-SUS-HELD         PIC 9(07) COMP VALUE 0.
           05  WS-SUS-AGED         PIC 9(07) COMP VALUE 0.
           05  WS-SUS-APPROVED     PIC 9(07) COMP VALUE 0.
           05  WS-DUPR-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-MNT-ADDS         PIC 9(07) COMP VALUE 0.
           05  WS-MNT-CHANGES      PIC 9(07) COMP VALUE 0.
           05  WS-MNT-DELETES      PIC 9(07) COMP VALUE 0.
           05  WS-MNT-SOLD         PIC 9(07) COMP VALUE 0.
           05  WS-MNT-TRANSFERS    PIC 9(07) COMP VALUE 0.
           05  WS-MNT-REJECTED     PIC 9(07) COMP VALUE 0.
           05  WS-MNT-UNLOADED     PIC 9(07) COMP VALUE 0.
      *
      * Tonight's per-location feed counts from the run log.
      *
       01  WS-RLOC-TABLE.
           05  WS-RLOC-ENTRY OCCURS 10 TIMES.
               10  WS-RLOC-CODE      PIC X(03).
               10  WS-RLOC-FEED      PIC 9(07) COMP.
       01  WS-RLOC-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RLOC-SUB             PIC 9(04) COMP VALUE 0.
      *
      * The feed history as loaded, updated in place with tonight's
      * counts and written back at the end.
      *
       01  WS-HIST-TABLE.
           05  WS-HROW OCCURS 20 TIMES.
               10  WS-HR-LOC         PIC X(03).
               10  WS-HR-LAST-DATE   PIC 9(08).
               10  WS-HR-NIGHTS      PIC 9(02).
               10  WS-HR-COUNT       PIC 9(07) OCCURS 7 TIMES.
               10  WS-HR-TONIGHT     PIC 9(07).
       01  WS-HROW-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-HROW-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-HROW-SCAN            PIC 9(04) COMP VALUE 0.
       01  WS-SLOT-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-SLOT-FIRST           PIC 9(04) COMP VALUE 0.
       01  WS-HROW-WORK            PIC X(03).
      *
       01  WS-AVG-WORK.
           05  WS-AVG-SUM          PIC 9(09) COMP VALUE 0.
           05  WS-AVG-NIGHTS       PIC 9(04) COMP VALUE 0.
           05  WS-AVG-COUNT        PIC 9(07) COMP VALUE 0.
           05  WS-AVG-PCT          PIC 9(05) COMP VALUE 0.
      *
      * A location needs this many nights on file before its feed
      * is judged, and is flagged when tonight's count is under
      * this percent of its average.
      *
       01  WS-MIN-HIST-NIGHTS      PIC 9(02) VALUE 3.
       01  WS-SHORT-FEED-PCT       PIC 9(03) VALUE 50.
      *
       01  WS-RUN-DATE             PIC 9(08).
      *
      * CARBAL's closing line when the run fails its cross-foots.
      *
       01  WS-BAL-OUT-TEXT         PIC X(48)
           VALUE 'OUT OF BALANCE - HOLD THE DOWNSTREAM MAILER JOBS'.
      *
      * The page is built in this buffer and printed after the
      * verdict line, so the verdict can head the page.
      *
       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE OCCURS 60 TIMES PIC X(132).
       01  WS-PAGE-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-PAGE-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-PAGE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-PAGE-FULL                VALUE 'Y'.
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARSTAT MORNING OPERATIONS STATUS    '.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RPT-DATE-ED      PIC 9999/99/99.
      *
       01  WS-VERDICT-LINE.
           05  FILLER              PIC X(24)
               VALUE 'OVERALL VERDICT:       '.
           05  WS-VL-VERDICT       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-VL-TEXT          PIC X(60).
      *
       01  WS-RPT-HEADING-2.
           05  FILLER              PIC X(10) VALUE 'OUTPUT'.
           05  FILLER              PIC X(32) VALUE 'ITEM'.
           05  FILLER              PIC X(10) VALUE '  COUNT'.
           05  FILLER              PIC X(30) VALUE 'FLAG'.
      *
       01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.
      *
      * The caller loads the source, description, count and
      * severity before performing BUFFER-ITEM-LINE.  Severity R
      * or A flags the line and raises the verdict when the count
      * is not zero; blank is information only.
      *
       01  WS-ITEM-LINE.
           05  WS-IL-SOURCE        PIC X(10).
           05  WS-IL-DESC          PIC X(32).
           05  WS-IL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-IL-FLAG          PIC X(40).
       01  WS-ITEM-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-ITEM-SEVERITY        PIC X(01) VALUE SPACE.
      *
       01  WS-NOTE-LINE.
           05  WS-NL-SOURCE        PIC X(10).
           05  WS-NL-TEXT          PIC X(122).
      *
       01  WS-LOC-LINE.
           05  FILLER              PIC X(10) VALUE 'CARFDHST'.
           05  FILLER              PIC X(04) VALUE 'LOC '.
           05  WS-LL-LOC           PIC X(03).
           05  FILLER              PIC X(25)
               VALUE ' FEED TONIGHT / AVERAGE'.
           05  WS-LL-TONIGHT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE ' / '.
           05  WS-LL-AVERAGE       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LL-PCT           PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE '%  '.
           05  WS-LL-FLAG          PIC X(40).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       PROCESS-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE-ED

           PERFORM LOAD-RUNLOG-COUNTS
           PERFORM LOAD-BALANCE-RESULT
           PERFORM COUNT-EXCEPTIONS
           PERFORM COUNT-BAND-REVIEW
           PERFORM LOAD-SUSPENSE-TOTALS
           PERFORM COUNT-DUPLICATES
           PERFORM LOAD-MAINT-TOTALS
           PERFORM LOAD-FEED-HISTORY

           PERFORM BUILD-RUN-SECTION
           PERFORM BUILD-REVIEW-SECTION
           PERFORM BUILD-MAINT-SECTION
           PERFORM BUILD-FEED-SECTION

           PERFORM PRINT-STATUS-PAGE
           IF WS-RUNLOG-FOUND
               PERFORM SAVE-FEED-HISTORY
           END-IF
           GO TO CLOSE-STOP.
      *
      *----------------------------------------------------------------
      * Loading - each output is read once for its counts.
      *----------------------------------------------------------------
      *
       LOAD-RUNLOG-COUNTS.
           OPEN INPUT CARSORT-RUNLOG
           IF WS-RUNLOG-STATUS = '00'
               SET WS-RUNLOG-FOUND TO TRUE
               PERFORM LOAD-RUNLOG-LINE UNTIL WS-RUNLOG-EOF
               CLOSE CARSORT-RUNLOG
           END-IF.

       LOAD-RUNLOG-LINE.
           READ CARSORT-RUNLOG
               AT END
                   SET WS-RUNLOG-EOF TO TRUE
               NOT AT END
                   PERFORM PICK-RUNLOG-COUNT
           END-READ.

       PICK-RUNLOG-COUNT.
           EVALUATE RL-LABEL
               WHEN 'ELECTRIC (CARELEC)'
                   MOVE RL-COUNT-ED TO WS-RL-ELEC
               WHEN 'HYBRID   (CARHYB)'
                   MOVE RL-COUNT-ED TO WS-RL-HYB
               WHEN 'SUV      (CARSUV)'
                   MOVE RL-COUNT-ED TO WS-RL-SUV
               WHEN 'SEDAN/TRK (CARSED)'
                   MOVE RL-COUNT-ED TO WS-RL-SED
               WHEN 'MERGED RECORDS'
                   MOVE RL-COUNT-ED TO WS-RL-MERGE
               WHEN 'SORTED RECORDS'
                   MOVE RL-COUNT-ED TO WS-RL-SORTED
               WHEN 'MASTER RECORDS'
                   MOVE RL-COUNT-ED TO WS-RL-MASTER
               WHEN OTHER
                   IF RL-HDR-TAG = 'CARSORT RUN LOG '
                       MOVE RL-HDR-DATE TO WS-RL-RUN-DATE
                   END-IF
                   IF RL-LOC-TAG = 'LOC '
                   AND RL-LOC-KIND = 'FEED  '
                       PERFORM KEEP-RUNLOG-LOC-FEED
                   END-IF
           END-EVALUATE.

       KEEP-RUNLOG-LOC-FEED.
           IF WS-RLOC-COUNT < 10
               ADD 1 TO WS-RLOC-COUNT
               MOVE RL-LOC-CODE TO WS-RLOC-CODE(WS-RLOC-COUNT)
               MOVE RL-LOC-COUNT-ED TO WS-RLOC-FEED(WS-RLOC-COUNT)
           END-IF.
      *
      * The CARBAL result line is the authority; the mismatch lines
      * are counted so the page can say how many checks failed.  A
      * report with no result line means CARBAL did not finish.
      *
       LOAD-BALANCE-RESULT.
           OPEN INPUT CARBAL-RPT
           IF WS-BALRP-STATUS = '00'
               PERFORM LOAD-BALANCE-LINE UNTIL WS-BALRP-EOF
               CLOSE CARBAL-RPT
           END-IF.

       LOAD-BALANCE-LINE.
           READ CARBAL-RPT
               AT END
                   SET WS-BALRP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BALRP-STATUS = 'OK'
                           ADD 1 TO WS-BAL-CHECK-COUNT
                       WHEN BALRP-STATUS = '*MISMATCH*'
                           ADD 1 TO WS-BAL-CHECK-COUNT
                           ADD 1 TO WS-BAL-MISMATCH
                       WHEN BALRP-RESULT = 'RUN IS IN BALANCE'
                           SET WS-BAL-IN-BALANCE TO TRUE
                       WHEN BALRP-RESULT = WS-BAL-OUT-TEXT
                           SET WS-BAL-OUT-OF-BALANCE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       COUNT-EXCEPTIONS.
           OPEN INPUT CARSORT-EXCEPT
           IF WS-EXCEPT-STATUS = '00'
               PERFORM COUNT-EXCEPT-LINE UNTIL WS-EXCEPT-EOF
               CLOSE CARSORT-EXCEPT
           END-IF.

       COUNT-EXCEPT-LINE.
           READ CARSORT-EXCEPT
               AT END
                   SET WS-EXCEPT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXCEPT-COUNT
           END-READ.

       COUNT-BAND-REVIEW.
           OPEN INPUT CARSORT-BANDRV
           IF WS-BANDRV-STATUS = '00'
               PERFORM COUNT-BANDRV-LINE UNTIL WS-BANDRV-EOF
               CLOSE CARSORT-BANDRV
           END-IF.

       COUNT-BANDRV-LINE.
           READ CARSORT-BANDRV
               AT END
                   SET WS-BANDRV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BANDRV-COUNT
           END-READ.

       LOAD-SUSPENSE-TOTALS.
           OPEN INPUT CARMSTUP-SUSRP
           IF WS-SUSRP-STATUS = '00'
               PERFORM LOAD-SUSPENSE-LINE UNTIL WS-SUSRP-EOF
               CLOSE CARMSTUP-SUSRP
           END-IF.

       LOAD-SUSPENSE-LINE.
           READ CARMSTUP-SUSRP
               AT END
                   SET WS-SUSRP-EOF TO TRUE
               NOT AT END
                   EVALUATE SRP-TOTAL-LABEL
                       WHEN 'CHANGES HELD:'
                           MOVE SRP-TOTAL-ED TO WS-SUS-HELD
                       WHEN 'HELD ITEMS AGED OFF:'
                           MOVE SRP-TOTAL-ED TO WS-SUS-AGED
                       WHEN 'APPROVED CHANGES APPLIED:'
                           MOVE SRP-TOTAL-ED TO WS-SUS-APPROVED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       COUNT-DUPLICATES.
           OPEN INPUT CARSORT-DUPR
           IF WS-DUPR-STATUS = '00'
               PERFORM COUNT-DUPR-LINE UNTIL WS-DUPR-EOF
               CLOSE CARSORT-DUPR
           END-IF.

       COUNT-DUPR-LINE.
           READ CARSORT-DUPR
               AT END
                   SET WS-DUPR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUPR-COUNT
           END-READ.

       LOAD-MAINT-TOTALS.
           OPEN INPUT CARMAINT-RPT
           IF WS-MNTRP-STATUS = '00'
               PERFORM LOAD-MAINT-LINE UNTIL WS-MNTRP-EOF
               CLOSE CARMAINT-RPT
           END-IF.

       LOAD-MAINT-LINE.
           READ CARMAINT-RPT
               AT END
                   SET WS-MNTRP-EOF TO TRUE
               NOT AT END
                   EVALUATE MNT-TOTAL-LABEL
                       WHEN 'ADDS APPLIED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-ADDS
                       WHEN 'CHANGES APPLIED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-CHANGES
                       WHEN 'DELETES APPLIED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-DELETES
                       WHEN 'CARS SOLD:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-SOLD
                       WHEN 'TRANSFERS APPLIED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-TRANSFERS
                       WHEN 'TRANSACTIONS REJECTED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-REJECTED
                       WHEN 'MASTER RECORDS UNLOADED:'
                           MOVE MNT-TOTAL-ED TO WS-MNT-UNLOADED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-FEED-HISTORY.
           OPEN INPUT CARSTAT-FDHIST
           IF WS-FDHIST-STATUS = '00'
               PERFORM LOAD-FEED-HISTORY-REC UNTIL WS-FDHIST-EOF
               CLOSE CARSTAT-FDHIST
           END-IF.

       LOAD-FEED-HISTORY-REC.
           READ CARSTAT-FDHIST
               AT END
                   SET WS-FDHIST-EOF TO TRUE
               NOT AT END
                   IF WS-HROW-COUNT < 20
                   AND FDH-LOC-CODE NOT = SPACES
                       ADD 1 TO WS-HROW-COUNT
                       MOVE FDHIST-REC(1:62)
                           TO WS-HROW(WS-HROW-COUNT)(1:62)
                       MOVE 0 TO WS-HR-TONIGHT(WS-HROW-COUNT)
                   END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      * Page sections.
      *----------------------------------------------------------------
      *
       BUILD-RUN-SECTION.
           IF NOT WS-RUNLOG-FOUND
               MOVE 'CARRNLOG' TO WS-NL-SOURCE
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARRNLOG' TO WS-NL-SOURCE
               MOVE SPACES TO WS-NL-TEXT
               STRING 'CARSORT RUN OF ' DELIMITED BY SIZE
                      WS-RL-RUN-DATE DELIMITED BY SIZE
                   INTO WS-NL-TEXT
               PERFORM BUFFER-NOTE-LINE
               MOVE SPACE TO WS-ITEM-SEVERITY
               MOVE 'ELECTRIC FEED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-ELEC TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'HYBRID FEED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-HYB TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'SUV FEED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-SUV TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'SEDAN/TRUCK FEED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-SED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'MERGED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-MERGE TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'MASTER RECORDS' TO WS-IL-DESC
               MOVE WS-RL-MASTER TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'SORTED RECORDS' TO WS-IL-DESC
               MOVE WS-RL-SORTED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF

           MOVE 'CARBALRP' TO WS-NL-SOURCE
           IF WS-BALRP-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARBALRP' TO WS-IL-SOURCE
               MOVE SPACE TO WS-ITEM-SEVERITY
               MOVE 'BALANCE CHECKS RUN' TO WS-IL-DESC
               MOVE WS-BAL-CHECK-COUNT TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'R' TO WS-ITEM-SEVERITY
               MOVE 'BALANCE CHECKS FAILED' TO WS-IL-DESC
               MOVE WS-BAL-MISMATCH TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               EVALUATE TRUE
                   WHEN WS-BAL-IN-BALANCE
                       MOVE 'RUN IS IN BALANCE' TO WS-NL-TEXT
                   WHEN WS-BAL-OUT-OF-BALANCE
                       MOVE 'OUT OF BALANCE - MAILER JOBS HELD'
                           TO WS-NL-TEXT
                       PERFORM RAISE-TO-RED
                   WHEN OTHER
                       MOVE '** NO RESULT LINE - CARBAL DID NOT FINISH'
                           TO WS-NL-TEXT
                       PERFORM RAISE-TO-RED
               END-EVALUATE
               PERFORM BUFFER-NOTE-LINE
           END-IF
           PERFORM BUFFER-BLANK-LINE.

       BUILD-REVIEW-SECTION.
           MOVE 'CAREXCPT' TO WS-NL-SOURCE
           IF WS-EXCEPT-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CAREXCPT' TO WS-IL-SOURCE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'FEED RECORDS REJECTED' TO WS-IL-DESC
               MOVE WS-EXCEPT-COUNT TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF

           MOVE 'CARPBRVW' TO WS-NL-SOURCE
           IF WS-BANDRV-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARPBRVW' TO WS-IL-SOURCE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'PRICES OUTSIDE CARBANDS' TO WS-IL-DESC
               MOVE WS-BANDRV-COUNT TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF

           MOVE 'CARSUSRP' TO WS-NL-SOURCE
           IF WS-SUSRP-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARSUSRP' TO WS-IL-SOURCE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'PRICE CHANGES HELD' TO WS-IL-DESC
               MOVE WS-SUS-HELD TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'HELD ITEMS AGED OFF' TO WS-IL-DESC
               MOVE WS-SUS-AGED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE SPACE TO WS-ITEM-SEVERITY
               MOVE 'APPROVED CHANGES APPLIED' TO WS-IL-DESC
               MOVE WS-SUS-APPROVED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF

           MOVE 'CARDUPR' TO WS-NL-SOURCE
           IF WS-DUPR-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARDUPR' TO WS-IL-SOURCE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'DUPLICATE NAMES FLAGGED' TO WS-IL-DESC
               MOVE WS-DUPR-COUNT TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF
           PERFORM BUFFER-BLANK-LINE.

       BUILD-MAINT-SECTION.
           MOVE 'CARMNTRP' TO WS-NL-SOURCE
           IF WS-MNTRP-STATUS NOT = '00'
               PERFORM FLAG-MISSING-OUTPUT
           ELSE
               MOVE 'CARMNTRP' TO WS-IL-SOURCE
               MOVE SPACE TO WS-ITEM-SEVERITY
               MOVE 'ADDS APPLIED' TO WS-IL-DESC
               MOVE WS-MNT-ADDS TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'CHANGES APPLIED' TO WS-IL-DESC
               MOVE WS-MNT-CHANGES TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'DELETES APPLIED' TO WS-IL-DESC
               MOVE WS-MNT-DELETES TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'CARS SOLD' TO WS-IL-DESC
               MOVE WS-MNT-SOLD TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'TRANSFERS APPLIED' TO WS-IL-DESC
               MOVE WS-MNT-TRANSFERS TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'MASTER RECORDS UNLOADED' TO WS-IL-DESC
               MOVE WS-MNT-UNLOADED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
               MOVE 'A' TO WS-ITEM-SEVERITY
               MOVE 'TRANSACTIONS REJECTED' TO WS-IL-DESC
               MOVE WS-MNT-REJECTED TO WS-ITEM-COUNT
               PERFORM BUFFER-ITEM-LINE
           END-IF
           PERFORM BUFFER-BLANK-LINE.
      *
      * Tonight's feed per location against its rolling average.
      * Every location in the history is judged, so a lot whose
      * feed did not arrive at all reads as a zero count.  Without
      * a run log there is nothing to judge and the history is left
      * alone.
      *
       BUILD-FEED-SECTION.
           IF WS-RUNLOG-FOUND
               PERFORM POST-TONIGHT-FEED
                   VARYING WS-RLOC-SUB FROM 1 BY 1
                   UNTIL WS-RLOC-SUB > WS-RLOC-COUNT
               PERFORM JUDGE-LOCATION-FEED
                   VARYING WS-HROW-SUB FROM 1 BY 1
                   UNTIL WS-HROW-SUB > WS-HROW-COUNT
           END-IF.

       POST-TONIGHT-FEED.
           MOVE WS-RLOC-CODE(WS-RLOC-SUB) TO WS-HROW-WORK
           PERFORM LOCATE-HIST-ROW
           IF WS-HROW-FOUND
               MOVE WS-RLOC-FEED(WS-RLOC-SUB)
                   TO WS-HR-TONIGHT(WS-HROW-SCAN)
           END-IF.
      *
      * Finds or opens the history row for the staged location -
      * left in WS-HROW-SCAN.  A location past the table's end is
      * not tracked and says so once.
      *
       LOCATE-HIST-ROW.
           MOVE 'N' TO WS-HROW-FOUND-SW
           PERFORM SCAN-HIST-ROW
               VARYING WS-HROW-SUB FROM 1 BY 1
               UNTIL WS-HROW-FOUND
               OR WS-HROW-SUB > WS-HROW-COUNT
           IF NOT WS-HROW-FOUND
               IF WS-HROW-COUNT < 20
                   ADD 1 TO WS-HROW-COUNT
                   MOVE WS-HROW-COUNT TO WS-HROW-SCAN
                   MOVE WS-HROW-WORK TO WS-HR-LOC(WS-HROW-SCAN)
                   MOVE 0 TO WS-HR-LAST-DATE(WS-HROW-SCAN)
                   MOVE 0 TO WS-HR-NIGHTS(WS-HROW-SCAN)
                   MOVE 0 TO WS-HR-TONIGHT(WS-HROW-SCAN)
                   SET WS-HROW-FOUND TO TRUE
               ELSE
                   IF NOT WS-HROW-TABLE-FULL
                       SET WS-HROW-TABLE-FULL TO TRUE
                       DISPLAY "CARSTAT FEED HISTORY FULL AT 20 "
                           "LOCATIONS - LATER LOCATIONS NOT TRACKED"
                   END-IF
               END-IF
           END-IF.
      *
      * The loop's VARYING steps the subscript past the matched row
      * before the UNTIL test, so the match is captured here.
      *
       SCAN-HIST-ROW.
           IF WS-HR-LOC(WS-HROW-SUB) = WS-HROW-WORK
               SET WS-HROW-FOUND TO TRUE
               MOVE WS-HROW-SUB TO WS-HROW-SCAN
           END-IF.
      *
      * The average is taken over the nights on file before
      * tonight - when the history already holds tonight (a rerun
      * the same day), that slot is left out and then replaced,
      * so a rerun neither judges a night against itself nor counts
      * it twice.
      *
       JUDGE-LOCATION-FEED.
           IF WS-HR-LAST-DATE(WS-HROW-SUB) = WS-RUN-DATE
               MOVE 2 TO WS-SLOT-FIRST
           ELSE
               MOVE 1 TO WS-SLOT-FIRST
           END-IF
           MOVE 0 TO WS-AVG-SUM
           MOVE 0 TO WS-AVG-NIGHTS
           PERFORM SUM-HIST-SLOT
               VARYING WS-SLOT-SUB FROM WS-SLOT-FIRST BY 1
               UNTIL WS-SLOT-SUB > WS-HR-NIGHTS(WS-HROW-SUB)
           IF WS-AVG-NIGHTS > 0
               COMPUTE WS-AVG-COUNT ROUNDED
                   = WS-AVG-SUM / WS-AVG-NIGHTS
           ELSE
               MOVE 0 TO WS-AVG-COUNT
           END-IF

           MOVE WS-HR-LOC(WS-HROW-SUB)     TO WS-LL-LOC
           MOVE WS-HR-TONIGHT(WS-HROW-SUB) TO WS-LL-TONIGHT
           MOVE WS-AVG-COUNT               TO WS-LL-AVERAGE
           IF WS-AVG-COUNT > 0
               COMPUTE WS-AVG-PCT ROUNDED
                   = WS-HR-TONIGHT(WS-HROW-SUB) * 100 / WS-AVG-COUNT
           ELSE
               MOVE 0 TO WS-AVG-PCT
           END-IF
           MOVE WS-AVG-PCT TO WS-LL-PCT
           EVALUATE TRUE
               WHEN WS-AVG-NIGHTS < WS-MIN-HIST-NIGHTS
                   MOVE 'BUILDING HISTORY' TO WS-LL-FLAG
               WHEN WS-HR-TONIGHT(WS-HROW-SUB) * 100
                       < WS-AVG-COUNT * WS-SHORT-FEED-PCT
                   MOVE '*  AMBER - SHORT FEED' TO WS-LL-FLAG
                   PERFORM RAISE-TO-AMBER
               WHEN OTHER
                   MOVE SPACES TO WS-LL-FLAG
           END-EVALUATE
           MOVE WS-LOC-LINE TO WS-NOTE-LINE
           PERFORM BUFFER-PAGE-LINE
           PERFORM ROLL-HIST-ROW.

       SUM-HIST-SLOT.
           ADD WS-HR-COUNT(WS-HROW-SUB, WS-SLOT-SUB) TO WS-AVG-SUM
           ADD 1 TO WS-AVG-NIGHTS.

       ROLL-HIST-ROW.
           IF WS-HR-LAST-DATE(WS-HROW-SUB) NOT = WS-RUN-DATE
               PERFORM SHIFT-HIST-SLOT
                   VARYING WS-SLOT-SUB FROM 7 BY -1
                   UNTIL WS-SLOT-SUB < 2
               IF WS-HR-NIGHTS(WS-HROW-SUB) < 7
                   ADD 1 TO WS-HR-NIGHTS(WS-HROW-SUB)
               END-IF
               MOVE WS-RUN-DATE TO WS-HR-LAST-DATE(WS-HROW-SUB)
           END-IF
           MOVE WS-HR-TONIGHT(WS-HROW-SUB)
               TO WS-HR-COUNT(WS-HROW-SUB, 1).

       SHIFT-HIST-SLOT.
           MOVE WS-HR-COUNT(WS-HROW-SUB, WS-SLOT-SUB - 1)
               TO WS-HR-COUNT(WS-HROW-SUB, WS-SLOT-SUB).
      *
      *----------------------------------------------------------------
      * Line building and the verdict.
      *----------------------------------------------------------------
      *
       FLAG-MISSING-OUTPUT.
           MOVE '** RED - OUTPUT MISSING, STEP DID NOT RUN'
               TO WS-NL-TEXT
           PERFORM BUFFER-NOTE-LINE
           PERFORM RAISE-TO-RED.

       BUFFER-ITEM-LINE.
           MOVE WS-ITEM-COUNT TO WS-IL-COUNT
           MOVE SPACES TO WS-IL-FLAG
           IF WS-ITEM-COUNT > 0
               IF WS-ITEM-SEVERITY = 'R'
                   MOVE '** RED - OUT OF BALANCE' TO WS-IL-FLAG
                   PERFORM RAISE-TO-RED
               END-IF
               IF WS-ITEM-SEVERITY = 'A'
                   MOVE '*  AMBER - REVIEW' TO WS-IL-FLAG
                   PERFORM RAISE-TO-AMBER
               END-IF
           END-IF
           MOVE WS-ITEM-LINE TO WS-NOTE-LINE
           PERFORM BUFFER-PAGE-LINE
           MOVE SPACES TO WS-IL-SOURCE.

       BUFFER-NOTE-LINE.
           PERFORM BUFFER-PAGE-LINE.

       BUFFER-BLANK-LINE.
           MOVE SPACES TO WS-NOTE-LINE
           PERFORM BUFFER-PAGE-LINE.

       BUFFER-PAGE-LINE.
           IF WS-PAGE-COUNT < 60
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-NOTE-LINE TO WS-PAGE-LINE(WS-PAGE-COUNT)
           ELSE
               SET WS-PAGE-FULL TO TRUE
           END-IF.

       RAISE-TO-AMBER.
           IF WS-VERDICT-GREEN
               SET WS-VERDICT-AMBER TO TRUE
           END-IF.

       RAISE-TO-RED.
           SET WS-VERDICT-RED TO TRUE.

       PRINT-STATUS-PAGE.
           EVALUATE TRUE
               WHEN WS-VERDICT-RED
                   MOVE 'RED' TO WS-VL-VERDICT
                   MOVE 'OUT OF BALANCE OR INCOMPLETE - HOLD RELEASES'
                       TO WS-VL-TEXT
               WHEN WS-VERDICT-AMBER
                   MOVE 'AMBER' TO WS-VL-VERDICT
                   MOVE 'RUN BALANCES - FLAGGED ITEMS NEED REVIEW'
                       TO WS-VL-TEXT
               WHEN OTHER
                   MOVE 'GREEN' TO WS-VL-VERDICT
                   MOVE 'RUN IS CLEAN' TO WS-VL-TEXT
           END-EVALUATE
           OPEN OUTPUT CARSTAT-RPT
           WRITE STAT-RPT-LINE FROM WS-RPT-HEADING-1
           WRITE STAT-RPT-LINE FROM WS-RPT-BLANK
           WRITE STAT-RPT-LINE FROM WS-VERDICT-LINE
           WRITE STAT-RPT-LINE FROM WS-RPT-BLANK
           WRITE STAT-RPT-LINE FROM WS-RPT-HEADING-2
           PERFORM PRINT-PAGE-LINE
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
           IF WS-PAGE-FULL
               MOVE 'PAGE FULL - LATER LINES NOT SHOWN' TO STAT-RPT-LINE
               WRITE STAT-RPT-LINE
           END-IF
           CLOSE CARSTAT-RPT
           DISPLAY "CARSTAT NIGHTLY RUN VERDICT: " WS-VL-VERDICT.

       PRINT-PAGE-LINE.
           WRITE STAT-RPT-LINE FROM WS-PAGE-LINE(WS-PAGE-SUB).

       SAVE-FEED-HISTORY.
           OPEN OUTPUT CARSTAT-FDHIST
           PERFORM SAVE-FEED-HISTORY-REC
               VARYING WS-HROW-SUB FROM 1 BY 1
               UNTIL WS-HROW-SUB > WS-HROW-COUNT
           CLOSE CARSTAT-FDHIST.

       SAVE-FEED-HISTORY-REC.
           MOVE SPACES TO FDHIST-REC
           MOVE WS-HROW(WS-HROW-SUB)(1:62) TO FDHIST-REC(1:62)
           WRITE FDHIST-REC.

       CLOSE-STOP.
           EVALUATE TRUE
               WHEN WS-VERDICT-RED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VERDICT-AMBER
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "STOPPING PROGRAM".
           STOP RUN.
