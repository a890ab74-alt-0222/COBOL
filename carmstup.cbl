      *
      * Applies tonight's merged, validated feed records against the
      * persistent indexed vehicle master as add/change transactions,
      * applies delete requests from the CARMDEL control file and
      * inter-lot transfers from the CARMXFER file, keeps the
      * customer hold file in step with the sales floor's CARHLDTX
      * transactions, puts the CARMKDN markdown proposals through
      * the same price-change screen as the feed, keeps the CARCOST
      * per-car cost ledger from the purchase and reconditioning
      * feeds, flags every car a manufacturer's CARRCLBL recall
      * bulletin covers as stop-sale on the CARRCLEX exposure file,
      * writes a maintenance report of everything
      * applied and rejected, and unloads the updated master to a
      * flat work file for the sort.
      * Because the master is persistent, a short or missing feed no
      * longer makes cars vanish from the sorted list - they stay on
      * the master until an explicit delete request retires them.
      *                    suspense entry before printing an
      *                    APPRVD line so the HELD column never
      *                    shows another car's hold date.
      *   2026-10-15  DWM  Apply inter-lot transfers from the
      *                    CARMXFER file - the car is re-keyed from
      *                    its old lot/location to the new one with
      *                    its date added, price and category kept,
      *                    one TRANSFER audit record carries both
      *                    locations, and the CARXFRRP listing shows
      *                    the lot managers what moved.
      *   2026-10-15  DWM  Keep the CARHOLD customer hold file -
      *                    place and release holds from the sales
      *                    floor's CARHLDTX transactions, expire
      *                    lapsed holds every night, close a hold
      *                    when its car is sold or deleted, carry
      *                    it across a transfer, and stamp the hold
      *                    flag and expiry on every unloaded car so
      *                    the mailers and the website leave held
      *                    cars out.
      *   2026-10-15  DWM  Apply the CARMKDN markdown proposals off
      *                    CARMKDTX through the feed's price-change
      *                    screen, so a deep cut still waits in
      *                    CARSUSPN for a CARAPPRV approval; an
      *                    applied markdown is audited with source
      *                    MARKDOWN and its rule days kept on the
      *                    master so the same step is not taken
      *                    twice, and the feed can no longer put a
      *                    marked-down car back up to its old price.
      *   2026-10-15  DWM  Keep the CARCOST per-car cost ledger -
      *                    post what was paid for each car off the
      *                    CARPURTX purchase feed and the repair-order
      *                    charges off the CARRCNTX reconditioning
      *                    feed, close the ledger when the car is
      *                    sold or deleted, carry it across a
      *                    transfer, and put the car's total cost on
      *                    its CARSOLDH sold history record for the
      *                    CARGPRPT gross profit report.
      *   2026-10-15  DWM  Match the manufacturers' recall bulletins
      *                    off CARRCLBL against the master every
      *                    night - each car a bulletin covers gets
      *                    an open stop-sale record on the CARRCLEX
      *                    exposure file, lifted by a CARRCLTX
      *                    clearance once the repair is done, carried
      *                    across a transfer and closed when the car
      *                    leaves the lot.  Every unloaded car with a
      *                    stop-sale open carries the recall flag, so
      *                    the mailers and the website leave it out.
      *   2026-10-15  DWM  Log every repair order posted to the cost
      *                    ledger on the CARRCNLG file and turn back
      *                    any repair order already on it, not just
      *                    a repeat of the car's latest one, so a
      *                    re-sent CARRCNTX batch cannot charge the
      *                    same repairs twice.
      *------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT CARMAINT-DEL ASSIGN TO CARMDEL
               FILE STATUS IS WS-DEL-STATUS.
      *
      * Inter-lot transfers - car name, dealer code, stock number,
      * the lot it is leaving and the lot it is going to.  Optional;
      * absent on a night when nothing moved.  CARXFRRP lists every
      * transfer moved or rejected for the two lot managers.
      *
           SELECT CARMAINT-XFER ASSIGN TO CARMXFER
               FILE STATUS IS WS-XFER-STATUS.
           SELECT CARMAINT-XFRRP ASSIGN TO CARXFRRP.
      *
      * Sold-vehicle transactions from the sales office - car name,
      * dealer code, stock number, the actual sale price and the sale
      * date.  Optional; absent on a night with no sales.  Each one
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
      *
      * Customer holds - one record per car, keyed like the master,
      * carrying the customer reference, the selling agent, the
      * expiry date and where the hold stands.  A closed hold
      * (expired, released or sold) stays on file for the CARHOLDL
      * listing until the purge days pass, then comes off.
      *
           SELECT CARHOLD-FILE ASSIGN TO CARHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CAR-KEY
               FILE STATUS IS WS-HLD-STATUS.
      *
      * Hold transactions from the sales floor - place or release a
      * hold on one car for one customer.  Optional; absent on a
      * night when no holds were taken or dropped.
      *
           SELECT CARHOLD-TXN ASSIGN TO CARHLDTX
               FILE STATUS IS WS-HTX-STATUS.
      *
      * Per-car cost ledger - one record per car, keyed like the
      * master, carrying what was paid for it and the repair-order
      * charges run up getting it ready to sell.  The dealer plus
      * stock number inside the key is also an alternate key, since
      * the service department's repair orders only know the stock
      * number.  A sold or deleted car's record stays on file closed
      * so the gross profit report can split its cost.
      *
           SELECT CARCOST-FILE ASSIGN TO CARCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CAR-KEY
               ALTERNATE RECORD KEY IS CST-STOCK-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CST-STATUS.
      *
      * Purchase transactions from the buying office - the car's
      * key, what was paid for it, the date and the purchase
      * reference.  Optional; absent on a night with no purchases.
      *
           SELECT CARPURCH-TXN ASSIGN TO CARPURTX
               FILE STATUS IS WS-PTX-STATUS.
      *
      * Reconditioning charges from the service department - one
      * closed repair order per record against the dealer code and
      * stock number.  Optional; absent on a night with no repair
      * orders closed.
      *
           SELECT CARRECON-TXN ASSIGN TO CARRCNTX
               FILE STATUS IS WS-RTX-STATUS.
      *
      * Repair-order log - one record per repair order ever posted
      * to the cost ledger, keyed on the dealer code, stock number
      * and RO number, so a repair order sent again, on its own or
      * in a re-sent batch, is never charged to the car twice.
      * Never purged.
      *
           SELECT CARRCNLG-FILE ASSIGN TO CARRCNLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROL-KEY
               FILE STATUS IS WS-ROL-STATUS.
      *
      * Manufacturer recall bulletins kept by the service manager -
      * recall number, a car name pattern, a model year range and a
      * category, any of which may be left open.  Loaded to a table
      * and matched against the whole master every night.  Optional;
      * no file means no recalls in force.
      *
           SELECT OPTIONAL CARRECALL-BLTN ASSIGN TO CARRCLBL.
      *
      * Recall exposures - one record per car per recall, keyed on
      * the master key plus the recall number.  An open record is a
      * stop-sale; a cleared one, or one whose car has left the lot,
      * stays on file so the same bulletin does not flag the car a
      * second time.
      *
           SELECT CARRECALL-FILE ASSIGN TO CARRCLEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCX-KEY
               FILE STATUS IS WS-RCX-STATUS.
      *
      * Recall clearances from the service department - the car's
      * key and the recall number once the repair is done.
      * Optional; absent on a night with no recall work closed.
      *
           SELECT CARRECALL-TXN ASSIGN TO CARRCLTX
               FILE STATUS IS WS-RCT-STATUS.
      *
      * Markdown proposals written by CARMKDN off the pricing desk's
      * rules - one price cut per aged car.  Optional; absent on a
      * night when nothing came due.
      *
           SELECT CARMKDN-TXN ASSIGN TO CARMKDTX
               FILE STATUS IS WS-MKT-STATUS.
      *
      * Maintenance report - one line per transaction applied or
      * rejected, plus summary counts for the operators.
      *
      * the car has been sitting on the lot.
      *
           05  MST-DATE-ADDED    PIC 9(08).
      *
      * Days-on-lot step of the last markdown applied to the car -
      * zero until the pricing desk's rules first mark it down.
      * CARMKDN only proposes a rule with a higher step, so each
      * step is taken once.
      *
           05  MST-MKDN-DAYS     PIC 9(03).
           05  FILLER PIC X(01).
      *
       FD  CARMAINT-DEL RECORDING MODE F.
       01  DEL-REQUEST.
           05  DEL-STOCK-NO      PIC X(06).
           05  DEL-LOT-LOC       PIC X(03).
           05  FILLER PIC X(17).
      *
       FD  CARMAINT-XFER RECORDING MODE F.
       01  XFER-REQUEST.
           05  XFR-CAR-NAME      PIC X(50).
           05  XFR-DEALER-CODE   PIC X(04).
           05  XFR-STOCK-NO      PIC X(06).
           05  XFR-FROM-LOC      PIC X(03).
           05  XFR-TO-LOC        PIC X(03).
           05  FILLER PIC X(14).
      *
       FD  CARMAINT-XFRRP RECORDING MODE F.
       01  XFRRP-LINE            PIC X(132).
      *
       FD  CARSALES-TXN RECORDING MODE F.
       01  SALES-TXN.
           05  SOLD-SALE-PRICE   PIC $$,$$$,$$9.99.
           05  SOLD-SALE-DATE    PIC 9(08).
           05  SOLD-RUN-DATE     PIC 9(08).
      *
      * Acquisition plus reconditioning cost off the CARCOST ledger
      * as the car left the lot - the flag is 'Y' when the ledger
      * held a cost for the car, 'N' when it did not.  Sales written
      * before the ledger existed carry spaces here.
      *
           05  SOLD-TOTAL-COST   PIC S9(07)V99 COMP-3.
           05  SOLD-COST-FLAG    PIC X(01).
               88  SOLD-COST-KNOWN        VALUE 'Y'.
           05  FILLER PIC X(01).
      *
       FD  CARMAINT-AUDIT.
       01  AUDIT-REC.
               10  AUD-NEW-PRICE     PIC X(13).
               10  AUD-NEW-CATEGORY  PIC X(04).
               10  AUD-NEW-YEAR      PIC X(04).
      *
      * The lot a TRANSFER moved the car from - the key carries the
      * lot it moved to.  Spaces on every other action.
      *
           05  AUD-FROM-LOC      PIC X(03).
      *
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
      *
      * The night the hold was placed or last changed status - for
      * a closed hold, the night it closed.
      *
           05  HLD-STATUS-DATE   PIC 9(08).
           05  FILLER PIC X(12).
      *
      * Action 'H' places a hold, or extends it when the same
      * customer already holds the car; 'R' releases it.  A blank
      * expiry on a place takes the default hold days.
      *
       FD  CARHOLD-TXN RECORDING MODE F.
       01  HOLD-TXN.
           05  HTX-ACTION        PIC X(01).
               88  HTX-PLACE-HOLD         VALUE 'H'.
               88  HTX-RELEASE-HOLD       VALUE 'R'.
           05  HTX-CAR-NAME      PIC X(50).
           05  HTX-DEALER-CODE   PIC X(04).
           05  HTX-STOCK-NO      PIC X(06).
           05  HTX-LOT-LOC       PIC X(03).
           05  HTX-CUST-REF      PIC X(12).
           05  HTX-AGENT         PIC X(08).
           05  HTX-EXPIRY-DATE   PIC 9(08).
           05  HTX-EXPIRY-DATE-X REDEFINES HTX-EXPIRY-DATE PIC X(08).
           05  FILLER PIC X(08).
      *
       FD  CARCOST-FILE.
       01  COST-REC.
           05  CST-CAR-KEY.
               10  CST-CAR-NAME      PIC X(50).
               10  CST-STOCK-KEY.
                   15  CST-DEALER-CODE   PIC X(04).
                   15  CST-STOCK-NO      PIC X(06).
               10  CST-LOT-LOC       PIC X(03).
           05  CST-STATUS        PIC X(01).
               88  CST-IS-OPEN            VALUE 'O'.
               88  CST-IS-SOLD            VALUE 'S'.
               88  CST-IS-DELETED         VALUE 'D'.
           05  CST-ACQ-COST      PIC S9(07)V99 COMP-3.
           05  CST-ACQ-DATE      PIC 9(08).
           05  CST-ACQ-REF       PIC X(10).
           05  CST-RECON-COST    PIC S9(07)V99 COMP-3.
           05  CST-RECON-COUNT   PIC 9(03).
           05  CST-LAST-RO-NO    PIC X(08).
           05  CST-LAST-RO-DATE  PIC 9(08).
      *
      * The night the record was opened or last changed status - for
      * a closed record, the night the car was sold or deleted.
      *
           05  CST-STATUS-DATE   PIC 9(08).
           05  FILLER PIC X(01).
      *
       FD  CARPURCH-TXN RECORDING MODE F.
       01  PURCH-TXN.
           05  PTX-CAR-NAME      PIC X(50).
           05  PTX-DEALER-CODE   PIC X(04).
           05  PTX-STOCK-NO      PIC X(06).
           05  PTX-LOT-LOC       PIC X(03).
           05  PTX-COST          PIC $$,$$$,$$9.99.
           05  PTX-COST-RAW REDEFINES PTX-COST PIC X(13).
           05  PTX-PURCH-DATE    PIC 9(08).
           05  PTX-PURCH-DATE-X REDEFINES PTX-PURCH-DATE PIC X(08).
           05  PTX-PURCH-REF     PIC X(10).
           05  FILLER PIC X(06).
      *
       FD  CARRECON-TXN RECORDING MODE F.
       01  RECON-TXN.
           05  RTX-DEALER-CODE   PIC X(04).
           05  RTX-STOCK-NO      PIC X(06).
           05  RTX-RO-NO         PIC X(08).
           05  RTX-RO-DATE       PIC 9(08).
           05  RTX-RO-DATE-X REDEFINES RTX-RO-DATE PIC X(08).
           05  RTX-AMOUNT        PIC $$,$$$,$$9.99.
           05  RTX-AMOUNT-RAW REDEFINES RTX-AMOUNT PIC X(13).
           05  RTX-DESC          PIC X(30).
           05  FILLER PIC X(31).
      *
       FD  CARRCNLG-FILE.
       01  RO-LOG-REC.
           05  ROL-KEY.
               10  ROL-DEALER-CODE   PIC X(04).
               10  ROL-STOCK-NO      PIC X(06).
               10  ROL-RO-NO         PIC X(08).
           05  ROL-CAR-NAME      PIC X(50).
           05  ROL-LOT-LOC       PIC X(03).
           05  ROL-RO-DATE       PIC 9(08).
           05  ROL-AMOUNT        PIC S9(07)V99 COMP-3.
           05  ROL-POST-DATE     PIC 9(08).
           05  FILLER PIC X(08).
      *
      * A blank pattern, category or year bound leaves that test
      * open.  The pattern is looked for anywhere in the car name,
      * spelled as the name is carried on the master.
      *
       FD  CARRECALL-BLTN RECORDING MODE F.
       01  RECALL-BLTN.
           05  RCB-RECALL-NO     PIC X(10).
           05  RCB-NAME-PATTERN  PIC X(30).
           05  RCB-YEAR-FROM     PIC 9(04).
           05  RCB-YEAR-FROM-X REDEFINES RCB-YEAR-FROM PIC X(04).
           05  RCB-YEAR-TO       PIC 9(04).
           05  RCB-YEAR-TO-X REDEFINES RCB-YEAR-TO PIC X(04).
           05  RCB-CATEGORY      PIC X(04).
           05  RCB-ISSUE-DATE    PIC 9(08).
           05  RCB-ISSUE-DATE-X REDEFINES RCB-ISSUE-DATE PIC X(08).
           05  RCB-DESC          PIC X(20).
      *
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
      *
      * The night the record was opened or last changed status - for
      * a cleared record, the night the clearance was applied.
      *
           05  RCX-STATUS-DATE   PIC 9(08).
           05  RCX-CLEAR-DATE    PIC 9(08).
           05  RCX-CLEAR-REF     PIC X(10).
           05  RCX-DESC          PIC X(20).
           05  FILLER PIC X(04).
      *
       FD  CARRECALL-TXN RECORDING MODE F.
       01  RECALL-TXN.
           05  RCT-CAR-NAME      PIC X(50).
           05  RCT-DEALER-CODE   PIC X(04).
           05  RCT-STOCK-NO      PIC X(06).
           05  RCT-LOT-LOC       PIC X(03).
           05  RCT-RECALL-NO     PIC X(10).
           05  RCT-CLEAR-DATE    PIC 9(08).
           05  RCT-CLEAR-DATE-X REDEFINES RCT-CLEAR-DATE PIC X(08).
           05  RCT-CLEAR-REF     PIC X(10).
           05  FILLER PIC X(09).
      *
      * The price the car carried when CARMKDN figured the cut, the
      * price proposed and the rule behind it.
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
       FD  CARMAINT-RPT RECORDING MODE F.
       01  MAINT-RPT-LINE        PIC X(80).
           05  CAR-STOCK-U     PIC X(06).
           05  CAR-LOC-U       PIC X(03).
           05  CAR-EFFPR-U     PIC $$,$$$,$$9.99.
      *
      * Customer hold off CARHOLD - 'H' and the expiry date while
      * the car is held for a customer, space and zeros when it is
      * free to sell.
      *
           05  CAR-HOLD-FLAG-U PIC X(01).
           05  CAR-HOLD-EXP-U  PIC 9(08).
      *
      * Stop-sale off CARRCLEX - 'R' while any manufacturer recall
      * on the car is still open, space when it is clear.
      *
           05  CAR-RECALL-FLAG-U PIC X(01).
           05  FILLER PIC X(04).
      *
      *----------------------
       WORKING-STORAGE SECTION.
               88  WS-APP-FOUND            VALUE 'Y'.
           05  WS-HOLD-CHANGE-SW   PIC X(01) VALUE 'N'.
               88  WS-HOLD-THE-CHANGE      VALUE 'Y'.
           05  WS-XFER-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-XFER-EOF             VALUE 'Y'.
           05  WS-HTX-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-HTX-EOF              VALUE 'Y'.
           05  WS-HLD-SWEEP-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-HLD-SWEEP-EOF        VALUE 'Y'.
           05  WS-MKT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-MKT-EOF              VALUE 'Y'.
           05  WS-PTX-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-PTX-EOF              VALUE 'Y'.
           05  WS-RTX-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-RTX-EOF              VALUE 'Y'.
           05  WS-CST-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-CST-FOUND            VALUE 'Y'.
           05  WS-CST-SCAN-SW      PIC X(01) VALUE 'N'.
               88  WS-CST-SCAN-FOUND       VALUE 'F'.
               88  WS-CST-SCAN-END         VALUE 'E'.
           05  WS-RCB-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-RCB-EOF              VALUE 'Y'.
           05  WS-RCL-FULL-SW      PIC X(01) VALUE 'N'.
               88  WS-RCL-TABLE-FULL       VALUE 'Y'.
           05  WS-RCL-MATCH-SW     PIC X(01) VALUE 'N'.
               88  WS-RCL-MATCHED          VALUE 'Y'.
           05  WS-RCL-MASTER-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-RCL-MASTER-EOF       VALUE 'Y'.
           05  WS-RCT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-RCT-EOF              VALUE 'Y'.
           05  WS-RCX-SCAN-SW      PIC X(01) VALUE 'N'.
               88  WS-RCX-SCAN-END         VALUE 'E'.
      *
       01  WS-MASTER-STATUS        PIC X(02).
       01  WS-DEL-STATUS           PIC X(02).
       01  WS-XFER-STATUS          PIC X(02).
       01  WS-SALES-STATUS         PIC X(02).
       01  WS-AUDIT-STATUS         PIC X(02).
       01  WS-HLD-STATUS           PIC X(02).
       01  WS-HTX-STATUS           PIC X(02).
       01  WS-MKT-STATUS           PIC X(02).
       01  WS-CST-STATUS           PIC X(02).
       01  WS-PTX-STATUS           PIC X(02).
       01  WS-RTX-STATUS           PIC X(02).
       01  WS-ROL-STATUS           PIC X(02).
       01  WS-RCX-STATUS           PIC X(02).
       01  WS-RCT-STATUS           PIC X(02).
      *
       01  WS-SALE-PRICE-NUM       PIC S9(07)V99 COMP-3 VALUE 0.
      *
               10  WS-APP-LOC        PIC X(03).
       01  WS-APP-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-APP-ROW-SUB          PIC 9(05) COMP VALUE 0.
      *
      * The change being put to the master - staged from the feed
      * record or from a markdown proposal, so both go through the
      * same screen, suspense and audit.
      *
       01  WS-PENDING-CHANGE.
           05  WS-PCH-NAME         PIC X(50).
           05  WS-PCH-DEALER       PIC X(04).
           05  WS-PCH-STOCK        PIC X(06).
           05  WS-PCH-LOC          PIC X(03).
           05  WS-PCH-PRICE        PIC $$,$$$,$$9.99.
           05  WS-PCH-CATEGORY     PIC X(04).
           05  WS-PCH-YEAR         PIC 9(04).
           05  WS-PCH-SOURCE       PIC X(08).
               88  WS-PCH-IS-MARKDOWN      VALUE 'MARKDOWN'.
           05  WS-PCH-RULE-ID      PIC X(06).
           05  WS-PCH-MKDN-DAYS    PIC 9(03).
      *
       01  WS-OLD-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-NEW-PRICE-NUM        PIC S9(07)V99 COMP-3 VALUE 0.
           05  WS-AUD-NEW-PRICE    PIC X(13).
           05  WS-AUD-NEW-CATEGORY PIC X(04).
           05  WS-AUD-NEW-YEAR     PIC X(04).
           05  WS-AUD-FROM-LOC     PIC X(03) VALUE SPACES.
       01  WS-AUDIT-SEQ            PIC 9(04) VALUE 0.
      *
       01  WS-COUNTERS.
           05  WS-REJECT-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-UNLOAD-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-MERGE-READ-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-XFER-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-XFER-REJECT-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-MKDN-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-MKDN-KEPT-COUNT  PIC 9(07) COMP VALUE 0.
      *
      * Customer hold controls - a hold placed with no expiry runs
      * the default days, and a closed hold stays on file for the
      * purge days so the listing can show what expired or sold.
      *
       01  WS-HLD-DEFAULT-DAYS     PIC 9(03) COMP VALUE 3.
       01  WS-HLD-PURGE-DAYS       PIC 9(03) COMP VALUE 30.
       01  WS-HLD-EXPIRY-WORK      PIC 9(08) VALUE 0.
       01  WS-HLD-CLOSE-STATUS     PIC X(01).
       01  WS-HLD-AGE-DAYS         PIC S9(09) COMP VALUE 0.
       01  WS-HLD-SAVE-REC         PIC X(120).
      *
       01  WS-HLD-COUNTERS.
           05  WS-HLD-PLACED-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-HLD-RELEASE-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-HLD-EXPIRED-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-HLD-SOLD-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-HLD-PURGED-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-HLD-UNLOAD-COUNT PIC 9(07) COMP VALUE 0.
      *
      * Cost ledger work areas - the amount off a purchase or repair
      * order once de-edited, the car's total cost as it leaves the
      * lot, and the closing status the caller stages for a sale or
      * a delete.
      *
       01  WS-CST-AMOUNT-NUM       PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-CST-TOTAL-COST       PIC S9(07)V99 COMP-3 VALUE 0.
       01  WS-CST-CLOSE-STATUS     PIC X(01).
       01  WS-CST-SAVE-REC         PIC X(120).
      *
       01  WS-CST-COUNTERS.
           05  WS-CST-PURCH-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-CST-RECON-COUNT  PIC 9(07) COMP VALUE 0.
           05  WS-CST-SOLD-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-CST-NOCOST-COUNT PIC 9(07) COMP VALUE 0.
      *
      * Recall bulletin table loaded from CARRCLBL.  The pattern's
      * length is worked out once at load time, so trailing spaces
      * keyed after it do not have to match.  Open year bounds are
      * loaded as 0000 and 9999.
      *
       01  WS-RCL-TABLE.
           05  WS-RCL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RCL-IDX.
               10  WS-RCL-NO         PIC X(10).
               10  WS-RCL-PATTERN    PIC X(30).
               10  WS-RCL-PAT-LEN    PIC 9(03) COMP.
               10  WS-RCL-YR-FROM    PIC 9(04).
               10  WS-RCL-YR-TO      PIC 9(04).
               10  WS-RCL-CAT        PIC X(04).
               10  WS-RCL-ISSUE      PIC 9(08).
               10  WS-RCL-DESC       PIC X(20).
       01  WS-RCL-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-RCL-PAT-WORK-LEN     PIC 9(03) COMP VALUE 0.
       01  WS-RCL-TALLY            PIC 9(03) COMP VALUE 0.
      *
      * One car's recall exposures, gathered off CARRCLEX before
      * any of them is changed, so no record is re-keyed or
      * rewritten in the middle of the browse that found it.  The
      * caller stages the car's key first.
      *
       01  WS-RCX-CAR-KEY          PIC X(63).
       01  WS-RCX-LIST.
           05  WS-RCX-LIST-ENTRY OCCURS 20 TIMES.
               10  WS-RCX-LIST-NO    PIC X(10).
               10  WS-RCX-LIST-STATUS PIC X(01).
       01  WS-RCX-LIST-COUNT       PIC 9(03) COMP VALUE 0.
       01  WS-RCX-OPEN-COUNT       PIC 9(03) COMP VALUE 0.
       01  WS-RCX-SUB              PIC 9(03) COMP VALUE 0.
       01  WS-RCX-SAVE-REC         PIC X(140).
      *
       01  WS-RCL-COUNTERS.
           05  WS-RCL-OPENED-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-RCL-CLEARED-COUNT PIC 9(07) COMP VALUE 0.
           05  WS-RCL-LEFT-COUNT   PIC 9(07) COMP VALUE 0.
           05  WS-RCL-UNLOAD-COUNT PIC 9(07) COMP VALUE 0.
      *
      * The car's master image as it stood at the old location,
      * kept while the re-keyed copy is written at the new one.
      *
       01  WS-XFER-SAVE-REC        PIC X(96).
      *
       01  WS-XFRRP-HEADING-1.
           05  FILLER              PIC X(37)
               VALUE 'CARMSTUP INTER-LOT TRANSFER LISTING  '.
           05  FILLER              PIC X(10) VALUE 'DATE: '.
           05  WS-XFRRP-DATE-ED    PIC 9999/99/99.
      *
       01  WS-XFRRP-HEADING-2.
           05  FILLER              PIC X(10) VALUE 'STATUS'.
           05  FILLER              PIC X(52) VALUE 'VEHICLE NAME'.
           05  FILLER              PIC X(06) VALUE 'DLR'.
           05  FILLER              PIC X(08) VALUE 'STOCK'.
           05  FILLER              PIC X(06) VALUE 'FROM'.
           05  FILLER              PIC X(05) VALUE 'TO'.
           05  FILLER              PIC X(12) VALUE 'ADDED'.
           05  FILLER              PIC X(15) VALUE 'LIST PRICE'.
           05  FILLER              PIC X(15) VALUE 'REASON'.
      *
       01  WS-XFRRP-DETAIL.
           05  WS-XRP-STATUS       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-NAME         PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-DEALER       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-STOCK        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-FROM-LOC     PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-XRP-TO-LOC       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-ADDED-ED     PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-PRICE        PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-XRP-REASON       PIC X(15).
      *
       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(33)
               GO TO RETURN-TO-CALLER
           END-IF

           PERFORM OPEN-HOLD-FILE
           IF WS-RUN-ABORTED
               CLOSE CARMASTER
               CLOSE CARMAINT-AUDIT
               CLOSE CARMAINT-RPT
               GO TO RETURN-TO-CALLER
           END-IF

           PERFORM OPEN-COST-FILE
           IF WS-RUN-ABORTED
               CLOSE CARMASTER
               CLOSE CARMAINT-AUDIT
               CLOSE CARHOLD-FILE
               CLOSE CARMAINT-RPT
               GO TO RETURN-TO-CALLER
           END-IF

           PERFORM OPEN-RO-LOG
           IF WS-RUN-ABORTED
               CLOSE CARMASTER
               CLOSE CARMAINT-AUDIT
               CLOSE CARHOLD-FILE
               CLOSE CARCOST-FILE
               CLOSE CARMAINT-RPT
               GO TO RETURN-TO-CALLER
           END-IF

           PERFORM OPEN-RECALL-FILE
           IF WS-RUN-ABORTED
               CLOSE CARMASTER
               CLOSE CARMAINT-AUDIT
               CLOSE CARHOLD-FILE
               CLOSE CARCOST-FILE
               CLOSE CARRCNLG-FILE
               CLOSE CARMAINT-RPT
               GO TO RETURN-TO-CALLER
           END-IF

           PERFORM EXPIRE-LAPSED-HOLDS
           PERFORM LOAD-INCENTIVE-TABLE
           PERFORM LOAD-RECALL-BULLETINS
           PERFORM LOAD-SUSPENSE-CONTROLS
           PERFORM LOAD-PRIOR-SUSPENSE
           PERFORM LOAD-APPROVAL-TABLE
           PERFORM OPEN-SUSPENSE-OUTPUTS
           PERFORM APPLY-TRANSFER-REQUESTS
           PERFORM APPLY-PURCHASE-TRANSACTIONS
           PERFORM APPLY-RECON-TRANSACTIONS
           PERFORM APPLY-FEED-TRANSACTIONS
           PERFORM APPLY-DELETE-REQUESTS
           PERFORM APPLY-SALES-TRANSACTIONS
           PERFORM APPLY-MARKDOWN-PROPOSALS
           PERFORM APPLY-HOLD-TRANSACTIONS
           PERFORM MATCH-RECALL-BULLETINS
           PERFORM APPLY-RECALL-CLEARANCES
           PERFORM CLOSE-SUSPENSE-OUTPUTS
           PERFORM WRITE-MAINT-TOTALS
           PERFORM UNLOAD-MASTER-FILE
           CLOSE CARMASTER
           CLOSE CARMAINT-AUDIT
           CLOSE CARHOLD-FILE
           CLOSE CARCOST-FILE
           CLOSE CARRCNLG-FILE
           CLOSE CARRECALL-FILE
           CLOSE CARMAINT-RPT

           MOVE WS-UNLOAD-COUNT TO LNK-MASTER-COUNT
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * Same first-run handling again for the customer hold file.
      *
       OPEN-HOLD-FILE.
           OPEN I-O CARHOLD-FILE
           IF WS-HLD-STATUS = '35'
               DISPLAY "HOLD FILE NOT FOUND - CREATING EMPTY "
                   "HOLD FILE"
               OPEN OUTPUT CARHOLD-FILE
               CLOSE CARHOLD-FILE
               OPEN I-O CARHOLD-FILE
           END-IF
           IF WS-HLD-STATUS NOT = '00'
               DISPLAY "CARMSTUP CANNOT OPEN HOLD FILE - STATUS "
                   WS-HLD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * And for the cost ledger.
      *
       OPEN-COST-FILE.
           OPEN I-O CARCOST-FILE
           IF WS-CST-STATUS = '35'
               DISPLAY "COST LEDGER NOT FOUND - CREATING EMPTY "
                   "COST LEDGER"
               OPEN OUTPUT CARCOST-FILE
               CLOSE CARCOST-FILE
               OPEN I-O CARCOST-FILE
           END-IF
           IF WS-CST-STATUS NOT = '00'
               DISPLAY "CARMSTUP CANNOT OPEN COST LEDGER - STATUS "
                   WS-CST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * And for the repair-order log.
      *
       OPEN-RO-LOG.
           OPEN I-O CARRCNLG-FILE
           IF WS-ROL-STATUS = '35'
               DISPLAY "REPAIR-ORDER LOG NOT FOUND - CREATING EMPTY "
                   "REPAIR-ORDER LOG"
               OPEN OUTPUT CARRCNLG-FILE
               CLOSE CARRCNLG-FILE
               OPEN I-O CARRCNLG-FILE
           END-IF
           IF WS-ROL-STATUS NOT = '00'
               DISPLAY "CARMSTUP CANNOT OPEN REPAIR-ORDER LOG - STATUS "
                   WS-ROL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * And for the recall exposure file.
      *
       OPEN-RECALL-FILE.
           OPEN I-O CARRECALL-FILE
           IF WS-RCX-STATUS = '35'
               DISPLAY "RECALL FILE NOT FOUND - CREATING EMPTY "
                   "RECALL FILE"
               OPEN OUTPUT CARRECALL-FILE
               CLOSE CARRECALL-FILE
               OPEN I-O CARRECALL-FILE
           END-IF
           IF WS-RCX-STATUS NOT = '00'
               DISPLAY "CARMSTUP CANNOT OPEN RECALL FILE - STATUS "
                   WS-RCX-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.
      *
      * One audit record per transaction applied - the caller stages
      * the car's key, the action, source and both images first; the
      * master record area is not referenced, since a delete has
           MOVE WS-AUD-NEW-PRICE    TO AUD-NEW-PRICE
           MOVE WS-AUD-NEW-CATEGORY TO AUD-NEW-CATEGORY
           MOVE WS-AUD-NEW-YEAR     TO AUD-NEW-YEAR
           MOVE WS-AUD-FROM-LOC     TO AUD-FROM-LOC
           WRITE AUDIT-REC
               INVALID KEY
                   DISPLAY "AUDIT WRITE FAILED - STATUS "
                       WS-AUDIT-STATUS " KEY " AUD-CAR-NAME
           END-WRITE
           MOVE SPACES TO WS-AUD-FROM-LOC.

      *
      * CARMXFER is optional - a status of 35 on the open means no
      * cars moved lots tonight; the listing is still printed so the
      * lot managers always have a page to sign.  Transfers go ahead
      * of the feed, so a feed that already shows a moved car at its
      * new lot finds it there instead of adding it a second time.
      *
       APPLY-TRANSFER-REQUESTS.
           MOVE WS-RUN-DATE TO WS-XFRRP-DATE-ED
           OPEN OUTPUT CARMAINT-XFRRP
           WRITE XFRRP-LINE FROM WS-XFRRP-HEADING-1
           WRITE XFRRP-LINE FROM WS-SUSRP-BLANK
           WRITE XFRRP-LINE FROM WS-XFRRP-HEADING-2
           OPEN INPUT CARMAINT-XFER
           IF WS-XFER-STATUS = '35'
               SET WS-XFER-EOF TO TRUE
           ELSE
               PERFORM APPLY-TRANSFER-RECORD UNTIL WS-XFER-EOF
               CLOSE CARMAINT-XFER
           END-IF
           WRITE XFRRP-LINE FROM WS-SUSRP-BLANK
           MOVE 'TRANSFERS APPLIED:        ' TO WS-SRP-TOTAL-LABEL
           MOVE WS-XFER-COUNT TO WS-SRP-TOTAL-ED
           WRITE XFRRP-LINE FROM WS-SUSRP-TOTAL
           MOVE 'TRANSFERS REJECTED:       ' TO WS-SRP-TOTAL-LABEL
           MOVE WS-XFER-REJECT-COUNT TO WS-SRP-TOTAL-ED
           WRITE XFRRP-LINE FROM WS-SUSRP-TOTAL
           CLOSE CARMAINT-XFRRP.

       APPLY-TRANSFER-RECORD.
           READ CARMAINT-XFER
               AT END
                   SET WS-XFER-EOF TO TRUE
               NOT AT END
                   IF XFR-CAR-NAME = SPACES
                       CONTINUE
                   ELSE
                       PERFORM TRANSFER-MASTER-RECORD
                   END-IF
           END-READ.
      *
      * The car is read at its old lot first - a transfer naming a
      * car that is not on the master, or a move to the lot it is
      * already on, is rejected.  The re-keyed copy is written at the
      * new lot before the old record is deleted, so an I-O failure
      * part way leaves the car on the master twice for the operators
      * to see rather than not at all.
      *
       TRANSFER-MASTER-RECORD.
           MOVE XFR-CAR-NAME    TO MST-CAR-NAME
           MOVE XFR-DEALER-CODE TO MST-DEALER-CODE
           MOVE XFR-STOCK-NO    TO MST-STOCK-NO
           MOVE XFR-FROM-LOC    TO MST-LOT-LOC
           MOVE SPACES          TO WS-XRP-PRICE
           MOVE 0               TO WS-XRP-ADDED-ED
           IF XFR-TO-LOC = SPACES
           OR XFR-TO-LOC = XFR-FROM-LOC
               MOVE 'BAD TO LOCATION' TO WS-XRP-REASON
               PERFORM REJECT-TRANSFER
           ELSE
               READ CARMASTER
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-XRP-REASON
                       PERFORM REJECT-TRANSFER
                   NOT INVALID KEY
                       PERFORM MOVE-MASTER-TO-NEW-LOT
               END-READ
           END-IF.

       MOVE-MASTER-TO-NEW-LOT.
           MOVE MASTER-REC     TO WS-XFER-SAVE-REC
           MOVE MST-CAR-PRICE  TO WS-XRP-PRICE
           IF MST-DATE-ADDED NUMERIC
               MOVE MST-DATE-ADDED TO WS-XRP-ADDED-ED
           END-IF
           MOVE XFR-TO-LOC     TO MST-LOT-LOC
           WRITE MASTER-REC
               INVALID KEY
                   IF WS-MASTER-STATUS = '22'
                       MOVE 'ALREADY AT LOT' TO WS-XRP-REASON
                   ELSE
                       MOVE 'MASTER IO ERROR' TO WS-XRP-REASON
                   END-IF
                   PERFORM REJECT-TRANSFER
               NOT INVALID KEY
                   PERFORM RETIRE-TRANSFERRED-RECORD
           END-WRITE.

       RETIRE-TRANSFERRED-RECORD.
           MOVE WS-XFER-SAVE-REC TO MASTER-REC
           DELETE CARMASTER
               INVALID KEY
                   MOVE 'MASTER IO ERROR' TO WS-XRP-REASON
                   PERFORM REJECT-TRANSFER
               NOT INVALID KEY
                   ADD 1 TO WS-XFER-COUNT
                   MOVE 'MOVED   '      TO WS-XRP-STATUS
                   PERFORM WRITE-TRANSFER-LINE
                   MOVE 'TRANSFER'      TO WS-RPT-ACTION
                   MOVE XFR-CAR-NAME    TO WS-RPT-NAME
                   MOVE XFR-DEALER-CODE TO WS-RPT-DEALER
                   MOVE SPACES          TO WS-RPT-REASON
                   STRING XFR-FROM-LOC ' TO ' XFR-TO-LOC
                       DELIMITED BY SIZE INTO WS-RPT-REASON
                   END-STRING
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   MOVE XFR-CAR-NAME     TO WS-AUD-NAME
                   MOVE XFR-DEALER-CODE  TO WS-AUD-DEALER
                   MOVE XFR-STOCK-NO     TO WS-AUD-STOCK
                   MOVE XFR-TO-LOC       TO WS-AUD-LOC
                   MOVE XFR-FROM-LOC     TO WS-AUD-FROM-LOC
                   MOVE 'TRANSFER'       TO WS-AUD-ACTION
                   MOVE 'CARMXFER'       TO WS-AUD-SOURCE
                   MOVE MST-CAR-PRICE    TO WS-AUD-OLD-PRICE
                   MOVE MST-CAR-CATEGORY TO WS-AUD-OLD-CATEGORY
                   MOVE MST-MODEL-YEAR   TO WS-AUD-OLD-YEAR
                   MOVE MST-CAR-PRICE    TO WS-AUD-NEW-PRICE
                   MOVE MST-CAR-CATEGORY TO WS-AUD-NEW-CATEGORY
                   MOVE MST-MODEL-YEAR   TO WS-AUD-NEW-YEAR
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM MOVE-HOLD-TO-NEW-LOT
                   PERFORM MOVE-COST-TO-NEW-LOT
                   PERFORM MOVE-RECALLS-TO-NEW-LOT
           END-DELETE.
      *
      * A customer hold follows its car to the new lot - the hold
      * record is re-keyed the same way the master was.  A closed
      * hold left at the new lot by an earlier stay there is
      * overwritten; the car's current hold is the one that counts.
      *
       MOVE-HOLD-TO-NEW-LOT.
           MOVE XFR-CAR-NAME    TO HLD-CAR-NAME
           MOVE XFR-DEALER-CODE TO HLD-DEALER-CODE
           MOVE XFR-STOCK-NO    TO HLD-STOCK-NO
           MOVE XFR-FROM-LOC    TO HLD-LOT-LOC
           READ CARHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM REKEY-HOLD-RECORD
           END-READ.

       REKEY-HOLD-RECORD.
           MOVE HOLD-REC TO WS-HLD-SAVE-REC
           DELETE CARHOLD-FILE
               INVALID KEY
                   DISPLAY "HOLD RE-KEY FAILED - STATUS "
                       WS-HLD-STATUS " KEY " HLD-CAR-NAME
               NOT INVALID KEY
                   MOVE WS-HLD-SAVE-REC TO HOLD-REC
                   MOVE XFR-TO-LOC      TO HLD-LOT-LOC
                   WRITE HOLD-REC
                       INVALID KEY
                           REWRITE HOLD-REC
                               INVALID KEY
                                   DISPLAY "HOLD RE-KEY FAILED - "
                                       "STATUS " WS-HLD-STATUS
                                       " KEY " HLD-CAR-NAME
                           END-REWRITE
                   END-WRITE
           END-DELETE.
      *
      * The car's open cost ledger record follows it to the new lot
      * the same way.  A closed record at the old lot belongs to an
      * earlier car and is left where it is.
      *
       MOVE-COST-TO-NEW-LOT.
           MOVE XFR-CAR-NAME    TO CST-CAR-NAME
           MOVE XFR-DEALER-CODE TO CST-DEALER-CODE
           MOVE XFR-STOCK-NO    TO CST-STOCK-NO
           MOVE XFR-FROM-LOC    TO CST-LOT-LOC
           READ CARCOST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CST-IS-OPEN
                       PERFORM REKEY-COST-RECORD
                   END-IF
           END-READ.

       REKEY-COST-RECORD.
           MOVE COST-REC TO WS-CST-SAVE-REC
           DELETE CARCOST-FILE
               INVALID KEY
                   DISPLAY "COST RE-KEY FAILED - STATUS "
                       WS-CST-STATUS " KEY " CST-CAR-NAME
               NOT INVALID KEY
                   MOVE WS-CST-SAVE-REC TO COST-REC
                   MOVE XFR-TO-LOC      TO CST-LOT-LOC
                   WRITE COST-REC
                       INVALID KEY
                           REWRITE COST-REC
                               INVALID KEY
                                   DISPLAY "COST RE-KEY FAILED - "
                                       "STATUS " WS-CST-STATUS
                                       " KEY " CST-CAR-NAME
                           END-REWRITE
                   END-WRITE
           END-DELETE.
      *
      * Every recall exposure the car carries, open or not, follows
      * it to the new lot, so a cleared recall is not raised again
      * there by the next night's match.
      *
       MOVE-RECALLS-TO-NEW-LOT.
           MOVE XFR-CAR-NAME    TO RCX-CAR-NAME
           MOVE XFR-DEALER-CODE TO RCX-DEALER-CODE
           MOVE XFR-STOCK-NO    TO RCX-STOCK-NO
           MOVE XFR-FROM-LOC    TO RCX-LOT-LOC
           MOVE RCX-CAR-KEY     TO WS-RCX-CAR-KEY
           PERFORM GATHER-CAR-RECALLS
           PERFORM REKEY-RECALL-RECORD
               VARYING WS-RCX-SUB FROM 1 BY 1
               UNTIL WS-RCX-SUB > WS-RCX-LIST-COUNT.

       REKEY-RECALL-RECORD.
           MOVE WS-RCX-CAR-KEY              TO RCX-CAR-KEY
           MOVE WS-RCX-LIST-NO(WS-RCX-SUB)  TO RCX-RECALL-NO
           READ CARRECALL-FILE
               INVALID KEY
                   DISPLAY "RECALL RE-KEY FAILED - STATUS "
                       WS-RCX-STATUS " KEY " RCX-CAR-NAME
               NOT INVALID KEY
                   MOVE RECALL-REC TO WS-RCX-SAVE-REC
                   DELETE CARRECALL-FILE
                       INVALID KEY
                           DISPLAY "RECALL RE-KEY FAILED - STATUS "
                               WS-RCX-STATUS " KEY " RCX-CAR-NAME
                       NOT INVALID KEY
                           MOVE WS-RCX-SAVE-REC TO RECALL-REC
                           MOVE XFR-TO-LOC      TO RCX-LOT-LOC
                           WRITE RECALL-REC
                               INVALID KEY
                                   REWRITE RECALL-REC
                                       INVALID KEY
                                           DISPLAY "RECALL RE-KEY "
                                               "FAILED - STATUS "
                                               WS-RCX-STATUS " KEY "
                                               RCX-CAR-NAME
                                   END-REWRITE
                           END-WRITE
                   END-DELETE
           END-READ.

       REJECT-TRANSFER.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-XFER-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-XRP-STATUS
           PERFORM WRITE-TRANSFER-LINE
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE XFR-CAR-NAME    TO WS-RPT-NAME
           MOVE XFR-DEALER-CODE TO WS-RPT-DEALER
           MOVE WS-XRP-REASON   TO WS-RPT-REASON
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.

       WRITE-TRANSFER-LINE.
           MOVE XFR-CAR-NAME    TO WS-XRP-NAME
           MOVE XFR-DEALER-CODE TO WS-XRP-DEALER
           MOVE XFR-STOCK-NO    TO WS-XRP-STOCK
           MOVE XFR-FROM-LOC    TO WS-XRP-FROM-LOC
           MOVE XFR-TO-LOC      TO WS-XRP-TO-LOC
           IF WS-XRP-STATUS = 'MOVED   '
               MOVE SPACES TO WS-XRP-REASON
           END-IF
           WRITE XFRRP-LINE FROM WS-XFRRP-DETAIL.

       APPLY-FEED-TRANSACTIONS.
           OPEN INPUT CARLIST-MERGE
           PERFORM APPLY-MERGE-RECORD UNTIL WS-MERGE-EOF
           MOVE CAR-CATEGORY-M TO MST-CAR-CATEGORY
           MOVE CAR-YEAR-M     TO MST-MODEL-YEAR
           MOVE WS-RUN-DATE    TO MST-DATE-ADDED
           MOVE 0              TO MST-MKDN-DAYS
           WRITE MASTER-REC
               INVALID KEY
                   PERFORM REJECT-MASTER-WRITE
           END-WRITE.

       CHANGE-MASTER-RECORD.
           MOVE CAR-NAME-M     TO WS-PCH-NAME
           MOVE CAR-DEALER-M   TO WS-PCH-DEALER
           MOVE CAR-STOCK-M    TO WS-PCH-STOCK
           MOVE CAR-LOC-MG     TO WS-PCH-LOC
           MOVE CAR-PRICE-M    TO WS-PCH-PRICE
           MOVE CAR-CATEGORY-M TO WS-PCH-CATEGORY
           MOVE CAR-YEAR-M     TO WS-PCH-YEAR
           MOVE 'FEED    '     TO WS-PCH-SOURCE
           MOVE SPACES         TO WS-PCH-RULE-ID
           MOVE 0              TO WS-PCH-MKDN-DAYS
           PERFORM KEEP-MARKDOWN-PRICE
           IF MST-CAR-PRICE = WS-PCH-PRICE
           AND MST-CAR-CATEGORY = WS-PCH-CATEGORY
           AND MST-MODEL-YEAR = WS-PCH-YEAR
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM SCREEN-AND-APPLY-CHANGE
           END-IF.
      *
      * A car the pricing desk has marked down keeps its markdown
      * price while the feed goes on sending the dealer's old,
      * higher price - only a feed price below the markdown moves
      * it.  A category or model-year correction still applies.
      *
       KEEP-MARKDOWN-PRICE.
           IF MST-MKDN-DAYS NUMERIC AND MST-MKDN-DAYS > 0
               MOVE MST-CAR-PRICE TO WS-OLD-PRICE-NUM
               MOVE WS-PCH-PRICE  TO WS-NEW-PRICE-NUM
               IF WS-NEW-PRICE-NUM > WS-OLD-PRICE-NUM
                   MOVE MST-CAR-PRICE TO WS-PCH-PRICE
                   ADD 1 TO WS-MKDN-KEPT-COUNT
               END-IF
           END-IF.

       SCREEN-AND-APPLY-CHANGE.
           PERFORM SCREEN-PRICE-CHANGE
           IF WS-HOLD-THE-CHANGE
               PERFORM SUSPEND-PRICE-CHANGE
           ELSE
               PERFORM APPLY-CHANGED-RECORD
           END-IF.
      *
      * A price move past the desk's threshold either way is held in
      * suspense unless tonight's CARAPPRV carries an approval for
       SCREEN-PRICE-CHANGE.
           MOVE 'N' TO WS-HOLD-CHANGE-SW
           MOVE MST-CAR-PRICE TO WS-OLD-PRICE-NUM
           MOVE WS-PCH-PRICE  TO WS-NEW-PRICE-NUM
           IF WS-OLD-PRICE-NUM NOT NUMERIC
           OR WS-OLD-PRICE-NUM = 0
           OR WS-NEW-PRICE-NUM = WS-OLD-PRICE-NUM
               MOVE 'AGED  ' TO WS-SRP-STATUS
               PERFORM WRITE-SUSPENSE-REPORT-LINE
               MOVE 'AGEDOFF '      TO WS-RPT-ACTION
               MOVE WS-PCH-NAME     TO WS-RPT-NAME
               MOVE WS-PCH-DEALER   TO WS-RPT-DEALER
               MOVE 'NEVER APPROVED' TO WS-RPT-REASON
               WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
           ELSE
               ADD 1 TO WS-SUSPEND-COUNT
               MOVE WS-PCH-NAME     TO SUSO-CAR-NAME
               MOVE WS-PCH-DEALER   TO SUSO-DEALER-CODE
               MOVE WS-PCH-STOCK    TO SUSO-STOCK-NO
               MOVE WS-PCH-LOC      TO SUSO-LOT-LOC
               MOVE MST-CAR-PRICE   TO SUSO-OLD-PRICE
               MOVE WS-PCH-PRICE    TO SUSO-NEW-PRICE
               MOVE WS-PCH-CATEGORY TO SUSO-NEW-CATEGORY
               MOVE WS-PCH-YEAR     TO SUSO-NEW-YEAR
               MOVE WS-SUS-DATE-FOUND TO SUSO-DATE-HELD
               WRITE SUSPOUT-REC
               MOVE 'HELD  ' TO WS-SRP-STATUS
               PERFORM WRITE-SUSPENSE-REPORT-LINE
               MOVE 'SUSPEND '      TO WS-RPT-ACTION
               MOVE WS-PCH-NAME     TO WS-RPT-NAME
               MOVE WS-PCH-DEALER   TO WS-RPT-DEALER
               IF WS-PCH-IS-MARKDOWN
                   MOVE 'MARKDOWN HOLD' TO WS-RPT-REASON
               ELSE
                   MOVE 'PRICE HOLD'    TO WS-RPT-REASON
               END-IF
               WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

       WRITE-SUSPENSE-REPORT-LINE.
           MOVE WS-PCH-NAME   TO WS-SRP-NAME
           MOVE WS-PCH-DEALER TO WS-SRP-DEALER
           MOVE WS-PCH-STOCK  TO WS-SRP-STOCK
           MOVE WS-PCH-LOC    TO WS-SRP-LOC
           MOVE MST-CAR-PRICE TO WS-SRP-OLD-PRICE
           MOVE WS-PCH-PRICE  TO WS-SRP-NEW-PRICE
           MOVE WS-SUS-DATE-FOUND TO WS-SRP-HELD-ED
           WRITE SUSRP-LINE FROM WS-SUSRP-DETAIL.

               OR WS-APP-ROW-SUB > WS-APP-COUNT.

       SCAN-APPROVAL-ROW.
           IF WS-APP-NAME(WS-APP-ROW-SUB) = WS-PCH-NAME
           AND WS-APP-DEALER(WS-APP-ROW-SUB) = WS-PCH-DEALER
           AND WS-APP-STOCK(WS-APP-ROW-SUB) = WS-PCH-STOCK
           AND WS-APP-LOC(WS-APP-ROW-SUB) = WS-PCH-LOC
               SET WS-APP-FOUND TO TRUE
           END-IF.

               OR WS-SUS-ROW-SUB > WS-SUS-COUNT.

       SCAN-PRIOR-SUSPENSE.
           IF WS-SUS-NAME(WS-SUS-ROW-SUB) = WS-PCH-NAME
           AND WS-SUS-DEALER(WS-SUS-ROW-SUB) = WS-PCH-DEALER
           AND WS-SUS-STOCK(WS-SUS-ROW-SUB) = WS-PCH-STOCK
           AND WS-SUS-LOC(WS-SUS-ROW-SUB) = WS-PCH-LOC
               SET WS-SUS-FOUND TO TRUE
               MOVE WS-SUS-DATE-HELD(WS-SUS-ROW-SUB)
                   TO WS-SUS-DATE-FOUND
           END-IF.

      *
      * A markdown also records its rule's days-on-lot step on the
      * master, and reports and audits under its own name.
      *
       APPLY-CHANGED-RECORD.
           MOVE MST-CAR-PRICE    TO WS-AUD-OLD-PRICE
           MOVE MST-CAR-CATEGORY TO WS-AUD-OLD-CATEGORY
           MOVE MST-MODEL-YEAR   TO WS-AUD-OLD-YEAR
           MOVE WS-PCH-PRICE     TO MST-CAR-PRICE
           MOVE WS-PCH-CATEGORY  TO MST-CAR-CATEGORY
           MOVE WS-PCH-YEAR      TO MST-MODEL-YEAR
           IF WS-PCH-IS-MARKDOWN
               MOVE WS-PCH-MKDN-DAYS TO MST-MKDN-DAYS
           END-IF
           REWRITE MASTER-REC
               INVALID KEY
                   PERFORM REJECT-MASTER-WRITE
               NOT INVALID KEY
                   IF WS-PCH-IS-MARKDOWN
                       ADD 1 TO WS-MKDN-COUNT
                       MOVE 'MARKDOWN'    TO WS-RPT-ACTION
                       MOVE 'RULE '       TO WS-RPT-REASON
                       MOVE WS-PCH-RULE-ID TO WS-RPT-REASON(6:6)
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGE  '    TO WS-RPT-ACTION
                       MOVE SPACES        TO WS-RPT-REASON
                   END-IF
                   MOVE WS-PCH-NAME   TO WS-RPT-NAME
                   MOVE WS-PCH-DEALER TO WS-RPT-DEALER
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   MOVE WS-PCH-NAME     TO WS-AUD-NAME
                   MOVE WS-PCH-DEALER   TO WS-AUD-DEALER
                   MOVE WS-PCH-STOCK    TO WS-AUD-STOCK
                   MOVE WS-PCH-LOC      TO WS-AUD-LOC
                   MOVE 'CHANGE  '      TO WS-AUD-ACTION
                   MOVE WS-PCH-SOURCE   TO WS-AUD-SOURCE
                   MOVE WS-PCH-PRICE    TO WS-AUD-NEW-PRICE
                   MOVE WS-PCH-CATEGORY TO WS-AUD-NEW-CATEGORY
                   MOVE WS-PCH-YEAR     TO WS-AUD-NEW-YEAR
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.
      *
      * The master record area holds the key of the car that failed
      * on either path - an add off the feed or a change.
      *
       REJECT-MASTER-WRITE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE MST-CAR-NAME    TO WS-RPT-NAME
           MOVE MST-DEALER-CODE TO WS-RPT-DEALER
           MOVE 'MASTER IO ERROR'     TO WS-RPT-REASON
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      * CARMDEL is optional - a status of 35 on the open simply
      * means no delete requests were dropped off tonight.
      *
                   MOVE DEL-DEALER-CODE TO WS-RPT-DEALER
                   MOVE 'NOT ON MASTER' TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   PERFORM RETIRE-DELETED-RECORD
           END-READ.
                   MOVE DEL-DEALER-CODE TO WS-RPT-DEALER
                   MOVE 'MASTER IO ERROR' TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETE  '      TO WS-RPT-ACTION
                   MOVE SPACES     TO WS-AUD-NEW-CATEGORY
                   MOVE SPACES     TO WS-AUD-NEW-YEAR
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE DEL-CAR-NAME    TO HLD-CAR-NAME
                   MOVE DEL-DEALER-CODE TO HLD-DEALER-CODE
                   MOVE DEL-STOCK-NO    TO HLD-STOCK-NO
                   MOVE DEL-LOT-LOC     TO HLD-LOT-LOC
                   MOVE 'R'             TO WS-HLD-CLOSE-STATUS
                   MOVE 'RELEASE '      TO WS-RPT-ACTION
                   PERFORM CLOSE-HOLD-ON-RETIRE
                   MOVE DEL-CAR-NAME    TO CST-CAR-NAME
                   MOVE DEL-DEALER-CODE TO CST-DEALER-CODE
                   MOVE DEL-STOCK-NO    TO CST-STOCK-NO
                   MOVE DEL-LOT-LOC     TO CST-LOT-LOC
                   MOVE 'D'             TO WS-CST-CLOSE-STATUS
                   PERFORM CLOSE-COST-ON-RETIRE
                   MOVE DEL-CAR-NAME    TO RCX-CAR-NAME
                   MOVE DEL-DEALER-CODE TO RCX-DEALER-CODE
                   MOVE DEL-STOCK-NO    TO RCX-STOCK-NO
                   MOVE DEL-LOT-LOC     TO RCX-LOT-LOC
                   PERFORM CLOSE-RECALLS-ON-RETIRE
           END-DELETE.

      *
                       MOVE SLS-DEALER-CODE TO WS-RPT-DEALER
                       MOVE 'NOT ON MASTER' TO WS-RPT-REASON
                       WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM RETIRE-SOLD-RECORD
               END-READ
                   MOVE SLS-DEALER-CODE  TO WS-RPT-DEALER
                   MOVE 'MASTER IO ERROR' TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES          TO WS-RPT-REASON
                   PERFORM CLOSE-COST-ON-SALE
                   WRITE SOLD-REC
                   ADD 1 TO WS-SOLD-COUNT
                   MOVE 'SOLD    '      TO WS-RPT-ACTION
                   MOVE SLS-CAR-NAME    TO WS-RPT-NAME
                   MOVE SLS-DEALER-CODE TO WS-RPT-DEALER
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   MOVE SLS-CAR-NAME    TO WS-AUD-NAME
                   MOVE SLS-DEALER-CODE TO WS-AUD-DEALER
                   MOVE SPACES          TO WS-AUD-NEW-CATEGORY
                   MOVE SPACES          TO WS-AUD-NEW-YEAR
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SLS-CAR-NAME    TO HLD-CAR-NAME
                   MOVE SLS-DEALER-CODE TO HLD-DEALER-CODE
                   MOVE SLS-STOCK-NO    TO HLD-STOCK-NO
                   MOVE SLS-LOT-LOC     TO HLD-LOT-LOC
                   MOVE 'S'             TO WS-HLD-CLOSE-STATUS
                   MOVE 'HOLDSOLD'      TO WS-RPT-ACTION
                   PERFORM CLOSE-HOLD-ON-RETIRE
                   MOVE SLS-CAR-NAME    TO RCX-CAR-NAME
                   MOVE SLS-DEALER-CODE TO RCX-DEALER-CODE
                   MOVE SLS-STOCK-NO    TO RCX-STOCK-NO
                   MOVE SLS-LOT-LOC     TO RCX-LOT-LOC
                   PERFORM CLOSE-RECALLS-ON-RETIRE
           END-DELETE.
      *
      * The car's total cost goes onto the sold history with it.  A
      * car the ledger holds no open cost for is sold with a zero
      * cost flagged 'N', and the SOLD line says so, so the gross
      * profit report can leave it out rather than show the whole
      * sale price as profit.
      *
       CLOSE-COST-ON-SALE.
           MOVE SLS-CAR-NAME    TO CST-CAR-NAME
           MOVE SLS-DEALER-CODE TO CST-DEALER-CODE
           MOVE SLS-STOCK-NO    TO CST-STOCK-NO
           MOVE SLS-LOT-LOC     TO CST-LOT-LOC
           MOVE 'S'             TO WS-CST-CLOSE-STATUS
           PERFORM CLOSE-COST-ON-RETIRE
           IF WS-CST-FOUND
               ADD 1 TO WS-CST-SOLD-COUNT
               MOVE WS-CST-TOTAL-COST TO SOLD-TOTAL-COST
               MOVE 'Y'               TO SOLD-COST-FLAG
           ELSE
               ADD 1 TO WS-CST-NOCOST-COUNT
               MOVE 0                 TO SOLD-TOTAL-COST
               MOVE 'N'               TO SOLD-COST-FLAG
               MOVE 'NO COST ON FILE' TO WS-RPT-REASON
           END-IF.

      *
      * CARMKDTX is optional - a status of 35 on the open means no
      * markdowns came due tonight.  The proposals were figured off
      * last night's master, so one for a car that has since left
      * the master or been repriced is turned back; CARMKDN figures
      * it again tomorrow from the car's new price.
      *
       APPLY-MARKDOWN-PROPOSALS.
           OPEN INPUT CARMKDN-TXN
           IF WS-MKT-STATUS = '35'
               SET WS-MKT-EOF TO TRUE
           ELSE
               PERFORM APPLY-MARKDOWN-RECORD UNTIL WS-MKT-EOF
               CLOSE CARMKDN-TXN
           END-IF.

       APPLY-MARKDOWN-RECORD.
           READ CARMKDN-TXN
               AT END
                   SET WS-MKT-EOF TO TRUE
               NOT AT END
                   IF MKT-CAR-NAME = SPACES
                       CONTINUE
                   ELSE
                       PERFORM MARKDOWN-MASTER-RECORD
                   END-IF
           END-READ.

       MARKDOWN-MASTER-RECORD.
           MOVE MKT-CAR-NAME    TO MST-CAR-NAME
           MOVE MKT-DEALER-CODE TO MST-DEALER-CODE
           MOVE MKT-STOCK-NO    TO MST-STOCK-NO
           MOVE MKT-LOT-LOC     TO MST-LOT-LOC
           READ CARMASTER
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-RPT-REASON
                   PERFORM REJECT-MARKDOWN
               NOT INVALID KEY
                   IF MST-CAR-PRICE NOT = MKT-CUR-PRICE
                       MOVE 'PRICE MOVED' TO WS-RPT-REASON
                       PERFORM REJECT-MARKDOWN
                   ELSE
                       PERFORM STAGE-MARKDOWN-CHANGE
                       PERFORM SCREEN-AND-APPLY-CHANGE
                   END-IF
           END-READ.
      *
      * A markdown moves the price only - the category and model
      * year go through as the master already carries them.
      *
       STAGE-MARKDOWN-CHANGE.
           MOVE MKT-CAR-NAME     TO WS-PCH-NAME
           MOVE MKT-DEALER-CODE  TO WS-PCH-DEALER
           MOVE MKT-STOCK-NO     TO WS-PCH-STOCK
           MOVE MKT-LOT-LOC      TO WS-PCH-LOC
           MOVE MKT-NEW-PRICE    TO WS-PCH-PRICE
           MOVE MST-CAR-CATEGORY TO WS-PCH-CATEGORY
           MOVE MST-MODEL-YEAR   TO WS-PCH-YEAR
           MOVE 'MARKDOWN'       TO WS-PCH-SOURCE
           MOVE MKT-RULE-ID      TO WS-PCH-RULE-ID
           MOVE MKT-RULE-DAYS    TO WS-PCH-MKDN-DAYS.

       REJECT-MARKDOWN.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE MKT-CAR-NAME    TO WS-RPT-NAME
           MOVE MKT-DEALER-CODE TO WS-RPT-DEALER
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.

      *
      * Nightly sweep of the hold file, run ahead of every other
      * transaction so a hold that lapsed yesterday never blocks
      * tonight's sale or another customer's hold.  An active hold
      * past its expiry date closes as expired; a closed hold older
      * than the purge days comes off the file.
      *
       EXPIRE-LAPSED-HOLDS.
           MOVE LOW-VALUES TO HLD-CAR-KEY
           START CARHOLD-FILE KEY NOT < HLD-CAR-KEY
               INVALID KEY
                   SET WS-HLD-SWEEP-EOF TO TRUE
           END-START
           PERFORM SWEEP-HOLD-RECORD UNTIL WS-HLD-SWEEP-EOF.

       SWEEP-HOLD-RECORD.
           READ CARHOLD-FILE NEXT
               AT END
                   SET WS-HLD-SWEEP-EOF TO TRUE
               NOT AT END
                   IF HLD-IS-ACTIVE
                       IF HLD-EXPIRY-DATE < WS-RUN-DATE
                           MOVE 'E'        TO WS-HLD-CLOSE-STATUS
                           MOVE 'HOLDEXP ' TO WS-RPT-ACTION
                           PERFORM CLOSE-ACTIVE-HOLD
                       END-IF
                   ELSE
                       PERFORM PURGE-CLOSED-HOLD
                   END-IF
           END-READ.
      *
      * A status date that will not convert ages as very old, so a
      * damaged closed hold goes rather than sitting on the listing.
      *
       PURGE-CLOSED-HOLD.
           MOVE 99999 TO WS-HLD-AGE-DAYS
           IF HLD-STATUS-DATE NUMERIC
           AND HLD-STATUS-DATE > 0
               COMPUTE WS-HLD-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(HLD-STATUS-DATE)
           END-IF
           IF WS-HLD-AGE-DAYS > WS-HLD-PURGE-DAYS
               DELETE CARHOLD-FILE
                   INVALID KEY
                       DISPLAY "HOLD PURGE FAILED - STATUS "
                           WS-HLD-STATUS " KEY " HLD-CAR-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-HLD-PURGED-COUNT
               END-DELETE
           END-IF.
      *
      * Performed once a car has left the master by sale or delete -
      * the caller stages the car's key in HLD-CAR-KEY, the closing
      * status and the report action.  No hold, or one already
      * closed, leaves the hold file alone.
      *
       CLOSE-HOLD-ON-RETIRE.
           READ CARHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-IS-ACTIVE
                       PERFORM CLOSE-ACTIVE-HOLD
                   END-IF
           END-READ.
      *
      * Closes the active hold in the record area with the staged
      * status, dated tonight, and prints it on the maintenance
      * report against the customer reference.
      *
       CLOSE-ACTIVE-HOLD.
           MOVE WS-HLD-CLOSE-STATUS TO HLD-STATUS
           MOVE WS-RUN-DATE         TO HLD-STATUS-DATE
           REWRITE HOLD-REC
               INVALID KEY
                   DISPLAY "HOLD REWRITE FAILED - STATUS "
                       WS-HLD-STATUS " KEY " HLD-CAR-NAME
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HLD-IS-EXPIRED
                           ADD 1 TO WS-HLD-EXPIRED-COUNT
                       WHEN HLD-IS-SOLD
                           ADD 1 TO WS-HLD-SOLD-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-HLD-RELEASE-COUNT
                   END-EVALUATE
                   MOVE HLD-CAR-NAME    TO WS-RPT-NAME
                   MOVE HLD-DEALER-CODE TO WS-RPT-DEALER
                   MOVE HLD-CUST-REF    TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
           END-REWRITE.
      *
      * CARHLDTX is optional - a status of 35 on the open means no
      * holds were taken or dropped today.  Holds go after the sales,
      * so a hold keyed on a car that sold tonight is rejected as
      * not on the master.
      *
       APPLY-HOLD-TRANSACTIONS.
           OPEN INPUT CARHOLD-TXN
           IF WS-HTX-STATUS = '35'
               SET WS-HTX-EOF TO TRUE
           ELSE
               PERFORM APPLY-HOLD-RECORD UNTIL WS-HTX-EOF
               CLOSE CARHOLD-TXN
           END-IF.

       APPLY-HOLD-RECORD.
           READ CARHOLD-TXN
               AT END
                   SET WS-HTX-EOF TO TRUE
               NOT AT END
                   IF HTX-CAR-NAME = SPACES
                       CONTINUE
                   ELSE
                       EVALUATE TRUE
                           WHEN HTX-PLACE-HOLD
                               PERFORM PLACE-CUSTOMER-HOLD
                           WHEN HTX-RELEASE-HOLD
                               PERFORM RELEASE-CUSTOMER-HOLD
                           WHEN OTHER
                               MOVE 'BAD HOLD ACTION' TO WS-RPT-REASON
                               PERFORM REJECT-HOLD-TRANSACTION
                       END-EVALUATE
                   END-IF
           END-READ.
      *
      * A hold needs a customer, an agent and an expiry no earlier
      * than tonight, and its car must be on the master.  A blank or
      * zero expiry runs the default hold days from tonight.
      *
       PLACE-CUSTOMER-HOLD.
           MOVE 0 TO WS-HLD-EXPIRY-WORK
           IF HTX-EXPIRY-DATE-X = SPACES
           OR HTX-EXPIRY-DATE-X = ZEROS
               COMPUTE WS-HLD-EXPIRY-WORK = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-HLD-DEFAULT-DAYS)
           ELSE
               IF HTX-EXPIRY-DATE-X NUMERIC
                   MOVE HTX-EXPIRY-DATE TO WS-HLD-EXPIRY-WORK
               END-IF
           END-IF
           IF HTX-CUST-REF = SPACES
           OR HTX-AGENT = SPACES
               MOVE 'NO CUST / AGENT' TO WS-RPT-REASON
               PERFORM REJECT-HOLD-TRANSACTION
           ELSE
               IF WS-HLD-EXPIRY-WORK < WS-RUN-DATE
                   MOVE 'BAD EXPIRY DATE' TO WS-RPT-REASON
                   PERFORM REJECT-HOLD-TRANSACTION
               ELSE
                   MOVE HTX-CAR-NAME    TO MST-CAR-NAME
                   MOVE HTX-DEALER-CODE TO MST-DEALER-CODE
                   MOVE HTX-STOCK-NO    TO MST-STOCK-NO
                   MOVE HTX-LOT-LOC     TO MST-LOT-LOC
                   READ CARMASTER
                       INVALID KEY
                           MOVE 'NOT ON MASTER' TO WS-RPT-REASON
                           PERFORM REJECT-HOLD-TRANSACTION
                       NOT INVALID KEY
                           PERFORM WRITE-CUSTOMER-HOLD
                   END-READ
               END-IF
           END-IF.
      *
      * One hold per car.  No hold record yet is a new hold; an
      * active hold for the same customer is extended to the new
      * expiry and agent; a closed hold is replaced by the new one.
      * An active hold for a different customer stands, and the
      * transaction is rejected for the floor to sort out.
      *
       WRITE-CUSTOMER-HOLD.
           MOVE HTX-CAR-NAME    TO HLD-CAR-NAME
           MOVE HTX-DEALER-CODE TO HLD-DEALER-CODE
           MOVE HTX-STOCK-NO    TO HLD-STOCK-NO
           MOVE HTX-LOT-LOC     TO HLD-LOT-LOC
           READ CARHOLD-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO HLD-PLACED-DATE
                   PERFORM BUILD-HOLD-RECORD
                   MOVE 'HOLD    ' TO WS-RPT-ACTION
                   WRITE HOLD-REC
                       INVALID KEY
                           MOVE 'HOLD IO ERROR' TO WS-RPT-REASON
                           PERFORM REJECT-HOLD-TRANSACTION
                       NOT INVALID KEY
                           PERFORM ACCEPT-HOLD-TRANSACTION
                   END-WRITE
               NOT INVALID KEY
                   IF HLD-IS-ACTIVE
                   AND HLD-CUST-REF NOT = HTX-CUST-REF
                       MOVE 'HELD FOR OTHER' TO WS-RPT-REASON
                       PERFORM REJECT-HOLD-TRANSACTION
                   ELSE
                       PERFORM REPLACE-CUSTOMER-HOLD
                   END-IF
           END-READ.

       REPLACE-CUSTOMER-HOLD.
           IF HLD-IS-ACTIVE
               MOVE 'EXTEND  ' TO WS-RPT-ACTION
           ELSE
               MOVE 'HOLD    ' TO WS-RPT-ACTION
               MOVE WS-RUN-DATE TO HLD-PLACED-DATE
           END-IF
           PERFORM BUILD-HOLD-RECORD
           REWRITE HOLD-REC
               INVALID KEY
                   MOVE 'HOLD IO ERROR' TO WS-RPT-REASON
                   PERFORM REJECT-HOLD-TRANSACTION
               NOT INVALID KEY
                   PERFORM ACCEPT-HOLD-TRANSACTION
           END-REWRITE.

       BUILD-HOLD-RECORD.
           MOVE HTX-CUST-REF       TO HLD-CUST-REF
           MOVE HTX-AGENT          TO HLD-AGENT
           MOVE WS-HLD-EXPIRY-WORK TO HLD-EXPIRY-DATE
           MOVE 'A'                TO HLD-STATUS
           MOVE WS-RUN-DATE        TO HLD-STATUS-DATE.

       ACCEPT-HOLD-TRANSACTION.
           ADD 1 TO WS-HLD-PLACED-COUNT
           MOVE HTX-CAR-NAME    TO WS-RPT-NAME
           MOVE HTX-DEALER-CODE TO WS-RPT-DEALER
           MOVE HTX-CUST-REF    TO WS-RPT-REASON
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      *
      * A release needs an active hold on the car; whichever
      * customer it is for, the floor's release closes it.
      *
       RELEASE-CUSTOMER-HOLD.
           MOVE HTX-CAR-NAME    TO HLD-CAR-NAME
           MOVE HTX-DEALER-CODE TO HLD-DEALER-CODE
           MOVE HTX-STOCK-NO    TO HLD-STOCK-NO
           MOVE HTX-LOT-LOC     TO HLD-LOT-LOC
           READ CARHOLD-FILE
               INVALID KEY
                   MOVE 'NO ACTIVE HOLD' TO WS-RPT-REASON
                   PERFORM REJECT-HOLD-TRANSACTION
               NOT INVALID KEY
                   IF HLD-IS-ACTIVE
                       MOVE 'R'        TO WS-HLD-CLOSE-STATUS
                       MOVE 'RELEASE ' TO WS-RPT-ACTION
                       PERFORM CLOSE-ACTIVE-HOLD
                   ELSE
                       MOVE 'NO ACTIVE HOLD' TO WS-RPT-REASON
                       PERFORM REJECT-HOLD-TRANSACTION
                   END-IF
           END-READ.
      *
      * The caller stages the reason before performing this.
      *
       REJECT-HOLD-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE HTX-CAR-NAME    TO WS-RPT-NAME
           MOVE HTX-DEALER-CODE TO WS-RPT-DEALER
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.

      *
      * Performed once a car has left the master by sale or delete -
      * the caller stages the car's key in CST-CAR-KEY and the
      * closing status.  An open ledger record is closed, dated
      * tonight, and the car's total cost left for the caller; no
      * record, or one already closed, leaves the ledger alone and
      * the cost not found.
      *
       CLOSE-COST-ON-RETIRE.
           MOVE 'N' TO WS-CST-FOUND-SW
           MOVE 0   TO WS-CST-TOTAL-COST
           READ CARCOST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CST-IS-OPEN
                       SET WS-CST-FOUND TO TRUE
                       COMPUTE WS-CST-TOTAL-COST
                           = CST-ACQ-COST + CST-RECON-COST
                       MOVE WS-CST-CLOSE-STATUS TO CST-STATUS
                       MOVE WS-RUN-DATE         TO CST-STATUS-DATE
                       REWRITE COST-REC
                           INVALID KEY
                               DISPLAY "COST REWRITE FAILED - STATUS "
                                   WS-CST-STATUS " KEY " CST-CAR-NAME
                       END-REWRITE
                   END-IF
           END-READ.
      *
      * CARPURTX is optional - a status of 35 on the open means no
      * purchases were booked today.  Purchases go ahead of the
      * feed and the sales, so a car bought, reconditioned and sold
      * on the same day still leaves with its cost.
      *
       APPLY-PURCHASE-TRANSACTIONS.
           OPEN INPUT CARPURCH-TXN
           IF WS-PTX-STATUS = '35'
               SET WS-PTX-EOF TO TRUE
           ELSE
               PERFORM APPLY-PURCHASE-RECORD UNTIL WS-PTX-EOF
               CLOSE CARPURCH-TXN
           END-IF.

       APPLY-PURCHASE-RECORD.
           READ CARPURCH-TXN
               AT END
                   SET WS-PTX-EOF TO TRUE
               NOT AT END
                   IF PTX-CAR-NAME = SPACES
                       CONTINUE
                   ELSE
                       PERFORM POST-PURCHASE-COST
                   END-IF
           END-READ.
      *
      * The cost is class-tested before the de-edit, as the sale
      * price is.  A purchase does not need its car on the master
      * yet - the buying office often books it before the dealer's
      * feed sends the car.  No ledger record for the key opens
      * one; an open record takes the new cost as a correction and
      * keeps its repair orders; a closed record belongs to a car
      * already gone and is started afresh.
      *
       POST-PURCHASE-COST.
           MOVE 0 TO WS-CST-AMOUNT-NUM
           IF PTX-COST-RAW CARMSTUP-PRICE-CHARS
               MOVE PTX-COST TO WS-CST-AMOUNT-NUM
           END-IF
           IF PTX-COST-RAW NOT CARMSTUP-PRICE-CHARS
           OR WS-CST-AMOUNT-NUM NOT NUMERIC
           OR WS-CST-AMOUNT-NUM <= 0
           OR PTX-PURCH-DATE-X NOT NUMERIC
               MOVE 'BAD COST FIELDS' TO WS-RPT-REASON
               PERFORM REJECT-PURCHASE
           ELSE
               MOVE PTX-CAR-NAME    TO CST-CAR-NAME
               MOVE PTX-DEALER-CODE TO CST-DEALER-CODE
               MOVE PTX-STOCK-NO    TO CST-STOCK-NO
               MOVE PTX-LOT-LOC     TO CST-LOT-LOC
               READ CARCOST-FILE
                   INVALID KEY
                       PERFORM START-COST-RECORD
                       MOVE 'PURCHASE' TO WS-RPT-ACTION
                       WRITE COST-REC
                           INVALID KEY
                               MOVE 'COST IO ERROR' TO WS-RPT-REASON
                               PERFORM REJECT-PURCHASE
                           NOT INVALID KEY
                               PERFORM ACCEPT-PURCHASE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM REPLACE-PURCHASE-COST
               END-READ
           END-IF.

       REPLACE-PURCHASE-COST.
           IF CST-IS-OPEN
               MOVE 'PURCHG  ' TO WS-RPT-ACTION
               MOVE WS-CST-AMOUNT-NUM TO CST-ACQ-COST
               MOVE PTX-PURCH-DATE    TO CST-ACQ-DATE
               MOVE PTX-PURCH-REF     TO CST-ACQ-REF
           ELSE
               MOVE 'PURCHASE' TO WS-RPT-ACTION
               PERFORM START-COST-RECORD
           END-IF
           REWRITE COST-REC
               INVALID KEY
                   MOVE 'COST IO ERROR' TO WS-RPT-REASON
                   PERFORM REJECT-PURCHASE
               NOT INVALID KEY
                   PERFORM ACCEPT-PURCHASE
           END-REWRITE.

       START-COST-RECORD.
           MOVE 'O'               TO CST-STATUS
           MOVE WS-CST-AMOUNT-NUM TO CST-ACQ-COST
           MOVE PTX-PURCH-DATE    TO CST-ACQ-DATE
           MOVE PTX-PURCH-REF     TO CST-ACQ-REF
           MOVE 0                 TO CST-RECON-COST
           MOVE 0                 TO CST-RECON-COUNT
           MOVE SPACES            TO CST-LAST-RO-NO
           MOVE 0                 TO CST-LAST-RO-DATE
           MOVE WS-RUN-DATE       TO CST-STATUS-DATE.

       ACCEPT-PURCHASE.
           ADD 1 TO WS-CST-PURCH-COUNT
           MOVE PTX-CAR-NAME    TO WS-RPT-NAME
           MOVE PTX-DEALER-CODE TO WS-RPT-DEALER
           MOVE PTX-COST        TO WS-RPT-REASON
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      *
      * The caller stages the reason before performing this.
      *
       REJECT-PURCHASE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE PTX-CAR-NAME    TO WS-RPT-NAME
           MOVE PTX-DEALER-CODE TO WS-RPT-DEALER
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      *
      * CARRCNTX is optional - a status of 35 on the open means no
      * repair orders closed today.
      *
       APPLY-RECON-TRANSACTIONS.
           OPEN INPUT CARRECON-TXN
           IF WS-RTX-STATUS = '35'
               SET WS-RTX-EOF TO TRUE
           ELSE
               PERFORM APPLY-RECON-RECORD UNTIL WS-RTX-EOF
               CLOSE CARRECON-TXN
           END-IF.

       APPLY-RECON-RECORD.
           READ CARRECON-TXN
               AT END
                   SET WS-RTX-EOF TO TRUE
               NOT AT END
                   IF RTX-STOCK-NO = SPACES
                       CONTINUE
                   ELSE
                       PERFORM POST-RECON-CHARGE
                   END-IF
           END-READ.
      *
      * A repair order carries only the dealer code and stock
      * number, so the ledger is searched on that alternate key for
      * the car's open record - the closed records of cars already
      * gone under the same stock number are passed over.  No open
      * record means the purchase has not been booked yet, and the
      * repair order is rejected for the service office to re-send.
      * A repair order already on the CARRCNLG log - sent again on
      * its own or in a re-sent batch - is turned back.
      *
       POST-RECON-CHARGE.
           MOVE 0 TO WS-CST-AMOUNT-NUM
           IF RTX-AMOUNT-RAW CARMSTUP-PRICE-CHARS
               MOVE RTX-AMOUNT TO WS-CST-AMOUNT-NUM
           END-IF
           IF RTX-AMOUNT-RAW NOT CARMSTUP-PRICE-CHARS
           OR WS-CST-AMOUNT-NUM NOT NUMERIC
           OR WS-CST-AMOUNT-NUM <= 0
           OR RTX-RO-DATE-X NOT NUMERIC
           OR RTX-RO-NO = SPACES
               MOVE 'BAD RO FIELDS' TO WS-RPT-REASON
               PERFORM REJECT-RECON-CHARGE
           ELSE
               MOVE RTX-DEALER-CODE TO CST-DEALER-CODE
               MOVE RTX-STOCK-NO    TO CST-STOCK-NO
               MOVE 'N' TO WS-CST-SCAN-SW
               START CARCOST-FILE KEY = CST-STOCK-KEY
                   INVALID KEY
                       SET WS-CST-SCAN-END TO TRUE
               END-START
               PERFORM FIND-OPEN-COST-RECORD
                   UNTIL WS-CST-SCAN-FOUND OR WS-CST-SCAN-END
               IF WS-CST-SCAN-FOUND
                   PERFORM ADD-RECON-CHARGE
               ELSE
                   MOVE 'NO OPEN COST' TO WS-RPT-REASON
                   PERFORM REJECT-RECON-CHARGE
               END-IF
           END-IF.

       FIND-OPEN-COST-RECORD.
           READ CARCOST-FILE NEXT
               AT END
                   SET WS-CST-SCAN-END TO TRUE
               NOT AT END
                   IF CST-DEALER-CODE NOT = RTX-DEALER-CODE
                   OR CST-STOCK-NO NOT = RTX-STOCK-NO
                       SET WS-CST-SCAN-END TO TRUE
                   ELSE
                       IF CST-IS-OPEN
                           SET WS-CST-SCAN-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       ADD-RECON-CHARGE.
           MOVE RTX-DEALER-CODE TO ROL-DEALER-CODE
           MOVE RTX-STOCK-NO    TO ROL-STOCK-NO
           MOVE RTX-RO-NO       TO ROL-RO-NO
           READ CARRCNLG-FILE
               INVALID KEY
                   PERFORM POST-RECON-TO-LEDGER
               NOT INVALID KEY
                   MOVE 'DUPLICATE RO' TO WS-RPT-REASON
                   PERFORM REJECT-RECON-CHARGE
           END-READ.
      *
      * The repair order is logged only once the ledger has taken
      * the charge, so a failed rewrite leaves it free to re-send.
      *
       POST-RECON-TO-LEDGER.
           ADD WS-CST-AMOUNT-NUM TO CST-RECON-COST
           ADD 1                 TO CST-RECON-COUNT
           MOVE RTX-RO-NO        TO CST-LAST-RO-NO
           MOVE RTX-RO-DATE      TO CST-LAST-RO-DATE
           REWRITE COST-REC
               INVALID KEY
                   MOVE 'COST IO ERROR' TO WS-RPT-REASON
                   PERFORM REJECT-RECON-CHARGE
               NOT INVALID KEY
                   ADD 1 TO WS-CST-RECON-COUNT
                   PERFORM LOG-REPAIR-ORDER
                   MOVE 'RECON   '      TO WS-RPT-ACTION
                   MOVE CST-CAR-NAME    TO WS-RPT-NAME
                   MOVE RTX-DEALER-CODE TO WS-RPT-DEALER
                   MOVE RTX-AMOUNT      TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
           END-REWRITE.

       LOG-REPAIR-ORDER.
           MOVE SPACES            TO RO-LOG-REC
           MOVE RTX-DEALER-CODE   TO ROL-DEALER-CODE
           MOVE RTX-STOCK-NO      TO ROL-STOCK-NO
           MOVE RTX-RO-NO         TO ROL-RO-NO
           MOVE CST-CAR-NAME      TO ROL-CAR-NAME
           MOVE CST-LOT-LOC       TO ROL-LOT-LOC
           MOVE RTX-RO-DATE       TO ROL-RO-DATE
           MOVE WS-CST-AMOUNT-NUM TO ROL-AMOUNT
           MOVE WS-RUN-DATE       TO ROL-POST-DATE
           WRITE RO-LOG-REC
               INVALID KEY
                   DISPLAY "REPAIR-ORDER LOG WRITE FAILED - STATUS "
                       WS-ROL-STATUS " RO " RTX-RO-NO
           END-WRITE.
      *
      * The caller stages the reason before performing this.  With
      * no car to name, the line shows the stock number and the
      * repair order instead.
      *
       REJECT-RECON-CHARGE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE SPACES          TO WS-RPT-NAME
           STRING 'STOCK ' RTX-STOCK-NO ' RO ' RTX-RO-NO
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           MOVE RTX-DEALER-CODE TO WS-RPT-DEALER
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      *
      * Recall bulletin load - an absent or empty CARRCLBL simply
      * means no recalls in force.  A bulletin with a bad year or
      * issue date, or with nothing at all to narrow it down, would
      * stop-sale the wrong cars or the whole lot; it is left out
      * and named to the operators instead.
      *
       LOAD-RECALL-BULLETINS.
           OPEN INPUT CARRECALL-BLTN
           PERFORM LOAD-RECALL-RECORD UNTIL WS-RCB-EOF
           CLOSE CARRECALL-BLTN.

       LOAD-RECALL-RECORD.
           READ CARRECALL-BLTN
               AT END
                   SET WS-RCB-EOF TO TRUE
               NOT AT END
                   IF RCB-RECALL-NO = SPACES
                       CONTINUE
                   ELSE
                       IF (RCB-YEAR-FROM-X NOT NUMERIC
                           AND RCB-YEAR-FROM-X NOT = SPACES)
                       OR (RCB-YEAR-TO-X NOT NUMERIC
                           AND RCB-YEAR-TO-X NOT = SPACES)
                       OR (RCB-ISSUE-DATE-X NOT NUMERIC
                           AND RCB-ISSUE-DATE-X NOT = SPACES)
                       OR (RCB-NAME-PATTERN = SPACES
                           AND RCB-CATEGORY = SPACES
                           AND (RCB-YEAR-FROM-X = SPACES
                                OR RCB-YEAR-FROM-X = ZEROS)
                           AND (RCB-YEAR-TO-X = SPACES
                                OR RCB-YEAR-TO-X = ZEROS))
                           DISPLAY "RECALL BULLETIN " RCB-RECALL-NO
                               " UNUSABLE - LEFT OUT, CHECK CARRCLBL"
                       ELSE
                           PERFORM ADD-RECALL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       ADD-RECALL-ENTRY.
           IF WS-RCL-COUNT < 100
               ADD 1 TO WS-RCL-COUNT
               MOVE RCB-RECALL-NO    TO WS-RCL-NO(WS-RCL-COUNT)
               MOVE RCB-NAME-PATTERN TO WS-RCL-PATTERN(WS-RCL-COUNT)
               MOVE RCB-CATEGORY     TO WS-RCL-CAT(WS-RCL-COUNT)
               MOVE RCB-DESC         TO WS-RCL-DESC(WS-RCL-COUNT)
               IF RCB-YEAR-FROM-X = SPACES
                   MOVE 0 TO WS-RCL-YR-FROM(WS-RCL-COUNT)
               ELSE
                   MOVE RCB-YEAR-FROM TO WS-RCL-YR-FROM(WS-RCL-COUNT)
               END-IF
               IF RCB-YEAR-TO-X = SPACES
               OR RCB-YEAR-TO-X = ZEROS
                   MOVE 9999 TO WS-RCL-YR-TO(WS-RCL-COUNT)
               ELSE
                   MOVE RCB-YEAR-TO TO WS-RCL-YR-TO(WS-RCL-COUNT)
               END-IF
               IF RCB-ISSUE-DATE-X = SPACES
                   MOVE WS-RUN-DATE TO WS-RCL-ISSUE(WS-RCL-COUNT)
               ELSE
                   MOVE RCB-ISSUE-DATE TO WS-RCL-ISSUE(WS-RCL-COUNT)
               END-IF
               MOVE 0 TO WS-RCL-PAT-WORK-LEN
               IF RCB-NAME-PATTERN NOT = SPACES
                   MOVE 30 TO WS-RCL-PAT-WORK-LEN
                   PERFORM STEP-BACK-RECALL-PATTERN
                       UNTIL WS-RCL-PAT-WORK-LEN = 1
                       OR RCB-NAME-PATTERN(WS-RCL-PAT-WORK-LEN:1)
                           NOT = SPACE
               END-IF
               MOVE WS-RCL-PAT-WORK-LEN TO WS-RCL-PAT-LEN(WS-RCL-COUNT)
           ELSE
               IF NOT WS-RCL-TABLE-FULL
                   SET WS-RCL-TABLE-FULL TO TRUE
                   DISPLAY "RECALL TABLE FULL AT 100 BULLETINS - "
                       "REMAINING CARRCLBL ROWS IGNORED, CHECK THE "
                       "FILE"
               END-IF
           END-IF.

       STEP-BACK-RECALL-PATTERN.
           SUBTRACT 1 FROM WS-RCL-PAT-WORK-LEN.
      *
      * Nightly match - every car on the master, after tonight's
      * transfers, feed, deletes and sales, is tested against every
      * bulletin in force.  A car a bulletin covers gets an open
      * stop-sale the first time only; once cleared, or once the
      * bulletin comes off the file, nothing here touches it again.
      *
       MATCH-RECALL-BULLETINS.
           IF WS-RCL-COUNT = 0
               SET WS-RCL-MASTER-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO MST-CAR-KEY
               START CARMASTER KEY NOT < MST-CAR-KEY
                   INVALID KEY
                       SET WS-RCL-MASTER-EOF TO TRUE
               END-START
           END-IF
           PERFORM MATCH-MASTER-RECORD UNTIL WS-RCL-MASTER-EOF.

       MATCH-MASTER-RECORD.
           READ CARMASTER NEXT
               AT END
                   SET WS-RCL-MASTER-EOF TO TRUE
               NOT AT END
                   PERFORM TEST-RECALL-ENTRY
                       VARYING WS-RCL-IDX FROM 1 BY 1
                       UNTIL WS-RCL-IDX > WS-RCL-COUNT
           END-READ.
      *
      * Category, model year and name pattern must all cover the
      * car; an open test passes every car.  A car with no usable
      * model year only matches a bulletin with no year range.
      *
       TEST-RECALL-ENTRY.
           MOVE 'N' TO WS-RCL-MATCH-SW
           IF (WS-RCL-CAT(WS-RCL-IDX) = SPACES
               OR WS-RCL-CAT(WS-RCL-IDX) = MST-CAR-CATEGORY)
           AND ((WS-RCL-YR-FROM(WS-RCL-IDX) = 0
                 AND WS-RCL-YR-TO(WS-RCL-IDX) = 9999)
                OR (MST-MODEL-YEAR NUMERIC
                    AND MST-MODEL-YEAR NOT < WS-RCL-YR-FROM(WS-RCL-IDX)
                    AND MST-MODEL-YEAR NOT > WS-RCL-YR-TO(WS-RCL-IDX)))
               IF WS-RCL-PAT-LEN(WS-RCL-IDX) = 0
                   SET WS-RCL-MATCHED TO TRUE
               ELSE
                   MOVE 0 TO WS-RCL-TALLY
                   INSPECT MST-CAR-NAME TALLYING WS-RCL-TALLY
                       FOR ALL WS-RCL-PATTERN(WS-RCL-IDX)
                           (1:WS-RCL-PAT-LEN(WS-RCL-IDX))
                   IF WS-RCL-TALLY > 0
                       SET WS-RCL-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-RCL-MATCHED
               PERFORM OPEN-RECALL-EXPOSURE
           END-IF.

       OPEN-RECALL-EXPOSURE.
           MOVE MST-CAR-KEY             TO RCX-CAR-KEY
           MOVE WS-RCL-NO(WS-RCL-IDX)   TO RCX-RECALL-NO
           READ CARRECALL-FILE
               INVALID KEY
                   MOVE SPACES                TO RECALL-REC
                   MOVE MST-CAR-KEY           TO RCX-CAR-KEY
                   MOVE WS-RCL-NO(WS-RCL-IDX) TO RCX-RECALL-NO
                   MOVE 'O'                   TO RCX-STATUS
                   MOVE WS-RCL-ISSUE(WS-RCL-IDX) TO RCX-ISSUE-DATE
                   MOVE WS-RUN-DATE           TO RCX-OPEN-DATE
                   MOVE WS-RUN-DATE           TO RCX-STATUS-DATE
                   MOVE 0                     TO RCX-CLEAR-DATE
                   MOVE WS-RCL-DESC(WS-RCL-IDX) TO RCX-DESC
                   WRITE RECALL-REC
                       INVALID KEY
                           DISPLAY "RECALL WRITE FAILED - STATUS "
                               WS-RCX-STATUS " KEY " RCX-CAR-NAME
                       NOT INVALID KEY
                           ADD 1 TO WS-RCL-OPENED-COUNT
                           MOVE 'RECALL  '      TO WS-RPT-ACTION
                           MOVE MST-CAR-NAME    TO WS-RPT-NAME
                           MOVE MST-DEALER-CODE TO WS-RPT-DEALER
                           MOVE RCX-RECALL-NO   TO WS-RPT-REASON
                           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      *
      * CARRCLTX is optional - a status of 35 on the open means no
      * recall repairs were closed today.  Clearances go after the
      * match, so a car repaired the day its bulletin arrives can
      * be cleared the same night.  A blank clearance date is taken
      * as tonight.
      *
       APPLY-RECALL-CLEARANCES.
           OPEN INPUT CARRECALL-TXN
           IF WS-RCT-STATUS = '35'
               SET WS-RCT-EOF TO TRUE
           ELSE
               PERFORM APPLY-RECALL-CLEARANCE UNTIL WS-RCT-EOF
               CLOSE CARRECALL-TXN
           END-IF.

       APPLY-RECALL-CLEARANCE.
           READ CARRECALL-TXN
               AT END
                   SET WS-RCT-EOF TO TRUE
               NOT AT END
                   IF RCT-CAR-NAME = SPACES
                       CONTINUE
                   ELSE
                       PERFORM CLEAR-RECALL-EXPOSURE
                   END-IF
           END-READ.

       CLEAR-RECALL-EXPOSURE.
           IF RCT-RECALL-NO = SPACES
           OR (RCT-CLEAR-DATE-X NOT NUMERIC
               AND RCT-CLEAR-DATE-X NOT = SPACES)
               MOVE 'BAD CLEAR DATA' TO WS-RPT-REASON
               PERFORM REJECT-RECALL-CLEARANCE
           ELSE
               MOVE RCT-CAR-NAME    TO RCX-CAR-NAME
               MOVE RCT-DEALER-CODE TO RCX-DEALER-CODE
               MOVE RCT-STOCK-NO    TO RCX-STOCK-NO
               MOVE RCT-LOT-LOC     TO RCX-LOT-LOC
               MOVE RCT-RECALL-NO   TO RCX-RECALL-NO
               READ CARRECALL-FILE
                   INVALID KEY
                       MOVE 'NO SUCH RECALL' TO WS-RPT-REASON
                       PERFORM REJECT-RECALL-CLEARANCE
                   NOT INVALID KEY
                       IF RCX-IS-OPEN
                           PERFORM LIFT-STOP-SALE
                       ELSE
                           MOVE 'RECALL NOT OPEN' TO WS-RPT-REASON
                           PERFORM REJECT-RECALL-CLEARANCE
                       END-IF
               END-READ
           END-IF.

       LIFT-STOP-SALE.
           MOVE 'C'           TO RCX-STATUS
           MOVE WS-RUN-DATE   TO RCX-STATUS-DATE
           IF RCT-CLEAR-DATE-X = SPACES
               MOVE WS-RUN-DATE    TO RCX-CLEAR-DATE
           ELSE
               MOVE RCT-CLEAR-DATE TO RCX-CLEAR-DATE
           END-IF
           MOVE RCT-CLEAR-REF TO RCX-CLEAR-REF
           REWRITE RECALL-REC
               INVALID KEY
                   MOVE 'RECALL IO ERROR' TO WS-RPT-REASON
                   PERFORM REJECT-RECALL-CLEARANCE
               NOT INVALID KEY
                   ADD 1 TO WS-RCL-CLEARED-COUNT
                   MOVE 'RCLCLEAR'      TO WS-RPT-ACTION
                   MOVE RCT-CAR-NAME    TO WS-RPT-NAME
                   MOVE RCT-DEALER-CODE TO WS-RPT-DEALER
                   MOVE RCT-RECALL-NO   TO WS-RPT-REASON
                   WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
           END-REWRITE.
      *
      * The caller stages the reason before performing this.
      *
       REJECT-RECALL-CLEARANCE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-RPT-ACTION
           MOVE RCT-CAR-NAME    TO WS-RPT-NAME
           MOVE RCT-DEALER-CODE TO WS-RPT-DEALER
           WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL.
      *
      * Performed once a car has left the master by sale or delete -
      * the caller stages the car's key in RCX-CAR-KEY.  Each recall
      * still open on the car is closed as having left the lot, and
      * printed, since a stop-sale car going out the door is
      * something the service manager needs to hear about.
      *
       CLOSE-RECALLS-ON-RETIRE.
           MOVE RCX-CAR-KEY TO WS-RCX-CAR-KEY
           PERFORM GATHER-CAR-RECALLS
           IF WS-RCX-OPEN-COUNT > 0
               PERFORM CLOSE-OPEN-RECALL
                   VARYING WS-RCX-SUB FROM 1 BY 1
                   UNTIL WS-RCX-SUB > WS-RCX-LIST-COUNT
           END-IF.

       CLOSE-OPEN-RECALL.
           IF WS-RCX-LIST-STATUS(WS-RCX-SUB) = 'O'
               MOVE WS-RCX-CAR-KEY             TO RCX-CAR-KEY
               MOVE WS-RCX-LIST-NO(WS-RCX-SUB) TO RCX-RECALL-NO
               READ CARRECALL-FILE
                   INVALID KEY
                       DISPLAY "RECALL REWRITE FAILED - STATUS "
                           WS-RCX-STATUS " KEY " RCX-CAR-NAME
                   NOT INVALID KEY
                       MOVE 'L'         TO RCX-STATUS
                       MOVE WS-RUN-DATE TO RCX-STATUS-DATE
                       REWRITE RECALL-REC
                           INVALID KEY
                               DISPLAY "RECALL REWRITE FAILED - "
                                   "STATUS " WS-RCX-STATUS
                                   " KEY " RCX-CAR-NAME
                           NOT INVALID KEY
                               ADD 1 TO WS-RCL-LEFT-COUNT
                               MOVE 'RCLLEFT '      TO WS-RPT-ACTION
                               MOVE RCX-CAR-NAME    TO WS-RPT-NAME
                               MOVE RCX-DEALER-CODE TO WS-RPT-DEALER
                               MOVE RCX-RECALL-NO   TO WS-RPT-REASON
                               WRITE MAINT-RPT-LINE FROM WS-RPT-DETAIL
                       END-REWRITE
               END-READ
           END-IF.
      *
      * Gathers the recall exposures on file for the car staged in
      * WS-RCX-CAR-KEY, open or not, and counts the open ones.
      *
       GATHER-CAR-RECALLS.
           MOVE 0   TO WS-RCX-LIST-COUNT
           MOVE 0   TO WS-RCX-OPEN-COUNT
           MOVE 'N' TO WS-RCX-SCAN-SW
           MOVE WS-RCX-CAR-KEY TO RCX-CAR-KEY
           MOVE LOW-VALUES     TO RCX-RECALL-NO
           START CARRECALL-FILE KEY NOT < RCX-KEY
               INVALID KEY
                   SET WS-RCX-SCAN-END TO TRUE
           END-START
           PERFORM GATHER-RECALL-RECORD UNTIL WS-RCX-SCAN-END.

       GATHER-RECALL-RECORD.
           READ CARRECALL-FILE NEXT
               AT END
                   SET WS-RCX-SCAN-END TO TRUE
               NOT AT END
                   IF RCX-CAR-KEY NOT = WS-RCX-CAR-KEY
                       SET WS-RCX-SCAN-END TO TRUE
                   ELSE
                       IF RCX-IS-OPEN
                           ADD 1 TO WS-RCX-OPEN-COUNT
                       END-IF
                       IF WS-RCX-LIST-COUNT < 20
                           ADD 1 TO WS-RCX-LIST-COUNT
                           MOVE RCX-RECALL-NO
                               TO WS-RCX-LIST-NO(WS-RCX-LIST-COUNT)
                           MOVE RCX-STATUS
                               TO WS-RCX-LIST-STATUS(WS-RCX-LIST-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 20 RECALLS ON ONE CAR - "
                               "KEY " RCX-CAR-NAME
                       END-IF
                   END-IF
           END-READ.

       WRITE-MAINT-TOTALS.
           WRITE MAINT-RPT-LINE FROM WS-RPT-BLANK
           MOVE 'ADDS APPLIED:           ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ADD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CHANGES APPLIED:        ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CHANGE-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'UNCHANGED RECORDS:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNCHANGED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'DELETES APPLIED:        ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DELETE-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CARS SOLD:              ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'TRANSFERS APPLIED:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-XFER-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'TRANSACTIONS REJECTED:  ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REJECT-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CHANGES SUSPENDED:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SUSPEND-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MARKDOWNS APPLIED:      ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MKDN-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'MARKDOWN PRICES KEPT:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MKDN-KEPT-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HOLDS PLACED:           ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-PLACED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HOLDS RELEASED:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-RELEASE-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HOLDS EXPIRED:          ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-EXPIRED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'HOLDS CLOSED BY SALE:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-SOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'CLOSED HOLDS PURGED:    ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-PURGED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'PURCHASES POSTED:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CST-PURCH-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECON CHARGES POSTED:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CST-RECON-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'SALES COSTED:           ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CST-SOLD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'SALES WITH NO COST:     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CST-NOCOST-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLS OPENED:         ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RCL-OPENED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLS CLEARED:        ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RCL-CLEARED-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'RECALLS LEFT THE LOT:   ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RCL-LEFT-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL.

      *
      * Suspense control card - percent threshold in cols 1-3 and
      * age-off days in cols 5-7.  No file, or an unusable card,
      * runs on the defaults rather than stopping the nightly job.
      *
       LOAD-SUSPENSE-CONTROLS.
           OPEN INPUT CARMSTUP-SUSCD
           READ CARMSTUP-SUSCD
               AT END
                   CONTINUE
               NOT AT END
                   IF SUSCD-PCT NUMERIC AND SUSCD-PCT > 0
                   AND SUSCD-AGE-DAYS NUMERIC AND SUSCD-AGE-DAYS > 0
           CLOSE CARMASTER-UNLOAD
           MOVE 'MASTER RECORDS UNLOADED:' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNLOAD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'UNLOADED ON HOLD:       ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HLD-UNLOAD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL
           MOVE 'UNLOADED STOP-SALE:     ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RCL-UNLOAD-COUNT TO WS-RPT-TOTAL-ED
           WRITE MAINT-RPT-LINE FROM WS-RPT-TOTAL.

       UNLOAD-MASTER-RECORD.
               AT END
                   SET WS-UNLOAD-EOF TO TRUE
               NOT AT END
                   MOVE SPACES           TO UNLOAD-REC
                   MOVE 'D'              TO CAR-REC-TYPE-U
                   MOVE MST-CAR-NAME     TO CAR-NAME-U
                   MOVE MST-CAR-PRICE    TO CAR-PRICE-U
                   MOVE MST-LOT-LOC      TO CAR-LOC-U
                   PERFORM COMPUTE-EFFECTIVE-PRICE
                   MOVE WS-EFF-PRICE-NUM TO CAR-EFFPR-U
                   PERFORM STAMP-CUSTOMER-HOLD
                   PERFORM STAMP-STOP-SALE
                   WRITE UNLOAD-REC
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.
      *
      * Only an active hold flags the car - an expired, released or
      * sold hold left on file for the listing does not.
      *
       STAMP-CUSTOMER-HOLD.
           MOVE SPACE       TO CAR-HOLD-FLAG-U
           MOVE 0           TO CAR-HOLD-EXP-U
           MOVE MST-CAR-KEY TO HLD-CAR-KEY
           READ CARHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-IS-ACTIVE
                       MOVE 'H'             TO CAR-HOLD-FLAG-U
                       MOVE HLD-EXPIRY-DATE TO CAR-HOLD-EXP-U
                       ADD 1 TO WS-HLD-UNLOAD-COUNT
                   END-IF
           END-READ.

      *
      * Any recall still open on the car stops its sale - a cleared
      * recall, or one left from an earlier stay at another lot,
      * does not.
      *
       STAMP-STOP-SALE.
           MOVE SPACE       TO CAR-RECALL-FLAG-U
           MOVE MST-CAR-KEY TO WS-RCX-CAR-KEY
           PERFORM GATHER-CAR-RECALLS
           IF WS-RCX-OPEN-COUNT > 0
               MOVE 'R' TO CAR-RECALL-FLAG-U
               ADD 1 TO WS-RCL-UNLOAD-COUNT
           END-IF.

       RETURN-TO-CALLER.
           GOBACK.
