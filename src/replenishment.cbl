       IDENTIFICATION DIVISION.
       PROGRAM-ID. replenishment.

      *>  Nightly replenishment run: works out, for every active item
      *>  on the keyed item master, how fast the shelf is emptying
      *>  and whether the stock will last until a delivery ordered
      *>  tonight could arrive.
      *>  The daily depletion rate comes from history.dat: the units
      *>  that left the shelf night over night (a fall in QUANTITY;
      *>  rises are deliveries and are not counted) divided by the
      *>  nights between the first and last history row for the lot,
      *>  summed over the item's lots.
      *>  Stock that will age out before it sells is set aside first
      *>  -- each lot is aged forward night by night through
      *>  item-processing at the rates in force on each simulated
      *>  date, the way the purchase-planning forecast does, and any
      *>  units the depletion rate cannot sell before that lot's
      *>  quality reaches nothing (a conjured line burning out, a
      *>  backstage pass past its event) do not count as cover.  The
      *>  shelf is taken to sell the lot that expires first first.
      *>  The lots of an item are then rolled up: days of cover is the
      *>  usable stock over the daily rate; the stock projected at
      *>  arrival is the usable stock less the lead time's sales.
      *>  reorder-points.dat gives the minimum stock, maximum stock
      *>  and supplier lead time per category and store.  When the
      *>  stock projected at arrival is under the minimum, an order
      *>  back up to the maximum is suggested.
      *>  Sulfuras never ages or sells and is never reordered, and
      *>  only lots flagged 'A' on the master are counted -- a
      *>  missing, sold, scrapped, returned or renamed lot is not
      *>  stock, and an item with no active lot is not something to
      *>  buy more of.
      *>  Suggestions go to suggested-orders.dat, sorted by store,
      *>  category and id, and are printed on reorder.rpt by store.
      *>  Active items whose category and store have no reorder
      *>  point are counted on the report, never guessed at.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-REORDER-POINTS ASSIGN "reorder-points.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-FILE-STATUS.
             SELECT FI-HISTORY ASSIGN "history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORES-FILE-STATUS.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FW-ORDERS ASSIGN "suggested-orders-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-ORDER-WORK ASSIGN "suggested-orders-sort.tmp".
             SELECT FO-SUGGESTED-ORDERS ASSIGN "suggested-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REPORT ASSIGN "reorder.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *>  One row per category and store: the fewest units the shelf
      *>  should hold, the most it has room for, and the days the
      *>  supplier takes to deliver.
           FD FI-REORDER-POINTS.
           01 FS-POINT-RECORD.
             05 RP-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 RP-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 RP-MIN-STOCK     PIC 9(5).
             05 FILLER           PIC X.
             05 RP-MAX-STOCK     PIC 9(5).
             05 FILLER           PIC X.
             05 RP-LEAD-TIME     PIC 9(3).

           FD FI-HISTORY.
           01 FS-HISTORY-RECORD.
             05 HIST-RUN-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             COPY itemrec.

           FD FI-STORES.
           01 FS-STORE-RECORD.
             05 ST-CODE PIC X(3).
             05 FILLER  PIC X.
             05 ST-NAME PIC X(30).

           FD FI-CATEGORY-RULES.
           01 FS-RULE-RECORD.
             05 CR-PATTERN PIC X(50).
             05 CR-LENGTH  PIC 99.
             05 CR-CODE    PIC X(2).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

           FD FW-ORDERS.
           01 FS-ORDER-WORK-RECORD PIC X(113).

           SD SD-ORDER-WORK.
           01 SRT-ORDER-RECORD.
             05 SRT-STORE-CODE    PIC X(3).
             05 FILLER            PIC X.
             05 SRT-CATEGORY-CODE PIC X(2).
             05 FILLER            PIC X.
             05 SRT-ITEM-ID       PIC 9(8).
             05 FILLER            PIC X(98).

      *>  One suggested order per item, its lots together: what to
      *>  buy, and the figures the suggestion was worked out from so
      *>  the buyer can check it.
           FD FO-SUGGESTED-ORDERS.
           01 FS-SUGGESTED-ORDER.
             05 SO-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 SO-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 SO-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 SO-ORDER-UNITS   PIC 9(5).
             05 FILLER           PIC X.
             05 SO-ON-HAND       PIC 9(5).
             05 FILLER           PIC X.
             05 SO-AGES-OUT      PIC 9(5).
             05 FILLER           PIC X.
             05 SO-DAILY-RATE    PIC 9(3)V99.
             05 FILLER           PIC X.
             05 SO-DAYS-COVER    PIC 9(3).
             05 FILLER           PIC X.
             05 SO-LEAD-TIME     PIC 9(3).
             05 FILLER           PIC X.
             05 SO-PROJECTED     PIC 9(5).
             05 FILLER           PIC X.
             05 SO-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X.
             05 SO-ITEM-NAME     PIC X(50).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-INT  PIC 9(7) VALUE 0.
           01 WS-POINTS-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-MASTER-OPEN VALUE 'Y'.

           01 WS-STORES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-STORES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-STORES-EOF VALUE 'Y'.
           01 WS-STORE-COUNT PIC 99 VALUE 0.

           01 WS-STORE-TABLE.
             05 WS-STORE-ENTRY OCCURS 10 TIMES
                 INDEXED BY WS-STORE-IDX.
               10 WS-ST-CODE PIC X(3).
               10 WS-ST-NAME PIC X(30).

           01 WS-STORE-SEARCH PIC 99.

           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
           01 WS-RULE-COUNT PIC 9(3) VALUE 0.

           01 WS-CATEGORY-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PATTERN PIC X(50).
               10 WS-RULE-LENGTH  PIC 99.
               10 WS-RULE-CODE    PIC X(2).

           01 WS-MATCH-IDX PIC 9(3).
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.
           01 WS-CATEGORY-CODE  PIC 99.

           01 WS-POINTS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-POINTS-EOF VALUE 'Y'.
           01 WS-POINT-COUNT PIC 99 VALUE 0.

           01 WS-POINT-TABLE.
             05 WS-POINT-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-POINT-IDX.
               10 WS-RP-CATEGORY-CODE PIC X(2).
               10 WS-RP-STORE-CODE    PIC X(3).
               10 WS-RP-MIN-STOCK     PIC 9(5).
               10 WS-RP-MAX-STOCK     PIC 9(5).
               10 WS-RP-LEAD-TIME     PIC 9(3).

           01 WS-POINT-SEARCH PIC 99.
           01 WS-POINT-INDEX  PIC 99 VALUE 0.

      *>  One entry per item id and lot seen in history.dat: the
      *>  first and last nights it appears and the units that left
      *>  the shelf in between.  Same size as trend-report's table.
           01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-HISTORY-EOF VALUE 'Y'.
           01 WS-DEPLETION-COUNT PIC 9(5) VALUE 0.

           01 WS-DEPLETION-TABLE.
             05 WS-DEPLETION-ENTRY OCCURS 5000 TIMES
                 INDEXED BY WS-DEP-IDX.
               10 WS-DP-ITEM-ID    PIC 9(8).
               10 WS-DP-LOT-NUMBER PIC X(8).
               10 WS-DP-FIRST-INT  PIC 9(7).
               10 WS-DP-LAST-INT   PIC 9(7).
               10 WS-DP-LAST-DATE  PIC 9(8).
               10 WS-DP-LAST-QTY   PIC 9(5).
               10 WS-DP-UNITS-GONE PIC 9(7).

           01 WS-DEP-SEARCH PIC 9(5).
           01 WS-DEP-INDEX  PIC 9(5) VALUE 0.
           01 WS-DATE-INT   PIC 9(7).

      *>  The forward simulation: one copy of the item aged a night
      *>  at a time until its quality reaches nothing or the horizon
      *>  runs out.  Nothing past half a year affects an order placed
      *>  tonight.
           01 WS-HORIZON-DAYS  PIC 9(3) VALUE 180.
           01 WS-FC-DAY        PIC 9(3).
           01 WS-FC-ZERO-DAY   PIC 9(3).
           01 WS-FC-RATE-DATE  PIC 9(8).
           01 WS-FC-ITEM.
             COPY itemrec.

      *>  The item whose lots are being read: the master holds one
      *>  record per lot, and the lots of an id read together.  Its
      *>  active lots are kept in the order they reach nothing, the
      *>  ones that never do (999) last.
           01 WS-ITEM-PENDING-SWITCH PIC X VALUE 'N'.
             88 WS-ITEM-PENDING VALUE 'Y'.
           01 WS-ITEM-ACTIVE-SWITCH PIC X VALUE 'N'.
             88 WS-ITEM-ACTIVE VALUE 'Y'.
           01 WS-IT-ITEM-ID     PIC 9(8).
           01 WS-IT-STORE-CODE  PIC X(3).
           01 WS-IT-ITEM-NAME   PIC X(50).
           01 WS-IT-QUANTITY    PIC 9(5).
           01 WS-LOT-COUNT      PIC 99 VALUE 0.

           01 WS-LOT-TABLE.
             05 WS-LOT-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-LOT-IDX.
               10 WS-LT-QUANTITY PIC 9(5).
               10 WS-LT-ZERO-DAY PIC 9(3).

           01 WS-LOT-SEARCH     PIC 99.
           01 WS-LOT-SLOT       PIC 99.
           01 WS-SOLD-SO-FAR    PIC 9(9).
           01 WS-LOT-SOLD       PIC 9(9).

           01 WS-DAILY-RATE     PIC 9(5)V99.
           01 WS-SELLS-BEFORE   PIC 9(9).
           01 WS-AGES-OUT       PIC 9(5).
           01 WS-USABLE         PIC 9(5).
           01 WS-DAYS-COVER     PIC 9(7).
           01 WS-LEAD-SALES     PIC 9(9).
           01 WS-PROJECTED      PIC 9(5).
           01 WS-ORDER-UNITS    PIC 9(5).

           01 WS-SORTED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SORTED-EOF VALUE 'Y'.
           01 WS-CURRENT-STORE PIC X(3).

           01 WS-ITEMS-READ       PIC 9(7) VALUE 0.
           01 WS-ITEMS-EXCLUDED   PIC 9(7) VALUE 0.
           01 WS-ITEMS-REVIEWED   PIC 9(7) VALUE 0.
           01 WS-ITEMS-NO-POINT   PIC 9(7) VALUE 0.
           01 WS-ORDERS-SUGGESTED PIC 9(7) VALUE 0.
           01 WS-UNITS-SUGGESTED  PIC 9(9) VALUE 0.
           01 WS-STORE-ORDERS     PIC 9(7) VALUE 0.
           01 WS-STORE-UNITS      PIC 9(9) VALUE 0.
           01 WS-STORE-AGES-OUT   PIC 9(9) VALUE 0.
           01 WS-GRAND-AGES-OUT   PIC 9(9) VALUE 0.

           01 WS-HEADING-LINE.
             05 FILLER PIC X(9)  VALUE 'Item id'.
             05 FILLER PIC X(22) VALUE 'Name'.
             05 FILLER PIC X(4)  VALUE 'Cat'.
             05 FILLER PIC X(8)  VALUE ' On hand'.
             05 FILLER PIC X(8)  VALUE ' Age out'.
             05 FILLER PIC X(9)  VALUE '  Per day'.
             05 FILLER PIC X(7)  VALUE '  Cover'.
             05 FILLER PIC X(6)  VALUE '  Lead'.
             05 FILLER PIC X(9)  VALUE '  Arrival'.
             05 FILLER PIC X(8)  VALUE '   Order'.

           01 WS-DETAIL-LINE.
             05 WS-DL-ITEM-ID    PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 WS-DL-NAME       PIC X(20).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-CATEGORY   PIC X(2).
             05 FILLER           PIC X(3) VALUE SPACES.
             05 WS-DL-ON-HAND    PIC ZZ,ZZ9.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-AGES-OUT   PIC ZZ,ZZ9.
             05 FILLER           PIC X(3) VALUE SPACES.
             05 WS-DL-RATE       PIC ZZ9.99.
             05 FILLER           PIC X(4) VALUE SPACES.
             05 WS-DL-COVER      PIC ZZ9.
             05 FILLER           PIC X(3) VALUE SPACES.
             05 WS-DL-LEAD       PIC ZZ9.
             05 FILLER           PIC X(3) VALUE SPACES.
             05 WS-DL-PROJECTED  PIC ZZ,ZZ9.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-ORDER      PIC ZZ,ZZ9.

           01 WS-TOTAL-VALUE PIC Z(9)9-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0096-load-stores.
           PERFORM 0105-load-category-rules.
           PERFORM 0107-load-reorder-points.

           OPEN OUTPUT FO-REPORT.
           MOVE 'Replenishment -- suggested orders by store'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Run date ' DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           IF WS-POINT-COUNT = 0
             MOVE 'No reorder points loaded -- nothing suggested'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             PERFORM 0205-empty-suggestions
             GO TO 0290-wrap-up
           END-IF.

           PERFORM 0097-open-item-master.
           IF NOT WS-MASTER-OPEN
             MOVE 'Item master unavailable -- nothing suggested'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             PERFORM 0205-empty-suggestions
             GO TO 0290-wrap-up
           END-IF.

           PERFORM 0120-load-depletion-rates.

      *>  Forecast mode: item-processing ages the copies handed to
      *>  it without opening or writing audit.dat.
           CALL 'item-processing-forecast'.

           OPEN OUTPUT FW-ORDERS.

           MOVE ZEROS TO MAST-ITEM-ID.
           START FI-ITEM-MASTER KEY NOT < MAST-ITEM-ID
             INVALID KEY GO TO 0190-close-input
           END-START.

       0110-read-loop SECTION.
           READ FI-ITEM-MASTER NEXT RECORD
             AT END GO TO 0190-close-input
           END-READ.

           IF WS-ITEM-PENDING
             AND MAST-ITEM-ID NOT = WS-IT-ITEM-ID
             PERFORM 0130-review-item
           END-IF.
           PERFORM 0115-collect-lot.

           GO TO 0110-read-loop.

       0190-close-input SECTION.
           IF WS-ITEM-PENDING
             PERFORM 0130-review-item
           END-IF.
           CLOSE FI-ITEM-MASTER.

       0200-end SECTION.
           CLOSE FW-ORDERS.

           PERFORM 0210-print-orders.

       0290-wrap-up SECTION.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-ITEMS-READ TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Master items read   ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-ITEMS-EXCLUDED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Excluded            ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             ' (Sulfuras, or status not A)' DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-ITEMS-NO-POINT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'No reorder point    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-ITEMS-REVIEWED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Items reviewed      ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-ORDERS-SUGGESTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Orders suggested    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-UNITS-SUGGESTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Units suggested     ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           CLOSE FO-REPORT.

           PERFORM 0250-append-run-ledger.

       0300-return SECTION.
           GOBACK.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-RUN-DATE TO RL-RUN-DATE
             MOVE 'replenish' TO RL-STEP-NAME
             MOVE 'REPLENISH' TO RL-MODE
             MOVE WS-ITEMS-READ TO RL-RECORDS-READ
             MOVE WS-ORDERS-SUGGESTED TO RL-RECORDS-WRITTEN
             MOVE WS-ITEMS-NO-POINT TO RL-RECORDS-REJECTED
             MOVE 'COMPLETE' TO RL-STATUS
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.

       0096-load-stores SECTION.
           OPEN INPUT FI-STORES.

           IF WS-STORES-FILE-STATUS = '00'
             PERFORM UNTIL WS-STORES-EOF
               READ FI-STORES
                 AT END
                   MOVE 'Y' TO WS-STORES-EOF-SWITCH
                 NOT AT END
                   IF WS-STORE-COUNT < 9
                     ADD 1 TO WS-STORE-COUNT
                     SET WS-STORE-IDX TO WS-STORE-COUNT
                     MOVE ST-CODE TO WS-ST-CODE(WS-STORE-IDX)
                     MOVE ST-NAME TO WS-ST-NAME(WS-STORE-IDX)
                   ELSE
                     DISPLAY 'WARNING: stores.dat store count'
                     DISPLAY 'exceeds table size of 9 -- extra'
                     DISPLAY 'stores are ignored'
                     MOVE 'Y' TO WS-STORES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-STORES
           ELSE
             DISPLAY 'WARNING: stores.dat unavailable (status '
               WS-STORES-FILE-STATUS ') -- reorder.rpt prints'
             DISPLAY 'store codes without names'
           END-IF.

       0097-open-item-master SECTION.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           ELSE
             DISPLAY 'WARNING: item master itemmast.dat unavailable'
             DISPLAY '(file status ' WS-MASTER-STATUS ') -- no'
             DISPLAY 'orders suggested this run'
           END-IF.

       0105-load-category-rules SECTION.
           OPEN INPUT FI-CATEGORY-RULES.

           IF WS-RULES-FILE-STATUS = '00'
             PERFORM UNTIL WS-RULES-EOF
               READ FI-CATEGORY-RULES
                 AT END
                   MOVE 'Y' TO WS-RULES-EOF-SWITCH
                 NOT AT END
                   IF WS-RULE-COUNT < 20
                     ADD 1 TO WS-RULE-COUNT
                     SET WS-RULE-IDX TO WS-RULE-COUNT
                     MOVE CR-PATTERN TO WS-RULE-PATTERN(WS-RULE-IDX)
                     MOVE CR-LENGTH  TO WS-RULE-LENGTH(WS-RULE-IDX)
                     MOVE CR-CODE    TO WS-RULE-CODE(WS-RULE-IDX)
                   ELSE
                     DISPLAY 'WARNING: category-rules.dat rule count'
                     DISPLAY 'exceeds table size of 20 -- extra rules'
                     DISPLAY 'are ignored'
                     MOVE 'Y' TO WS-RULES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-CATEGORY-RULES
           END-IF.

       0107-load-reorder-points SECTION.
      *>  A row that is not numeric is skipped here; reference-check
      *>  has already reported it and held the run unless an
      *>  operator chose to go on without it.
           OPEN INPUT FI-REORDER-POINTS.

           IF WS-POINTS-FILE-STATUS = '00'
             PERFORM UNTIL WS-POINTS-EOF
               READ FI-REORDER-POINTS
                 AT END
                   MOVE 'Y' TO WS-POINTS-EOF-SWITCH
                 NOT AT END
                   IF RP-MIN-STOCK NOT NUMERIC
                     OR RP-MAX-STOCK NOT NUMERIC
                     OR RP-LEAD-TIME NOT NUMERIC
                     DISPLAY 'WARNING: reorder-points.dat row '
                       RP-CATEGORY-CODE ' ' RP-STORE-CODE
                       ' not numeric -- ignored'
                   ELSE
                     IF WS-POINT-COUNT < 50
                       ADD 1 TO WS-POINT-COUNT
                       SET WS-POINT-IDX TO WS-POINT-COUNT
                       MOVE RP-CATEGORY-CODE
                         TO WS-RP-CATEGORY-CODE(WS-POINT-IDX)
                       MOVE RP-STORE-CODE
                         TO WS-RP-STORE-CODE(WS-POINT-IDX)
                       MOVE RP-MIN-STOCK
                         TO WS-RP-MIN-STOCK(WS-POINT-IDX)
                       MOVE RP-MAX-STOCK
                         TO WS-RP-MAX-STOCK(WS-POINT-IDX)
                       MOVE RP-LEAD-TIME
                         TO WS-RP-LEAD-TIME(WS-POINT-IDX)
                     ELSE
                       DISPLAY 'WARNING: reorder-points.dat row count'
                       DISPLAY 'exceeds table size of 50 -- extra'
                       DISPLAY 'rows are ignored'
                       MOVE 'Y' TO WS-POINTS-EOF-SWITCH
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-REORDER-POINTS
           ELSE
             DISPLAY 'WARNING: reorder-points.dat unavailable (status '
               WS-POINTS-FILE-STATUS ') -- no orders suggested'
           END-IF.

       0120-load-depletion-rates SECTION.
      *>  history.dat is appended night by night, so each id's rows
      *>  arrive in run-date order.  A second row for the same night
      *>  (a double-aged night) adds nothing; a rise in QUANTITY is a
      *>  delivery or a count correction, not a sale, and only moves
      *>  the baseline.
           OPEN INPUT FI-HISTORY.
           IF WS-HISTORY-STATUS = '00'
             PERFORM UNTIL WS-HISTORY-EOF
               READ FI-HISTORY
                 AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                 NOT AT END
                   IF HIST-RUN-DATE NUMERIC
                     AND QUANTITY OF FS-HISTORY-RECORD NUMERIC
                     PERFORM 0125-accumulate-depletion
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-HISTORY
           ELSE
             DISPLAY 'WARNING: history.dat unavailable (status '
               WS-HISTORY-STATUS ') -- every depletion rate is zero'
           END-IF.

       0125-accumulate-depletion SECTION.
           PERFORM 0127-find-depletion-entry.

           COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(HIST-RUN-DATE).

           EVALUATE TRUE
             WHEN WS-DEP-INDEX = 0
               IF WS-DEPLETION-COUNT < 5000
                 ADD 1 TO WS-DEPLETION-COUNT
                 SET WS-DEP-IDX TO WS-DEPLETION-COUNT
                 MOVE ITEM-ID OF FS-HISTORY-RECORD
                   TO WS-DP-ITEM-ID(WS-DEP-IDX)
                 MOVE LOT-NUMBER OF FS-HISTORY-RECORD
                   TO WS-DP-LOT-NUMBER(WS-DEP-IDX)
                 MOVE WS-DATE-INT TO WS-DP-FIRST-INT(WS-DEP-IDX)
                 MOVE WS-DATE-INT TO WS-DP-LAST-INT(WS-DEP-IDX)
                 MOVE HIST-RUN-DATE TO WS-DP-LAST-DATE(WS-DEP-IDX)
                 MOVE QUANTITY OF FS-HISTORY-RECORD
                   TO WS-DP-LAST-QTY(WS-DEP-IDX)
                 MOVE 0 TO WS-DP-UNITS-GONE(WS-DEP-IDX)
               END-IF
             WHEN HIST-RUN-DATE = WS-DP-LAST-DATE(WS-DEP-INDEX)
               CONTINUE
             WHEN OTHER
               SET WS-DEP-IDX TO WS-DEP-INDEX
               IF QUANTITY OF FS-HISTORY-RECORD <
                 WS-DP-LAST-QTY(WS-DEP-IDX)
                 COMPUTE WS-DP-UNITS-GONE(WS-DEP-IDX) =
                   WS-DP-UNITS-GONE(WS-DEP-IDX)
                   + WS-DP-LAST-QTY(WS-DEP-IDX)
                   - QUANTITY OF FS-HISTORY-RECORD
               END-IF
               MOVE WS-DATE-INT TO WS-DP-LAST-INT(WS-DEP-IDX)
               MOVE HIST-RUN-DATE TO WS-DP-LAST-DATE(WS-DEP-IDX)
               MOVE QUANTITY OF FS-HISTORY-RECORD
                 TO WS-DP-LAST-QTY(WS-DEP-IDX)
           END-EVALUATE.

       0127-find-depletion-entry SECTION.
           MOVE 0 TO WS-DEP-INDEX.
           PERFORM VARYING WS-DEP-SEARCH FROM 1 BY 1 UNTIL
             WS-DEP-SEARCH > WS-DEPLETION-COUNT
             SET WS-DEP-IDX TO WS-DEP-SEARCH
             IF WS-DP-ITEM-ID(WS-DEP-IDX) = ITEM-ID OF FS-HISTORY-RECORD
               AND WS-DP-LOT-NUMBER(WS-DEP-IDX) =
                 LOT-NUMBER OF FS-HISTORY-RECORD
               MOVE WS-DEP-SEARCH TO WS-DEP-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0115-collect-lot SECTION.
      *>  The first lot of an id names the item; every active lot
      *>  adds its units and is aged forward on its own.
           IF NOT WS-ITEM-PENDING
             MOVE 'Y' TO WS-ITEM-PENDING-SWITCH
             MOVE 'N' TO WS-ITEM-ACTIVE-SWITCH
             MOVE MAST-ITEM-ID TO WS-IT-ITEM-ID
             MOVE MAST-STORE-CODE TO WS-IT-STORE-CODE
             MOVE MAST-ITEM-NAME TO WS-IT-ITEM-NAME
             MOVE 0 TO WS-IT-QUANTITY
             MOVE 0 TO WS-LOT-COUNT
             ADD 1 TO WS-ITEMS-READ
             PERFORM 0150-classify-item
             MOVE WS-CATEGORY-INDEX TO WS-CATEGORY-CODE
           END-IF.

           IF MAST-STATUS-FLAG = 'A'
             MOVE 'Y' TO WS-ITEM-ACTIVE-SWITCH
             ADD MAST-QUANTITY TO WS-IT-QUANTITY
             IF WS-CATEGORY-INDEX NOT = 3
               AND WS-LOT-COUNT < 50
               PERFORM 0160-find-zero-day
               PERFORM 0117-insert-lot
             END-IF
           END-IF.

       0117-insert-lot SECTION.
           IF WS-FC-ZERO-DAY = 0
             MOVE 999 TO WS-FC-ZERO-DAY
           END-IF.
           COMPUTE WS-LOT-SLOT = WS-LOT-COUNT + 1.
           PERFORM VARYING WS-LOT-SEARCH FROM 1 BY 1 UNTIL
             WS-LOT-SEARCH > WS-LOT-COUNT
             SET WS-LOT-IDX TO WS-LOT-SEARCH
             IF WS-LT-ZERO-DAY(WS-LOT-IDX) > WS-FC-ZERO-DAY
               MOVE WS-LOT-SEARCH TO WS-LOT-SLOT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-LOT-SEARCH FROM WS-LOT-COUNT BY -1
             UNTIL WS-LOT-SEARCH < WS-LOT-SLOT
             MOVE WS-LOT-ENTRY(WS-LOT-SEARCH)
               TO WS-LOT-ENTRY(WS-LOT-SEARCH + 1)
           END-PERFORM.
           SET WS-LOT-IDX TO WS-LOT-SLOT.
           MOVE MAST-QUANTITY TO WS-LT-QUANTITY(WS-LOT-IDX).
           MOVE WS-FC-ZERO-DAY TO WS-LT-ZERO-DAY(WS-LOT-IDX).
           ADD 1 TO WS-LOT-COUNT.

       0130-review-item SECTION.
      *>  Every lot of the item has been read; the item is judged on
      *>  its active lots together.
           MOVE 'N' TO WS-ITEM-PENDING-SWITCH.
           MOVE 0 TO WS-POINT-INDEX.
           IF WS-ITEM-ACTIVE
             PERFORM VARYING WS-POINT-SEARCH FROM 1 BY 1 UNTIL
               WS-POINT-SEARCH > WS-POINT-COUNT
               SET WS-POINT-IDX TO WS-POINT-SEARCH
               IF WS-RP-CATEGORY-CODE(WS-POINT-IDX) = WS-CATEGORY-CODE
                 AND WS-RP-STORE-CODE(WS-POINT-IDX) = WS-IT-STORE-CODE
                 MOVE WS-POINT-SEARCH TO WS-POINT-INDEX
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

           EVALUATE TRUE
             WHEN NOT WS-ITEM-ACTIVE
               ADD 1 TO WS-ITEMS-EXCLUDED
             WHEN WS-CATEGORY-INDEX = 3
               OR WS-IT-ITEM-NAME = 'Sulfuras, Hand of Ragnaros'
               ADD 1 TO WS-ITEMS-EXCLUDED
             WHEN WS-POINT-INDEX = 0
               ADD 1 TO WS-ITEMS-NO-POINT
             WHEN OTHER
               ADD 1 TO WS-ITEMS-REVIEWED
               SET WS-POINT-IDX TO WS-POINT-INDEX
               PERFORM 0135-depletion-rate
               PERFORM 0140-project-stock
               IF WS-PROJECTED < WS-RP-MIN-STOCK(WS-POINT-IDX)
                 AND WS-RP-MAX-STOCK(WS-POINT-IDX) > WS-PROJECTED
                 COMPUTE WS-ORDER-UNITS =
                   WS-RP-MAX-STOCK(WS-POINT-IDX) - WS-PROJECTED
                 PERFORM 0170-write-suggestion
               END-IF
           END-EVALUATE.

       0135-depletion-rate SECTION.
      *>  The item's rate is the sum of its lots' rates; a lot seen
      *>  on one night only has sold nothing yet.
           MOVE 0 TO WS-DAILY-RATE.
           PERFORM VARYING WS-DEP-SEARCH FROM 1 BY 1 UNTIL
             WS-DEP-SEARCH > WS-DEPLETION-COUNT
             SET WS-DEP-IDX TO WS-DEP-SEARCH
             IF WS-DP-ITEM-ID(WS-DEP-IDX) = WS-IT-ITEM-ID
               AND WS-DP-LAST-INT(WS-DEP-IDX) >
                 WS-DP-FIRST-INT(WS-DEP-IDX)
               COMPUTE WS-DAILY-RATE ROUNDED = WS-DAILY-RATE +
                 WS-DP-UNITS-GONE(WS-DEP-IDX)
                 / (WS-DP-LAST-INT(WS-DEP-IDX)
                   - WS-DP-FIRST-INT(WS-DEP-IDX))
             END-IF
           END-PERFORM.

       0140-project-stock SECTION.
      *>  One selling day falls before each nightly run, so by the
      *>  night a lot's quality reaches nothing the shelf has had
      *>  that many days' sales, less what the lots expiring before
      *>  it took; anything left of the lot then ages out unsold.
           MOVE 0 TO WS-AGES-OUT.
           MOVE 0 TO WS-SOLD-SO-FAR.
           PERFORM VARYING WS-LOT-SEARCH FROM 1 BY 1 UNTIL
             WS-LOT-SEARCH > WS-LOT-COUNT
             SET WS-LOT-IDX TO WS-LOT-SEARCH
             IF WS-LT-ZERO-DAY(WS-LOT-IDX) NOT = 999
               COMPUTE WS-SELLS-BEFORE =
                 WS-DAILY-RATE * WS-LT-ZERO-DAY(WS-LOT-IDX)
               MOVE 0 TO WS-LOT-SOLD
               IF WS-SELLS-BEFORE > WS-SOLD-SO-FAR
                 COMPUTE WS-LOT-SOLD = WS-SELLS-BEFORE - WS-SOLD-SO-FAR
               END-IF
               IF WS-LOT-SOLD > WS-LT-QUANTITY(WS-LOT-IDX)
                 MOVE WS-LT-QUANTITY(WS-LOT-IDX) TO WS-LOT-SOLD
               END-IF
               ADD WS-LOT-SOLD TO WS-SOLD-SO-FAR
               COMPUTE WS-AGES-OUT = WS-AGES-OUT
                 + WS-LT-QUANTITY(WS-LOT-IDX) - WS-LOT-SOLD
             END-IF
           END-PERFORM.
           COMPUTE WS-USABLE = WS-IT-QUANTITY - WS-AGES-OUT.

           IF WS-DAILY-RATE > 0
             COMPUTE WS-DAYS-COVER = WS-USABLE / WS-DAILY-RATE
             IF WS-DAYS-COVER > 999
               MOVE 999 TO WS-DAYS-COVER
             END-IF
           ELSE
             MOVE 999 TO WS-DAYS-COVER
           END-IF.

           COMPUTE WS-LEAD-SALES =
             WS-DAILY-RATE * WS-RP-LEAD-TIME(WS-POINT-IDX).
           IF WS-LEAD-SALES < WS-USABLE
             COMPUTE WS-PROJECTED = WS-USABLE - WS-LEAD-SALES
           ELSE
             MOVE 0 TO WS-PROJECTED
           END-IF.

       0150-classify-item SECTION.
           IF MAST-ITEM-CATEGORY-CODE NOT = SPACES
             EVALUATE MAST-ITEM-CATEGORY-CODE
               WHEN '02' MOVE 2 TO WS-CATEGORY-INDEX
               WHEN '03' MOVE 3 TO WS-CATEGORY-INDEX
               WHEN '04' MOVE 4 TO WS-CATEGORY-INDEX
               WHEN '05' MOVE 5 TO WS-CATEGORY-INDEX
               WHEN OTHER MOVE 1 TO WS-CATEGORY-INDEX
             END-EVALUATE
           ELSE
             PERFORM 0155-lookup-category-by-pattern
           END-IF.

       0155-lookup-category-by-pattern SECTION.
           MOVE 1 TO WS-CATEGORY-INDEX.

           EVALUATE TRUE
             WHEN MAST-ITEM-NAME(1:4) = 'Aged'
               MOVE 2 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME = 'Sulfuras, Hand of Ragnaros'
               MOVE 3 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME(1:8) = 'Conjured'
               MOVE 5 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME(1:9) = 'Backstage'
               MOVE 4 TO WS-CATEGORY-INDEX
             WHEN OTHER
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
                 WS-MATCH-IDX > WS-RULE-COUNT
                 SET WS-RULE-IDX TO WS-MATCH-IDX
                 IF MAST-ITEM-NAME(1:WS-RULE-LENGTH(WS-RULE-IDX)) =
                   WS-RULE-PATTERN(WS-RULE-IDX)
                     (1:WS-RULE-LENGTH(WS-RULE-IDX))
                   EVALUATE WS-RULE-CODE(WS-RULE-IDX)
                     WHEN '02' MOVE 2 TO WS-CATEGORY-INDEX
                     WHEN '03' MOVE 3 TO WS-CATEGORY-INDEX
                     WHEN '04' MOVE 4 TO WS-CATEGORY-INDEX
                     WHEN '05' MOVE 5 TO WS-CATEGORY-INDEX
                     WHEN OTHER MOVE 1 TO WS-CATEGORY-INDEX
                   END-EVALUATE
                   EXIT PERFORM
                 END-IF
               END-PERFORM
           END-EVALUATE.

       0160-find-zero-day SECTION.
      *>  Day 1 is tomorrow night's run, aged at the rates in force
      *>  on that date, exactly as gilded-rose's forecast does it.
      *>  Aged Brie only improves and never reaches a zero day.
           MOVE SPACES TO WS-FC-ITEM.
           MOVE MAST-ITEM-ID TO ITEM-ID OF WS-FC-ITEM.
           MOVE MAST-STORE-CODE TO STORE-CODE OF WS-FC-ITEM.
           MOVE MAST-SELL-IN TO SELL-IN OF WS-FC-ITEM.
           MOVE MAST-QUALITY TO QUALITY OF WS-FC-ITEM.
           MOVE MAST-ITEM-NAME TO ITEM-NAME OF WS-FC-ITEM.
           MOVE MAST-ITEM-CATEGORY-CODE
             TO ITEM-CATEGORY-CODE OF WS-FC-ITEM.
           MOVE MAST-QUANTITY TO QUANTITY OF WS-FC-ITEM.
           MOVE MAST-LOT-NUMBER TO LOT-NUMBER OF WS-FC-ITEM.
           MOVE 0 TO WS-FC-ZERO-DAY.

           PERFORM VARYING WS-FC-DAY FROM 1 BY 1 UNTIL
             WS-FC-DAY > WS-HORIZON-DAYS OR WS-FC-ZERO-DAY > 0
             COMPUTE WS-FC-RATE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-FC-DAY)
             CALL 'item-processing-rate-date' USING WS-FC-RATE-DATE
             CALL 'item-processing' USING WS-FC-ITEM
             IF QUALITY OF WS-FC-ITEM NOT > 0
               MOVE WS-FC-DAY TO WS-FC-ZERO-DAY
             END-IF
           END-PERFORM.

       0170-write-suggestion SECTION.
           MOVE SPACES TO FS-ORDER-WORK-RECORD.
           MOVE SPACES TO FS-SUGGESTED-ORDER.
           MOVE WS-IT-STORE-CODE TO SO-STORE-CODE.
           MOVE WS-CATEGORY-CODE TO SO-CATEGORY-CODE.
           MOVE WS-IT-ITEM-ID TO SO-ITEM-ID.
           MOVE WS-ORDER-UNITS TO SO-ORDER-UNITS.
           MOVE WS-IT-QUANTITY TO SO-ON-HAND.
           MOVE WS-AGES-OUT TO SO-AGES-OUT.
           IF WS-DAILY-RATE > 999.99
             MOVE 999.99 TO SO-DAILY-RATE
           ELSE
             MOVE WS-DAILY-RATE TO SO-DAILY-RATE
           END-IF.
           MOVE WS-DAYS-COVER TO SO-DAYS-COVER.
           MOVE WS-RP-LEAD-TIME(WS-POINT-IDX) TO SO-LEAD-TIME.
           MOVE WS-PROJECTED TO SO-PROJECTED.
           MOVE WS-RUN-DATE TO SO-RUN-DATE.
           MOVE WS-IT-ITEM-NAME TO SO-ITEM-NAME.
           WRITE FS-ORDER-WORK-RECORD FROM FS-SUGGESTED-ORDER.

           ADD 1 TO WS-ORDERS-SUGGESTED.
           ADD WS-ORDER-UNITS TO WS-UNITS-SUGGESTED.

       0205-empty-suggestions SECTION.
      *>  The archive step copies suggested-orders.dat every night,
      *>  so a night with nothing to work from still leaves an empty
      *>  one rather than yesterday's.
           OPEN OUTPUT FO-SUGGESTED-ORDERS.
           CLOSE FO-SUGGESTED-ORDERS.

       0210-print-orders SECTION.
           SORT SD-ORDER-WORK ON ASCENDING KEY SRT-STORE-CODE
               SRT-CATEGORY-CODE SRT-ITEM-ID
             USING FW-ORDERS
             GIVING FO-SUGGESTED-ORDERS.

           OPEN INPUT FO-SUGGESTED-ORDERS.
           PERFORM 0215-read-suggestion.

           IF WS-SORTED-EOF
             MOVE '(no item is under its reorder point)'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

           PERFORM UNTIL WS-SORTED-EOF
             PERFORM 0220-print-store-group
           END-PERFORM.

           CLOSE FO-SUGGESTED-ORDERS.

           MOVE WS-GRAND-AGES-OUT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Units ageing out on ordered lines ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0215-read-suggestion SECTION.
           READ FO-SUGGESTED-ORDERS
             AT END
               MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-READ.

       0220-print-store-group SECTION.
           MOVE SO-STORE-CODE TO WS-CURRENT-STORE.
           MOVE 0 TO WS-STORE-ORDERS.
           MOVE 0 TO WS-STORE-UNITS.
           MOVE 0 TO WS-STORE-AGES-OUT.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Store ' DELIMITED BY SIZE
             WS-CURRENT-STORE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = WS-CURRENT-STORE
               MOVE WS-ST-NAME(WS-STORE-IDX) TO FS-REPORT-LINE(11:30)
             END-IF
           END-PERFORM.
           WRITE FS-REPORT-LINE.
           WRITE FS-REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM UNTIL WS-SORTED-EOF
             OR SO-STORE-CODE NOT = WS-CURRENT-STORE
             PERFORM 0230-print-order-line
             PERFORM 0215-read-suggestion
           END-PERFORM.

           MOVE WS-STORE-ORDERS TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Store ' DELIMITED BY SIZE
             WS-CURRENT-STORE DELIMITED BY SIZE
             ' orders ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           MOVE WS-STORE-UNITS TO WS-TOTAL-VALUE.
           STRING '   units ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE(30:30).
           MOVE WS-STORE-AGES-OUT TO WS-TOTAL-VALUE.
           STRING '   ageing out ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE(60:30).
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           ADD WS-STORE-AGES-OUT TO WS-GRAND-AGES-OUT.

       0230-print-order-line SECTION.
           MOVE SO-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE SO-ITEM-NAME TO WS-DL-NAME.
           MOVE SO-CATEGORY-CODE TO WS-DL-CATEGORY.
           MOVE SO-ON-HAND TO WS-DL-ON-HAND.
           MOVE SO-AGES-OUT TO WS-DL-AGES-OUT.
           MOVE SO-DAILY-RATE TO WS-DL-RATE.
           MOVE SO-DAYS-COVER TO WS-DL-COVER.
           MOVE SO-LEAD-TIME TO WS-DL-LEAD.
           MOVE SO-PROJECTED TO WS-DL-PROJECTED.
           MOVE SO-ORDER-UNITS TO WS-DL-ORDER.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-STORE-ORDERS.
           ADD SO-ORDER-UNITS TO WS-STORE-UNITS.
           ADD SO-AGES-OUT TO WS-STORE-AGES-OUT.
