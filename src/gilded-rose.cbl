           FILE-CONTROL.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-OUT-ITEMS ASSIGN USING WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-REJECTS ASSIGN USING WS-REJECTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-CONTROL-TOTALS ASSIGN USING WS-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-RESTART ASSIGN USING WS-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
             SELECT FO-HISTORY ASSIGN "history.dat"
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-MASTER-ACTIVITY ASSIGN USING
               WS-ACTIVITY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-FORECAST ASSIGN "forecast.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
             SELECT FI-PARTITION-FILE ASSIGN USING
               WS-PARTITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS.
             SELECT FO-MERGED-AUDIT ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FI-IN-ITEMS.
           01 FS-IN-ITEM PIC X(91).
           FD FI-OUT-ITEMS.
           01 FS-OUT-ITEM.
             COPY itemrec.
           FD FI-REJECTS.
           01 FS-REJECT-RECORD.
             05 REJ-RAW-RECORD PIC X(91).
             05 FILLER PIC X VALUE SPACE.
             05 REJ-REASON PIC X(30).
           FD FO-CONTROL-TOTALS.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

      *>  One store partition's out, rejects, audit, master activity
      *>  or control totals file, read back by the MERGE run.
           FD FI-PARTITION-FILE.
           01 FS-PARTITION-RECORD PIC X(148).

           FD FO-MERGED-AUDIT.
           01 FS-MERGED-AUDIT-RECORD PIC X(148).

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
               10 WS-ST-READ-COUNT     PIC 9(7) VALUE 0.
               10 WS-ST-WRITTEN-COUNT  PIC 9(7) VALUE 0.
               10 WS-ST-REJECTED-COUNT PIC 9(7) VALUE 0.
               10 WS-ST-ROSE-STATUS    PIC X(8) VALUE SPACES.
               10 WS-ST-RECON-STATUS   PIC X(8) VALUE SPACES.

           01 WS-STORE-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-STORE-FOUND VALUE 'Y'.
           01 WS-MISSING-LINE.
             05 WS-ML-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-ML-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-ML-ITEM-NAME PIC X(50).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-ML-TAG     PIC X(10).

           01 WS-CONTROL-TOTALS-LABEL PIC X(20).
           01 WS-CONTROL-TOTALS-VALUE PIC Z(9)9-.
           01 WS-FC-DAY        PIC 9(3).
           01 WS-FC-ZERO-DAY   PIC 9(3).
           01 WS-FC-SELLBY-DAY PIC 9(3).
           01 WS-FC-RATE-DATE  PIC 9(8).

           01 WS-IMAGE-STATUS   PIC X.
           01 WS-IMAGE-LAST-RUN PIC 9(8).

           01 WS-FC-ITEM.
             COPY itemrec.

           01 WS-FC-DAYS-EDIT PIC ZZZ9.

      *>  Store partition run, selected by a STORE=xxx runtime
      *>  parameter: only that store's records are taken from in.dat
      *>  and the night's files are the store's own (out-xxx.dat,
      *>  rejects-xxx.dat, control-totals-xxx.rpt, restart-xxx.dat,
      *>  master-activity-xxx.rpt, and audit-xxx.dat through
      *>  item-processing), so one branch's bad extract or abend
      *>  holds that branch alone.  A MERGE parameter joins the
      *>  partitions back into the whole-night files once every
      *>  store has completed and reconciled.  With neither, the
      *>  whole extract runs as one batch.
           01 WS-PARTITION-SWITCH PIC X VALUE 'N'.
             88 WS-PARTITION-MODE VALUE 'Y'.
           01 WS-MERGE-SWITCH PIC X VALUE 'N'.
             88 WS-MERGE-MODE VALUE 'Y'.
           01 WS-PARTITION-STORE PIC X(3) VALUE SPACES.
           01 WS-PARTITION-INDEX PIC 99 VALUE 0.
           01 WS-PARTITION-DONE-SWITCH PIC X VALUE 'N'.
             88 WS-PARTITION-DONE VALUE 'Y'.

           01 WS-OUT-FILE-NAME      PIC X(40) VALUE 'out.dat'.
           01 WS-REJECTS-FILE-NAME  PIC X(40) VALUE 'rejects.dat'.
           01 WS-TOTALS-FILE-NAME   PIC X(40)
               VALUE 'control-totals.rpt'.
           01 WS-RESTART-FILE-NAME  PIC X(40) VALUE 'restart.dat'.
           01 WS-ACTIVITY-FILE-NAME PIC X(40)
               VALUE 'master-activity.rpt'.

           01 WS-PARTITION-FILE-NAME PIC X(40) VALUE SPACES.
           01 WS-PARTITION-PREFIX    PIC X(16).
           01 WS-PARTITION-SUFFIX    PIC X(4).
           01 WS-PARTITION-STATUS PIC XX VALUE SPACES.
           01 WS-PARTITION-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PARTITION-EOF VALUE 'Y'.
           01 WS-MERGE-TARGET PIC X.
             88 WS-MERGE-TO-OUT      VALUE 'O'.
             88 WS-MERGE-TO-REJECTS  VALUE 'R'.
             88 WS-MERGE-TO-AUDIT    VALUE 'A'.
             88 WS-MERGE-TO-ACTIVITY VALUE 'M'.
             88 WS-MERGE-TO-TOTALS   VALUE 'T'.
           01 WS-MERGE-STORE PIC 99.
           01 WS-HELD-COUNT PIC 99 VALUE 0.
           01 WS-IN-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-IN-EOF VALUE 'Y'.
           01 WS-LEDGER-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-LEDGER-EOF VALUE 'Y'.
           01 WS-TOTAL-AMOUNT PIC S9(9).

           01 WS-FORECAST-DETAIL.
             05 WS-FC-L-ITEM-ID PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-FC-L-SELLBY  PIC X(4).
             05 FILLER          PIC X(4) VALUE SPACES.
             05 WS-FC-L-ZERO    PIC X(4).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-FC-L-LOT     PIC X(8).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
               MOVE 1 TO WS-FORECAST-DAYS
             END-IF
           END-IF.
           IF WS-RUN-PARM(1:6) = 'STORE='
             MOVE 'Y' TO WS-PARTITION-SWITCH
             MOVE WS-RUN-PARM(7:3) TO WS-PARTITION-STORE
             PERFORM 0080-set-partition-names
           END-IF.
           IF WS-RUN-PARM(1:5) = 'MERGE'
             MOVE 'Y' TO WS-MERGE-SWITCH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT FI-IN-ITEMS.

           IF WS-FORECAST-MODE
             GO TO 0105-forecast-loop
           END-IF.

           IF WS-MERGE-MODE
             PERFORM 0095-load-category-rules
             PERFORM 0096-load-stores
             GO TO 0400-merge-partitions
           END-IF.

           PERFORM 0090-check-restart.
           PERFORM 0095-load-category-rules.
           PERFORM 0096-load-stores.

           IF WS-PARTITION-MODE
             PERFORM 0082-check-partition
             IF NOT WS-STORE-FOUND
               DISPLAY 'ERROR: store ' WS-PARTITION-STORE
                 ' is not in stores.dat -- partition not run'
               CLOSE FI-IN-ITEMS
               MOVE 8 TO RETURN-CODE
               GO TO 0300-return
             END-IF
             IF WS-PARTITION-DONE
               CLOSE FI-IN-ITEMS
               SET WS-STORE-IDX TO WS-PARTITION-INDEX
               IF WS-ST-RECON-STATUS(WS-STORE-IDX) = 'COMPLETE'
                 DISPLAY 'Store ' WS-PARTITION-STORE
                   ' already completed and reconciled tonight'
                   ' -- not aged again'
                 MOVE 4 TO RETURN-CODE
               ELSE
                 DISPLAY 'Store ' WS-PARTITION-STORE
                   ' already aged tonight -- not aged again,'
                   ' reconcile only'
                 MOVE 2 TO RETURN-CODE
               END-IF
               GO TO 0300-return
             END-IF
             CALL 'item-processing-partition' USING WS-PARTITION-STORE
           END-IF.

           IF WS-RESTART-ACTIVE
             OPEN EXTEND FI-OUT-ITEMS
             OPEN EXTEND FI-REJECTS

           PERFORM 0097-open-item-master.

           CALL 'item-processing-rate-date' USING WS-RUN-DATE.

       0100-start SECTION.
           READ FI-IN-ITEMS AT END GO TO 0200-end.
             MOVE FS-IN-ITEM TO FS-OUT-ITEM.
             IF WS-PARTITION-MODE
               AND STORE-CODE OF FS-OUT-ITEM NOT = WS-PARTITION-STORE
               GO TO 0100-start
             END-IF.
             ADD 1 TO WS-RECORDS-READ.

           PERFORM 0128-find-item-store.

           SET WS-STORE-IDX TO WS-ITEM-STORE-INDEX.
           IF WS-VALID
             IF WS-MASTER-OPEN
               PERFORM 0148-pass-master-image
             END-IF
             CALL 'item-processing' USING FS-OUT-ITEM
             WRITE FS-OUT-ITEM
             ADD 1 TO WS-RECORDS-WRITTEN
       0098-start-forecast SECTION.
           OPEN OUTPUT FO-FORECAST.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL 'item-processing-forecast'.

           MOVE SPACES TO FS-FORECAST-LINE.
           WRITE FS-FORECAST-LINE.
           MOVE 'Item id  Item name' TO FS-FORECAST-LINE.
           MOVE 'Sell  Qual  Past  Zero' TO FS-FORECAST-LINE(62:).
           MOVE 'Lot' TO FS-FORECAST-LINE(91:).
           WRITE FS-FORECAST-LINE.
           MOVE SPACES TO FS-FORECAST-LINE.
           WRITE FS-FORECAST-LINE.
      *>  Zero is the first simulated day quality reaches nothing --
      *>  for a backstage pass that is the cliff, for a conjured item
      *>  the accelerated burn-out the buyers keep mis-modelling.
      *>  Each simulated night ages at the rates in force on its own
      *>  date, so a season change keyed in ahead shows up on the day
      *>  it takes effect.
           MOVE FS-OUT-ITEM TO WS-FC-ITEM.
           MOVE 0 TO WS-FC-ZERO-DAY.
           MOVE 0 TO WS-FC-SELLBY-DAY.

           PERFORM VARYING WS-FC-DAY FROM 1 BY 1 UNTIL
             WS-FC-DAY > WS-FORECAST-DAYS
             COMPUTE WS-FC-RATE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-FC-DAY)
             CALL 'item-processing-rate-date' USING WS-FC-RATE-DATE
             CALL 'item-processing' USING WS-FC-ITEM
             IF SELL-IN OF WS-FC-ITEM < 0 AND WS-FC-SELLBY-DAY = 0
               MOVE WS-FC-DAY TO WS-FC-SELLBY-DAY
           MOVE ITEM-NAME OF WS-FC-ITEM TO WS-FC-L-NAME.
           MOVE SELL-IN OF WS-FC-ITEM TO WS-FC-L-SELL-IN.
           MOVE QUALITY OF WS-FC-ITEM TO WS-FC-L-QUALITY.
           MOVE LOT-NUMBER OF WS-FC-ITEM TO WS-FC-L-LOT.

           IF WS-FC-SELLBY-DAY > 0
             MOVE WS-FC-SELLBY-DAY TO WS-FC-DAYS-EDIT
           PERFORM 0240-clear-checkpoint.
           PERFORM 0250-append-run-ledger.

      *>  A store partition leaves the reports to the MERGE run, which
      *>  makes them once over every store.
           IF WS-PARTITION-MODE
             GO TO 0300-return
           END-IF.

       0205-run-reports SECTION.
           CALL 'summary-report'.
           CALL 'backstage-warning-report'.
           CALL 'trend-report'.
       0300-return SECTION.
           GOBACK.

       0080-set-partition-names SECTION.
           MOVE SPACES TO WS-OUT-FILE-NAME.
           STRING 'out-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-OUT-FILE-NAME.
           MOVE SPACES TO WS-REJECTS-FILE-NAME.
           STRING 'rejects-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-REJECTS-FILE-NAME.
           MOVE SPACES TO WS-TOTALS-FILE-NAME.
           STRING 'control-totals-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.rpt' DELIMITED BY SIZE
             INTO WS-TOTALS-FILE-NAME.
           MOVE SPACES TO WS-RESTART-FILE-NAME.
           STRING 'restart-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-RESTART-FILE-NAME.
           MOVE SPACES TO WS-ACTIVITY-FILE-NAME.
           STRING 'master-activity-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.rpt' DELIMITED BY SIZE
             INTO WS-ACTIVITY-FILE-NAME.

       0082-check-partition SECTION.
      *>  The partition store must be one stores.dat knows, and a
      *>  store whose partition already completed tonight is not
      *>  aged a second time when the job is resubmitted for a store
      *>  that was held: RC 4 once it has also reconciled, RC 2 while
      *>  its reconcile is still owed, so the job stream reconciles
      *>  and archives it without aging it again.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.

           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = WS-PARTITION-STORE
               MOVE WS-STORE-SEARCH TO WS-PARTITION-INDEX
               MOVE 'Y' TO WS-STORE-FOUND-SWITCH
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-STORE-FOUND
             PERFORM 0084-read-partition-ledger
             SET WS-STORE-IDX TO WS-PARTITION-INDEX
             IF WS-ST-ROSE-STATUS(WS-STORE-IDX) = 'COMPLETE'
               MOVE 'Y' TO WS-PARTITION-DONE-SWITCH
             END-IF
           END-IF.

       0084-read-partition-ledger SECTION.
      *>  Tonight's ledger records give each store's partition state:
      *>  the latest gilded-rose record for the store, and the latest
      *>  reconcile record after it.  A completed backout of tonight
      *>  undoes every store's partition, so it clears them all.
           OPEN INPUT FO-RUN-LEDGER.

           IF WS-LEDGER-STATUS = '00'
             PERFORM UNTIL WS-LEDGER-EOF
               READ FO-RUN-LEDGER
                 AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
                 NOT AT END
                   IF RL-RUN-DATE = WS-RUN-DATE
                     PERFORM 0086-apply-ledger-record
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FO-RUN-LEDGER
           END-IF.

       0086-apply-ledger-record SECTION.
           EVALUATE TRUE
             WHEN RL-STEP-NAME = 'backout'
               AND RL-STATUS = 'COMPLETE'
               PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
                 WS-STORE-SEARCH > WS-STORE-COUNT
                 SET WS-STORE-IDX TO WS-STORE-SEARCH
                 MOVE SPACES TO WS-ST-ROSE-STATUS(WS-STORE-IDX)
                 MOVE SPACES TO WS-ST-RECON-STATUS(WS-STORE-IDX)
               END-PERFORM
             WHEN RL-STORE-CODE = SPACES
               CONTINUE
             WHEN RL-STEP-NAME = 'gilded-rose'
               AND RL-MODE = 'NIGHTLY'
               PERFORM 0088-find-ledger-store
               IF WS-STORE-FOUND
                 MOVE RL-STATUS TO WS-ST-ROSE-STATUS(WS-STORE-IDX)
                 MOVE SPACES TO WS-ST-RECON-STATUS(WS-STORE-IDX)
               END-IF
             WHEN RL-STEP-NAME = 'reconcile'
               PERFORM 0088-find-ledger-store
               IF WS-STORE-FOUND
                 MOVE RL-STATUS TO WS-ST-RECON-STATUS(WS-STORE-IDX)
               END-IF
           END-EVALUATE.

       0088-find-ledger-store SECTION.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.

           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = RL-STORE-CODE
               MOVE 'Y' TO WS-STORE-FOUND-SWITCH
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0090-check-restart SECTION.
           OPEN INPUT FI-RESTART.

             DISPLAY 'is not updated this run'
           END-IF.

       0148-pass-master-image SECTION.
      *>  The master's status flag and last-run date for this lot
      *>  as they stand before tonight go to item-processing for the
      *>  audit record, so night-backout can put them back; '*'
      *>  marks a lot the master does not hold yet.
           MOVE ITEM-ID OF FS-OUT-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE '*' TO WS-IMAGE-STATUS
               MOVE ZEROS TO WS-IMAGE-LAST-RUN
             NOT INVALID KEY
               MOVE MAST-STATUS-FLAG TO WS-IMAGE-STATUS
               MOVE MAST-LAST-RUN-DATE TO WS-IMAGE-LAST-RUN
           END-READ.
           CALL 'item-processing-master-image' USING WS-IMAGE-STATUS
             WS-IMAGE-LAST-RUN.

       0150-update-master SECTION.
      *>  Known lots have their aged position rewritten in place;
      *>  new lots are inserted.  Either way the lot is stamped with
      *>  this run date so 0230-flag-missing-items can tell which
      *>  lots the extract no longer carries.  A lot the extract
      *>  brings in arrives tonight from no known supplier; its
      *>  supplier and arrival date are never touched again here.
           MOVE ITEM-ID OF FS-OUT-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               PERFORM 0155-build-master-record
               MOVE SPACES TO MAST-SUPPLIER-CODE
               MOVE WS-RUN-DATE TO MAST-ARRIVAL-DATE
               WRITE FS-MASTER-RECORD
               ADD 1 TO WS-MASTER-INSERT-COUNT
             NOT INVALID KEY

       0155-build-master-record SECTION.
           MOVE ITEM-ID OF FS-OUT-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO MAST-LOT-NUMBER.
           MOVE STORE-CODE OF FS-OUT-ITEM TO MAST-STORE-CODE.
           MOVE SELL-IN OF FS-OUT-ITEM TO MAST-SELL-IN.
           MOVE QUALITY OF FS-OUT-ITEM TO MAST-QUALITY.
           MOVE ZEROS TO MAST-SUCCESSOR-ID.

       0230-flag-missing-items SECTION.
      *>  Any still-active master lot the extract did not carry
      *>  tonight is flagged 'M' and listed, never silently dropped;
      *>  a lot sold through or written off goes while the item's
      *>  other lots stay active.
      *>  Ids already carrying a clerk-keyed disposition (sold,
      *>  scrapped, returned, renamed -- see disposition-apply) are
      *>  explained and stay as they are; only unexplained 'A' ids
      *>  turn 'M'.  A store partition only answers for the ids the
      *>  master holds under its own store -- the other stores' ids
      *>  are not in its share of the extract.
           OPEN OUTPUT FO-MASTER-ACTIVITY.

           MOVE 'Item master ids missing from tonight''s extract'
             TO FS-MASTER-ACTIVITY-LINE.
           IF WS-PARTITION-MODE
             MOVE '-- store' TO FS-MASTER-ACTIVITY-LINE(49:)
             MOVE WS-PARTITION-STORE TO FS-MASTER-ACTIVITY-LINE(58:)
           END-IF.
           WRITE FS-MASTER-ACTIVITY-LINE.
           MOVE SPACES TO FS-MASTER-ACTIVITY-LINE.
           WRITE FS-MASTER-ACTIVITY-LINE.
               NOT AT END
                 IF MAST-LAST-RUN-DATE NOT = WS-RUN-DATE
                   AND MAST-STATUS-FLAG = 'A'
                   AND (NOT WS-PARTITION-MODE
                     OR MAST-STORE-CODE = WS-PARTITION-STORE)
                   MOVE 'M' TO MAST-STATUS-FLAG
                   REWRITE FS-MASTER-RECORD
                   ADD 1 TO WS-MASTER-MISSING-COUNT
                   MOVE SPACES TO WS-MISSING-LINE
                   MOVE MAST-ITEM-ID TO WS-ML-ITEM-ID
                   MOVE MAST-LOT-NUMBER TO WS-ML-LOT-NUMBER
                   MOVE MAST-ITEM-NAME TO WS-ML-ITEM-NAME
                   MOVE 'MISSING' TO WS-ML-TAG
                   WRITE FS-MASTER-ACTIVITY-LINE FROM WS-MISSING-LINE
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-RUN-DATE TO RL-RUN-DATE
             MOVE 'gilded-rose' TO RL-STEP-NAME
             EVALUATE TRUE
               WHEN WS-FORECAST-MODE
                 MOVE 'FORECAST' TO RL-MODE
               WHEN WS-MERGE-MODE
                 MOVE 'MERGE' TO RL-MODE
               WHEN OTHER
                 MOVE 'NIGHTLY' TO RL-MODE
             END-EVALUATE
             MOVE WS-RECORDS-READ TO RL-RECORDS-READ
             MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN
             MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED
             IF WS-HELD-COUNT > 0
               MOVE 'FAILED' TO RL-STATUS
             ELSE
               MOVE 'COMPLETE' TO RL-STATUS
             END-IF
             MOVE WS-PARTITION-STORE TO RL-STORE-CODE
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             ITEM-CATEGORY-CODE OF FS-HISTORY-RECORD.
           MOVE QUANTITY OF FS-OUT-ITEM TO
             QUANTITY OF FS-HISTORY-RECORD.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO
             LOT-NUMBER OF FS-HISTORY-RECORD.
           WRITE FS-HISTORY-RECORD.

       0210-write-control-totals SECTION.
           OPEN OUTPUT FO-CONTROL-TOTALS.

           MOVE 'Batch control totals' TO FS-CONTROL-TOTALS-LINE.
           IF WS-PARTITION-MODE
             MOVE '-- store' TO FS-CONTROL-TOTALS-LINE(22:)
             MOVE WS-PARTITION-STORE TO FS-CONTROL-TOTALS-LINE(31:)
           END-IF.
           WRITE FS-CONTROL-TOTALS-LINE.
           MOVE SPACES TO FS-CONTROL-TOTALS-LINE.
           WRITE FS-CONTROL-TOTALS-LINE.
      *>  One read/written/rejected trio per store so each branch can
      *>  balance its own feed.  The trailing '???' bucket only shows
      *>  up when records arrived with a blank or unknown store code.
      *>  A store partition shows its own trio only.
           MOVE SPACES TO FS-CONTROL-TOTALS-LINE.
           WRITE FS-CONTROL-TOTALS-LINE.
           MOVE 'Per-store record counts' TO FS-CONTROL-TOTALS-LINE.
           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT + 1
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF (WS-STORE-SEARCH NOT > WS-STORE-COUNT
               OR WS-ST-READ-COUNT(WS-STORE-IDX) > 0)
               AND (NOT WS-PARTITION-MODE
               OR WS-ST-CODE(WS-STORE-IDX) = WS-PARTITION-STORE)
               MOVE SPACES TO WS-CONTROL-TOTALS-LABEL
               STRING WS-ST-CODE(WS-STORE-IDX) DELIMITED BY SIZE
                 ' read' DELIMITED BY SIZE
             INTO FS-CONTROL-TOTALS-LINE.
           WRITE FS-CONTROL-TOTALS-LINE.

       0400-merge-partitions SECTION.
      *>  MERGE run: once every store in stores.dat has come through
      *>  its partition tonight -- aged by gilded-rose and proved by
      *>  reconcile-outputs, as the ledger records it -- the stores'
      *>  files are joined into the whole-night out.dat, rejects.dat,
      *>  audit.dat, master-activity.rpt and control-totals.rpt that
      *>  the rest of the night reads, and the reporting chain runs
      *>  over them.  Records whose store code no partition claims
      *>  are rejected here, into the unassigned bucket.  While any
      *>  store is still held nothing is joined and the run ends
      *>  RC 8, holding the rest of the night until that store has
      *>  been resubmitted.
           PERFORM 0084-read-partition-ledger.

           IF WS-STORE-COUNT = 0
             DISPLAY 'ERROR: no stores in stores.dat -- nothing to '
               'merge'
             ADD 1 TO WS-HELD-COUNT
           END-IF.

           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-ROSE-STATUS(WS-STORE-IDX) NOT = 'COMPLETE'
               OR WS-ST-RECON-STATUS(WS-STORE-IDX) NOT = 'COMPLETE'
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'Store ' WS-ST-CODE(WS-STORE-IDX)
                 ' has not completed and reconciled tonight -- held'
             END-IF
           END-PERFORM.

           IF WS-HELD-COUNT > 0
             CLOSE FI-IN-ITEMS
             PERFORM 0250-append-run-ledger
             MOVE 8 TO RETURN-CODE
             GO TO 0300-return
           END-IF.

           OPEN OUTPUT FI-OUT-ITEMS.
           OPEN OUTPUT FI-REJECTS.
           OPEN OUTPUT FO-MERGED-AUDIT.
           OPEN OUTPUT FO-MASTER-ACTIVITY.

           PERFORM VARYING WS-MERGE-STORE FROM 1 BY 1 UNTIL
             WS-MERGE-STORE > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-MERGE-STORE
             PERFORM 0410-merge-store
           END-PERFORM.

           PERFORM 0420-reject-unassigned.

           CLOSE FI-IN-ITEMS.
           CLOSE FI-OUT-ITEMS.
           CLOSE FI-REJECTS.
           CLOSE FO-MERGED-AUDIT.
           CLOSE FO-MASTER-ACTIVITY.

           PERFORM 0210-write-control-totals.
           PERFORM 0250-append-run-ledger.

           GO TO 0205-run-reports.

       0410-merge-store SECTION.
      *>  The store's five partition files, in stores.dat order; the
      *>  store's control totals are added up rather than copied, so
      *>  the whole-night report carries one set of totals plus the
      *>  per-store trios reconcile-outputs and the branches balance
      *>  against.
           MOVE 'out-' TO WS-PARTITION-PREFIX.
           MOVE '.dat' TO WS-PARTITION-SUFFIX.
           MOVE 'O' TO WS-MERGE-TARGET.
           PERFORM 0415-copy-partition-file.

           MOVE 'rejects-' TO WS-PARTITION-PREFIX.
           MOVE 'R' TO WS-MERGE-TARGET.
           PERFORM 0415-copy-partition-file.

           MOVE 'audit-' TO WS-PARTITION-PREFIX.
           MOVE 'A' TO WS-MERGE-TARGET.
           PERFORM 0415-copy-partition-file.

           MOVE 'master-activity-' TO WS-PARTITION-PREFIX.
           MOVE '.rpt' TO WS-PARTITION-SUFFIX.
           MOVE 'M' TO WS-MERGE-TARGET.
           PERFORM 0415-copy-partition-file.

           MOVE 'control-totals-' TO WS-PARTITION-PREFIX.
           MOVE 'T' TO WS-MERGE-TARGET.
           PERFORM 0415-copy-partition-file.

       0415-copy-partition-file SECTION.
           MOVE SPACES TO WS-PARTITION-FILE-NAME.
           STRING WS-PARTITION-PREFIX DELIMITED BY SPACE
             WS-ST-CODE(WS-STORE-IDX) DELIMITED BY SPACE
             WS-PARTITION-SUFFIX DELIMITED BY SIZE
             INTO WS-PARTITION-FILE-NAME.

           MOVE 'N' TO WS-PARTITION-EOF-SWITCH.
           OPEN INPUT FI-PARTITION-FILE.

           IF WS-PARTITION-STATUS NOT = '00'
             DISPLAY 'WARNING: ' WS-PARTITION-FILE-NAME
               ' unavailable (status ' WS-PARTITION-STATUS
               ') -- not merged'
           ELSE
             PERFORM UNTIL WS-PARTITION-EOF
               READ FI-PARTITION-FILE
                 AT END
                   MOVE 'Y' TO WS-PARTITION-EOF-SWITCH
                 NOT AT END
                   EVALUATE TRUE
                     WHEN WS-MERGE-TO-OUT
                       MOVE FS-PARTITION-RECORD TO FS-OUT-ITEM
                       WRITE FS-OUT-ITEM
                     WHEN WS-MERGE-TO-REJECTS
                       MOVE FS-PARTITION-RECORD TO FS-REJECT-RECORD
                       WRITE FS-REJECT-RECORD
                     WHEN WS-MERGE-TO-AUDIT
                       WRITE FS-MERGED-AUDIT-RECORD
                         FROM FS-PARTITION-RECORD
                     WHEN WS-MERGE-TO-ACTIVITY
                       MOVE FS-PARTITION-RECORD
                         TO FS-MASTER-ACTIVITY-LINE
                       WRITE FS-MASTER-ACTIVITY-LINE
                     WHEN WS-MERGE-TO-TOTALS
                       PERFORM 0418-add-partition-total
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE FI-PARTITION-FILE
           END-IF.

       0418-add-partition-total SECTION.
      *>  Labels and values sit where 0220-write-total-line put them:
      *>  label in columns 1-20, edited value in 21-31.
           IF FS-PARTITION-RECORD(21:11) NOT = SPACES
             COMPUTE WS-TOTAL-AMOUNT =
               FUNCTION NUMVAL(FS-PARTITION-RECORD(21:11))
           ELSE
             MOVE 0 TO WS-TOTAL-AMOUNT
           END-IF.

           EVALUATE FS-PARTITION-RECORD(1:20)
             WHEN 'Records read'
               ADD WS-TOTAL-AMOUNT TO WS-RECORDS-READ
               ADD WS-TOTAL-AMOUNT TO WS-ST-READ-COUNT(WS-STORE-IDX)
             WHEN 'Records written'
               ADD WS-TOTAL-AMOUNT TO WS-RECORDS-WRITTEN
               ADD WS-TOTAL-AMOUNT
                 TO WS-ST-WRITTEN-COUNT(WS-STORE-IDX)
             WHEN 'Records rejected'
               ADD WS-TOTAL-AMOUNT TO WS-RECORDS-REJECTED
               ADD WS-TOTAL-AMOUNT
                 TO WS-ST-REJECTED-COUNT(WS-STORE-IDX)
             WHEN 'Units written'
               ADD WS-TOTAL-AMOUNT TO WS-UNITS-WRITTEN
             WHEN 'Quality hash total'
               ADD WS-TOTAL-AMOUNT TO WS-QUALITY-HASH-TOTAL
             WHEN 'Master inserts'
               ADD WS-TOTAL-AMOUNT TO WS-MASTER-INSERT-COUNT
             WHEN 'Master updates'
               ADD WS-TOTAL-AMOUNT TO WS-MASTER-UPDATE-COUNT
             WHEN 'Master ids missing'
               ADD WS-TOTAL-AMOUNT TO WS-MASTER-MISSING-COUNT
           END-EVALUATE.

       0420-reject-unassigned SECTION.
      *>  A record whose store code is blank or not in stores.dat
      *>  belongs to no partition; it is rejected here with the
      *>  reason the whole-extract run would have given it, and
      *>  counted in the trailing '???' bucket.
           PERFORM UNTIL WS-IN-EOF
             READ FI-IN-ITEMS
               AT END
                 MOVE 'Y' TO WS-IN-EOF-SWITCH
               NOT AT END
                 MOVE FS-IN-ITEM TO FS-OUT-ITEM
                 PERFORM 0128-find-item-store
                 IF NOT WS-STORE-FOUND
                   PERFORM 0120-validate-item
                   SET WS-STORE-IDX TO WS-ITEM-STORE-INDEX
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-ST-READ-COUNT(WS-STORE-IDX)
                   MOVE FS-IN-ITEM TO REJ-RAW-RECORD
                   WRITE FS-REJECT-RECORD
                   ADD 1 TO WS-RECORDS-REJECTED
                   ADD 1 TO WS-ST-REJECTED-COUNT(WS-STORE-IDX)
                 END-IF
             END-READ
           END-PERFORM.
