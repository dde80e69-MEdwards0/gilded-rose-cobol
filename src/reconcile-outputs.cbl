      *>  out.dat is re-counted and its quality hash recomputed, the
      *>  control totals are re-read and compared, and every out.dat
      *>  record must match exactly one audit-trail after-image (same
      *>  item id and lot, same aged sell-in and quality).  Leftover
      *>  audit after-images -- the signature of a double-written
      *>  audit trail -- are mismatches too.  Ends with RETURN-CODE 8 on
      *>  any disagreement so the job stream stops before a bad
      *>  night is archived.
      *>  The matching runs on files sorted by item id, lot, sell-in
      *>  and quality, read side by side: out.dat and audit.dat are each
      *>  SORTed to a work file and the two walked together, so the
      *>  check stays complete at any volume -- no in-memory table to
      *>  fill and no per-record scan.
      *>  Cycle-count adjustments cycle-count appends to the trail
      *>  (paragraph CYCLE-COUNT-ADJUST) change the master after
      *>  out.dat was written, so they are counted and set aside
      *>  rather than matched.
      *>  Run with STORE=xxx it proves one store partition instead:
      *>  out-xxx.dat, audit-xxx.dat and control-totals-xxx.rpt, with
      *>  its report in reconcile-xxx.rpt and the store code on its
      *>  ledger record, so gilded-rose's MERGE run can tell which
      *>  stores have reconciled tonight.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-OUT-ITEMS ASSIGN USING WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-AUDIT-TRAIL ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT FI-CONTROL-TOTALS ASSIGN USING
               WS-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
             SELECT FO-RECONCILE ASSIGN USING WS-RECONCILE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
             COPY itemrec.

           FD FI-AUDIT-TRAIL.
           01 FS-AUDIT-RECORD PIC X(148).

           FD FI-CONTROL-TOTALS.
           01 FS-CONTROL-TOTALS-LINE PIC X(80).
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER              PIC X.
             05 SAU-PARAGRAPH       PIC X(20).
             05 FILLER              PIC X.
             05 SAU-CATEGORY-CODE   PIC X(2).
             05 FILLER              PIC X.
             05 SAU-RUN-DATE        PIC 9(8).
             05 FILLER              PIC X.
             05 SAU-STATUS-BEFORE   PIC X.
             05 FILLER              PIC X.
             05 SAU-LAST-RUN-BEFORE PIC 9(8).
             05 FILLER              PIC X.
             05 SAU-QUANTITY-BEFORE PIC 9(5).
             05 FILLER              PIC X.
             05 SAU-QUANTITY-AFTER  PIC 9(5).
             05 FILLER              PIC X.
             05 SAU-LOT-NUMBER      PIC X(8).

           SD SD-OUT-WORK.
           01 SRT-OUT-ITEM.
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER              PIC X.
             05 SRA-PARAGRAPH       PIC X(20).
             05 FILLER              PIC X.
             05 SRA-CATEGORY-CODE   PIC X(2).
             05 FILLER              PIC X.
             05 SRA-RUN-DATE        PIC 9(8).
             05 FILLER              PIC X.
             05 SRA-STATUS-BEFORE   PIC X.
             05 FILLER              PIC X.
             05 SRA-LAST-RUN-BEFORE PIC 9(8).
             05 FILLER              PIC X.
             05 SRA-QUANTITY-BEFORE PIC 9(5).
             05 FILLER              PIC X.
             05 SRA-QUANTITY-AFTER  PIC 9(5).
             05 FILLER              PIC X.
             05 SRA-LOT-NUMBER      PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
           01 WS-TOTALS-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.

           01 WS-RUN-PARM PIC X(32) VALUE SPACES.
           01 WS-PARTITION-STORE PIC X(3) VALUE SPACES.
           01 WS-OUT-FILE-NAME       PIC X(40) VALUE 'out.dat'.
           01 WS-AUDIT-FILE-NAME     PIC X(40) VALUE 'audit.dat'.
           01 WS-TOTALS-FILE-NAME    PIC X(40)
               VALUE 'control-totals.rpt'.
           01 WS-RECONCILE-FILE-NAME PIC X(40) VALUE 'reconcile.rpt'.

           01 WS-OUT-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-OUT-EOF VALUE 'Y'.
           01 WS-SAUDIT-EOF-SWITCH PIC X VALUE 'N'.
           01 WS-COMPARE-RESULT PIC X.

           01 WS-AUDIT-COUNT    PIC 9(7) VALUE 0.
           01 WS-ADJUSTMENT-COUNT PIC 9(7) VALUE 0.
           01 WS-SKIP-AUDIT-SWITCH PIC X VALUE 'N'.
             88 WS-SKIP-AUDIT VALUE 'Y'.
           01 WS-OUT-COUNT      PIC 9(7) VALUE 0.
           01 WS-OUT-HASH-TOTAL PIC S9(9) VALUE 0.

             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-DL-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-NAME    PIC X(50).

           01 WS-TOTAL-LINE.

       PROCEDURE DIVISION.
       0100-start SECTION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:6) = 'STORE='
             MOVE WS-RUN-PARM(7:3) TO WS-PARTITION-STORE
             PERFORM 0090-set-partition-names
           END-IF.

           OPEN OUTPUT FO-RECONCILE.

           MOVE 'Post-run reconciliation' TO FS-RECONCILE-LINE.
           IF WS-PARTITION-STORE NOT = SPACES
             MOVE '-- store' TO FS-RECONCILE-LINE(25:)
             MOVE WS-PARTITION-STORE TO FS-RECONCILE-LINE(34:)
           END-IF.
           WRITE FS-RECONCILE-LINE.
           MOVE SPACES TO FS-RECONCILE-LINE.
           WRITE FS-RECONCILE-LINE.

       0105-sort-out-items SECTION.
           SORT SD-OUT-WORK ON ASCENDING KEY ITEM-ID OF SRT-OUT-ITEM
               LOT-NUMBER OF SRT-OUT-ITEM
               SELL-IN OF SRT-OUT-ITEM
               QUALITY OF SRT-OUT-ITEM
             USING FI-OUT-ITEMS
           OPEN INPUT FI-AUDIT-TRAIL.

           IF WS-AUDIT-STATUS NOT = '00'
             MOVE SPACES TO FS-RECONCILE-LINE
             STRING 'Audit trail ' DELIMITED BY SIZE
               WS-AUDIT-FILE-NAME DELIMITED BY SPACE
               ' is missing' DELIMITED BY SIZE
               INTO FS-RECONCILE-LINE
             WRITE FS-RECONCILE-LINE
             ADD 1 TO WS-MISMATCH-COUNT
             OPEN OUTPUT FW-AUDIT-SORTED
           ELSE
             CLOSE FI-AUDIT-TRAIL
             SORT SD-AUDIT-WORK ON ASCENDING KEY SRA-ITEM-ID
                 SRA-LOT-NUMBER
                 SRA-SELL-IN-AFTER SRA-QUALITY-AFTER
               USING FI-AUDIT-TRAIL
               GIVING FW-AUDIT-SORTED
                   TO WS-DL-TAG
                 MOVE ITEM-ID OF FS-SORTED-OUT-ITEM
                   TO WS-DL-ITEM-ID
                 MOVE LOT-NUMBER OF FS-SORTED-OUT-ITEM
                   TO WS-DL-LOT-NUMBER
                 MOVE ITEM-NAME OF FS-SORTED-OUT-ITEM TO WS-DL-NAME
                 WRITE FS-RECONCILE-LINE FROM WS-DETAIL-LINE
                 PERFORM 0145-read-sorted-out
                 MOVE 'Audit after-image has no out record'
                   TO WS-DL-TAG
                 MOVE SAU-ITEM-ID TO WS-DL-ITEM-ID
                 MOVE SAU-LOT-NUMBER TO WS-DL-LOT-NUMBER
                 WRITE FS-RECONCILE-LINE FROM WS-DETAIL-LINE
                 PERFORM 0146-read-sorted-audit
             END-EVALUATE
           END-READ.

       0146-read-sorted-audit SECTION.
           MOVE 'Y' TO WS-SKIP-AUDIT-SWITCH.
           PERFORM UNTIL NOT WS-SKIP-AUDIT
             MOVE 'N' TO WS-SKIP-AUDIT-SWITCH
             READ FW-AUDIT-SORTED
               AT END
                 MOVE 'Y' TO WS-SAUDIT-EOF-SWITCH
               NOT AT END
                 IF SAU-PARAGRAPH = 'CYCLE-COUNT-ADJUST'
                   ADD 1 TO WS-ADJUSTMENT-COUNT
                   MOVE 'Y' TO WS-SKIP-AUDIT-SWITCH
                 ELSE
                   ADD 1 TO WS-AUDIT-COUNT
                 END-IF
             END-READ
           END-PERFORM.

       0150-compare-keys SECTION.
      *>  Compare on (item id, lot, sell-in, quality) -- the same
      *>  key order both SORTs used -- with an exhausted side always
      *>  comparing high so the other side drains.
           EVALUATE TRUE
               MOVE '<' TO WS-COMPARE-RESULT
             WHEN ITEM-ID OF FS-SORTED-OUT-ITEM > SAU-ITEM-ID
               MOVE '>' TO WS-COMPARE-RESULT
             WHEN LOT-NUMBER OF FS-SORTED-OUT-ITEM < SAU-LOT-NUMBER
               MOVE '<' TO WS-COMPARE-RESULT
             WHEN LOT-NUMBER OF FS-SORTED-OUT-ITEM > SAU-LOT-NUMBER
               MOVE '>' TO WS-COMPARE-RESULT
             WHEN SELL-IN OF FS-SORTED-OUT-ITEM < SAU-SELL-IN-AFTER
               MOVE '<' TO WS-COMPARE-RESULT
             WHEN SELL-IN OF FS-SORTED-OUT-ITEM > SAU-SELL-IN-AFTER
           MOVE WS-AUDIT-COUNT TO WS-TL-VALUE.
           WRITE FS-RECONCILE-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'Count adjustments' TO WS-TL-LABEL.
           MOVE WS-ADJUSTMENT-COUNT TO WS-TL-VALUE.
           WRITE FS-RECONCILE-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'Mismatches' TO WS-TL-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-TL-VALUE.
       0300-return SECTION.
           GOBACK.

       0090-set-partition-names SECTION.
           MOVE SPACES TO WS-OUT-FILE-NAME.
           STRING 'out-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-OUT-FILE-NAME.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING 'audit-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-TOTALS-FILE-NAME.
           STRING 'control-totals-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.rpt' DELIMITED BY SIZE
             INTO WS-TOTALS-FILE-NAME.
           MOVE SPACES TO WS-RECONCILE-FILE-NAME.
           STRING 'reconcile-' DELIMITED BY SIZE
             WS-PARTITION-STORE DELIMITED BY SPACE
             '.rpt' DELIMITED BY SIZE
             INTO WS-RECONCILE-FILE-NAME.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             MOVE WS-OUT-COUNT TO RL-RECORDS-READ
             MOVE ZEROS TO RL-RECORDS-WRITTEN
             MOVE WS-MISMATCH-COUNT TO RL-RECORDS-REJECTED
             MOVE WS-PARTITION-STORE TO RL-STORE-CODE
             IF WS-MISMATCH-COUNT = 0
               MOVE 'COMPLETE' TO RL-STATUS
             ELSE
