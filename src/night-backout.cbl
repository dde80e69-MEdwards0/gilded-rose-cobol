       IDENTIFICATION DIVISION.
       PROGRAM-ID. night-backout.

      *>  Reverses one bad or double-aged nightly run, the morning's
      *>  hand rebuild from archived GDGs done as one step.
      *>  RUNDATE=yyyymmdd on the command line names the night being
      *>  backed out, the way asof-rebuild takes ASOF=yyyymmdd; with
      *>  no usable date nothing is touched and the run is held.
      *>  Inputs staged by GLDRBKOT:
      *>    - audit.dat, the audit generation of the night being
      *>      backed out: its before-images are the position each lot
      *>      had before that run aged it.  Records dated for any
      *>      other night hold the run before anything changes;
      *>    - backout-prior-out.dat, the out.dat generation the run
      *>      before it wrote: the position the master must match
      *>      once the night is gone.
      *>  Work done, in order:
      *>    - itemmast.dat: every id and lot in the audit gets
      *>      MAST-SELL-IN and MAST-QUALITY back from the first
      *>      before-image on file for it (a restarted run writes some
      *>      lots twice), and
      *>      its status flag and last-run date from the master image
      *>      the run recorded.  Ids the night inserted are deleted.
      *>      Ids a clerk has since disposed of (sold, scrapped,
      *>      returned, renamed) keep the clerk's status and are
      *>      listed.  Ids the night flagged missing that the previous
      *>      generation still carried go back to active.  A
      *>      cycle-count adjustment posted the same night is reversed
      *>      too (units and, where the night did not age the id,
      *>      quality) and listed, so the count is re-posted once the
      *>      night has been rerun;
      *>    - history.dat: the night's rows are removed -- only the
      *>      trailing ones when an earlier run of the same date is on
      *>      the file too, so a double-aged night keeps its first
      *>      run;
      *>    - markdown-prior.dat, writeoff-prior.dat and
      *>      valuation-prior.dat go back one night, from the copies
      *>      markdown-feed, writeoff-feed and valuation-report leave
      *>      behind (markdown-prior-sorted.dat,
      *>      writeoff-prior-sorted.dat, valuation-prior-last.dat).
      *>      That only happens when valuation-prior.dat is dated the
      *>      night being backed out, which proves the feeds ran that
      *>      night and nothing has run since;
      *>    - gl-position.dat: the rows gl-posting dated the night
      *>      go back to the position they replaced (a store the
      *>      night opened loses its rows and opens again), whatever
      *>      has run since, since later nights post against them.
      *>      The night's journals themselves are already with
      *>      finance: backout.rpt says to reverse them from the
      *>      archive;
      *>    - supplier-activity.dat: the rows supplier-scorecard
      *>      dated the night are removed, so the rerun night is
      *>      counted against the suppliers once;
      *>    - run-ledger.dat gets a BACKOUT record dated the night
      *>      backed out, which ops-history-report nets against the
      *>      NIGHTLY records for that date.
      *>  backout.rpt is the register: every restored id, then a
      *>  match of the whole master against the previous generation
      *>  proving the two agree on sell-in and quality for every id
      *>  and lot.
      *>  Any difference is listed and the ledger record is FAILED.
      *>  RC is 8 when the run is held with nothing changed, and 4
      *>  when the night was backed out but the proof shows
      *>  differences: the files have moved and must still be carried
      *>  forward, but the operators look before the next night runs.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-AUDIT ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT FI-PRIOR-OUT ASSIGN "backout-prior-out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-OUT-STATUS.
             SELECT FW-AUDIT-SORTED ASSIGN "backout-audit-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-PRIOR-SORTED ASSIGN "backout-prior-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-AUDIT-WORK ASSIGN "backout-audit-sort.tmp".
             SELECT SD-PRIOR-WORK ASSIGN "backout-prior-sort.tmp".
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-HISTORY ASSIGN "history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
             SELECT FO-RETAINED ASSIGN "backout-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-MD-PRIOR-SORTED
               ASSIGN "markdown-prior-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-SOURCE-STATUS.
             SELECT FO-MARKDOWN-PRIOR ASSIGN "markdown-prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-WO-PRIOR-SORTED
               ASSIGN "writeoff-prior-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-SOURCE-STATUS.
             SELECT FO-WRITEOFF-PRIOR ASSIGN "writeoff-prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-VALUATION-LAST ASSIGN "valuation-prior-last.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VP-SOURCE-STATUS.
             SELECT FI-VALUATION-PRIOR ASSIGN "valuation-prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VP-STATUS.
             SELECT FI-GL-POSITION ASSIGN "gl-position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POSITION-STATUS.
             SELECT FW-GL-POSITION ASSIGN "backout-gl-position.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-SUPPLIER-ACTIVITY
               ASSIGN "supplier-activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-ACTIVITY-STATUS.
             SELECT FW-SUPPLIER-ACTIVITY
               ASSIGN "backout-supplier-activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REPORT ASSIGN "backout.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *>  Only the run date is looked at on the unsorted pass.
           FD FI-AUDIT.
           01 FS-AUDIT-RAW PIC X(148).
           01 FS-AUDIT-DATED.
             05 FILLER         PIC X(84).
             05 AUR-PARAGRAPH  PIC X(20).
             05 FILLER         PIC X(4).
             05 AUR-RUN-DATE   PIC X(8).
             05 FILLER         PIC X(32).

           FD FI-PRIOR-OUT.
           01 FS-PRIOR-OUT-RAW PIC X(91).

           FD FW-AUDIT-SORTED.
           01 FS-SORTED-AUDIT-RECORD.
             05 AU-ITEM-ID         PIC 9(8).
             05 FILLER             PIC X.
             05 AU-STORE-CODE      PIC X(3).
             05 FILLER             PIC X.
             05 AU-ITEM-NAME       PIC X(50).
             05 FILLER             PIC X.
             05 AU-SELL-IN-BEFORE  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 AU-QUALITY-BEFORE  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 AU-SELL-IN-AFTER   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 AU-QUALITY-AFTER   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 AU-PARAGRAPH       PIC X(20).
             05 FILLER             PIC X.
             05 AU-CATEGORY-CODE   PIC X(2).
             05 FILLER             PIC X.
             05 AU-RUN-DATE        PIC 9(8).
             05 FILLER             PIC X.
             05 AU-STATUS-BEFORE   PIC X.
             05 FILLER             PIC X.
             05 AU-LAST-RUN-BEFORE PIC 9(8).
             05 FILLER             PIC X.
             05 AU-QUANTITY-BEFORE PIC 9(5).
             05 FILLER             PIC X.
             05 AU-QUANTITY-AFTER  PIC 9(5).
             05 FILLER             PIC X.
             05 AU-LOT-NUMBER      PIC X(8).

           FD FW-PRIOR-SORTED.
           01 FS-PRIOR-ITEM.
             COPY itemrec.

      *>  Audit images sort by id and lot alone WITH DUPLICATES IN
      *>  ORDER, so the first image written for a lot -- the one
      *>  taken before any restart rewrote it -- heads its group.  An
      *>  older image without a lot number sorts as the blank lot.
           SD SD-AUDIT-WORK.
           01 SRT-AUDIT-RECORD.
             05 SRT-AUDIT-ITEM-ID PIC X(8).
             05 FILLER            PIC X(132).
             05 SRT-AUDIT-LOT-NUMBER PIC X(8).

           SD SD-PRIOR-WORK.
           01 SRT-PRIOR-RECORD.
             05 SRT-PRIOR-ITEM-ID PIC X(8).
             05 FILLER            PIC X(75).
             05 SRT-PRIOR-LOT-NUMBER PIC X(8).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

           FD FI-HISTORY.
           01 FS-HISTORY-RECORD.
             05 HIST-RUN-DATE PIC 9(8).
             05 FILLER        PIC X(92).

           FD FO-RETAINED.
           01 FS-RETAINED-RECORD PIC X(100).

           FD FI-MD-PRIOR-SORTED.
           01 FS-MD-SOURCE-RECORD PIC X(19).

           FD FO-MARKDOWN-PRIOR.
           01 FS-MD-PRIOR-RECORD PIC X(19).

           FD FI-WO-PRIOR-SORTED.
           01 FS-WO-SOURCE-RECORD PIC X(33).

           FD FO-WRITEOFF-PRIOR.
           01 FS-WO-PRIOR-RECORD PIC X(33).

           FD FI-VALUATION-LAST.
           01 FS-VP-SOURCE-RECORD PIC X(23).

           FD FI-VALUATION-PRIOR.
           01 FS-VP-RECORD.
             05 VP-RUN-DATE PIC 9(8).
             05 FILLER PIC X VALUE SPACE.
             05 VP-TOTAL-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

      *>  gl-posting's carried position, one row per store and
      *>  category.
           FD FI-GL-POSITION.
           01 FS-GL-POSITION-RECORD.
             05 GP-STORE-CODE      PIC X(3).
             05 FILLER             PIC X.
             05 GP-CATEGORY-CODE   PIC X(2).
             05 FILLER             PIC X.
             05 GP-POSTED-DATE     PIC 9(8).
             05 FILLER             PIC X.
             05 GP-INVENTORY-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 GP-PROVISION       PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 GP-PREV-DATE       PIC 9(8).
             05 FILLER             PIC X.
             05 GP-PREV-VALUE      PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X.
             05 GP-PREV-PROVISION  PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

           FD FW-GL-POSITION.
           01 FS-GL-WORK-RECORD PIC X(84).

      *>  supplier-scorecard's nightly rows; only the date matters
      *>  here.
           FD FI-SUPPLIER-ACTIVITY.
           01 FS-SUPPLIER-ACTIVITY-RECORD.
             05 SA-RUN-DATE PIC 9(8).
             05 FILLER      PIC X(67).

           FD FW-SUPPLIER-ACTIVITY.
           01 FS-SA-WORK-RECORD PIC X(75).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(80).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS     PIC XX VALUE SPACES.
           01 WS-PRIOR-OUT-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-STATUS    PIC XX VALUE SPACES.
           01 WS-HISTORY-STATUS   PIC XX VALUE SPACES.
           01 WS-MD-SOURCE-STATUS PIC XX VALUE SPACES.
           01 WS-WO-SOURCE-STATUS PIC XX VALUE SPACES.
           01 WS-VP-SOURCE-STATUS PIC XX VALUE SPACES.
           01 WS-VP-STATUS        PIC XX VALUE SPACES.
           01 WS-GL-POSITION-STATUS PIC XX VALUE SPACES.
           01 WS-SUPPLIER-ACTIVITY-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS    PIC XX VALUE SPACES.

           01 WS-AUDIT-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
           01 WS-PRIOR-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PRIOR-EOF VALUE 'Y'.
           01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-MASTER-EOF VALUE 'Y'.
           01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-HISTORY-EOF VALUE 'Y'.
           01 WS-RETAINED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RETAINED-EOF VALUE 'Y'.
           01 WS-COPY-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-COPY-EOF VALUE 'Y'.
           01 WS-ROLL-PRIORS-SWITCH PIC X VALUE 'N'.
             88 WS-ROLL-PRIORS VALUE 'Y'.
           01 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
             88 WS-ON-MASTER VALUE 'Y'.

           01 WS-RUN-PARM    PIC X(32) VALUE SPACES.
           01 WS-BACKOUT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-HELD-REASON PIC X(60) VALUE SPACES.

      *>  Item id and lot of the audit image in hand and of the last
      *>  aged image and count adjustment restored.
           01 WS-AUDIT-KEY.
             05 WS-AUDIT-KEY-ID  PIC 9(8).
             05 WS-AUDIT-KEY-LOT PIC X(8).
           01 WS-PREV-AUDIT-KEY  PIC X(16) VALUE LOW-VALUES.
           01 WS-PREV-ADJUST-KEY PIC X(16) VALUE LOW-VALUES.

      *>  Current item id and lot at the head of each side of the
      *>  proof match; an exhausted side holds HIGH-VALUES.
           01 WS-MASTER-KEY    PIC X(16) VALUE HIGH-VALUES.
           01 WS-PRIOR-KEY.
             05 WS-PRIOR-KEY-ID  PIC 9(8).
             05 WS-PRIOR-KEY-LOT PIC X(8).

           01 WS-AUDIT-COUNT         PIC 9(7) VALUE 0.
           01 WS-WRONG-DATE-COUNT    PIC 9(7) VALUE 0.
           01 WS-ADJUSTMENT-COUNT    PIC 9(7) VALUE 0.
           01 WS-AGED-IMAGE-COUNT    PIC 9(7) VALUE 0.
           01 WS-COUNT-REVERSED      PIC 9(7) VALUE 0.
           01 WS-RESTORED-COUNT      PIC 9(7) VALUE 0.
           01 WS-DELETED-COUNT       PIC 9(7) VALUE 0.
           01 WS-REPEAT-IMAGE-COUNT  PIC 9(7) VALUE 0.
           01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE 0.
           01 WS-DISPOSED-COUNT      PIC 9(7) VALUE 0.
           01 WS-REACTIVATED-COUNT   PIC 9(7) VALUE 0.
           01 WS-MATCHED-COUNT       PIC 9(7) VALUE 0.
           01 WS-MISMATCH-COUNT      PIC 9(7) VALUE 0.
           01 WS-HISTORY-DATE-COUNT  PIC 9(7) VALUE 0.
           01 WS-HISTORY-KEEP-DATED  PIC 9(7) VALUE 0.
           01 WS-HISTORY-SEEN-DATED  PIC 9(7) VALUE 0.
           01 WS-HISTORY-REMOVED     PIC 9(7) VALUE 0.
           01 WS-HISTORY-KEPT        PIC 9(7) VALUE 0.
           01 WS-COPY-COUNT          PIC 9(7) VALUE 0.
           01 WS-GL-ROLLED-COUNT     PIC 9(7) VALUE 0.
           01 WS-GL-DROPPED-COUNT    PIC 9(7) VALUE 0.
           01 WS-SA-DROPPED-COUNT    PIC 9(7) VALUE 0.

           01 WS-DETAIL-LINE.
             05 WS-DL-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-DL-SELL-IN PIC ---9.
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-QUALITY PIC ---9.
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-DL-STATUS  PIC X.
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-DL-TEXT    PIC X(47).

           01 WS-MISMATCH-LINE.
             05 WS-ML-ITEM-ID    PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 WS-ML-LOT-NUMBER PIC X(8).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-ML-MAST-SELL  PIC ---9.
             05 FILLER           PIC X VALUE SPACE.
             05 WS-ML-MAST-QUAL  PIC ---9.
             05 FILLER           PIC X(3) VALUE ' | '.
             05 WS-ML-PRIOR-SELL PIC ---9.
             05 FILLER           PIC X VALUE SPACE.
             05 WS-ML-PRIOR-QUAL PIC ---9.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-ML-TEXT       PIC X(38).

           01 WS-TOTAL-LINE.
             05 WS-TL-LABEL PIC X(26).
             05 WS-TL-VALUE PIC Z(9)9-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:8) = 'RUNDATE='
             AND WS-RUN-PARM(9:8) NUMERIC
             MOVE WS-RUN-PARM(9:8) TO WS-BACKOUT-DATE
           END-IF.

           OPEN OUTPUT FO-REPORT.

           MOVE 'Night backout register' TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           IF WS-BACKOUT-DATE = ZEROS
             MOVE 'No usable RUNDATE=yyyymmdd parameter -- run held'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 8 TO RETURN-CODE
             CLOSE FO-REPORT
             GO TO 0300-return
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Backing out the nightly run dated ' DELIMITED BY SIZE
             WS-BACKOUT-DATE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           PERFORM 0110-check-audit-date.
           IF WS-HELD-REASON = SPACES
             PERFORM 0115-check-prior-out
           END-IF.
           IF WS-HELD-REASON = SPACES
             OPEN I-O FI-ITEM-MASTER
             IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Item master itemmast.dat unavailable'
                 TO WS-HELD-REASON
             END-IF
           END-IF.

           IF WS-HELD-REASON NOT = SPACES
             MOVE WS-HELD-REASON TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 'Nothing has been changed -- run held'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 8 TO RETURN-CODE
             CLOSE FO-REPORT
             GO TO 0300-return
           END-IF.

           PERFORM 0120-restore-master.
           PERFORM 0150-remove-history-rows.
           PERFORM 0170-roll-back-priors.
           PERFORM 0190-prove-against-prior-out.

           CLOSE FI-ITEM-MASTER.

           PERFORM 0200-write-totals.
           PERFORM 0250-append-run-ledger.

           CLOSE FO-REPORT.

           IF WS-MISMATCH-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

       0300-return SECTION.
           GOBACK.

       0110-check-audit-date SECTION.
      *>  Every dated image must belong to the night being backed
      *>  out; an undated one is an older-layout record and is
      *>  trusted to the generation the operators staged.
           OPEN INPUT FI-AUDIT.

           IF WS-AUDIT-STATUS NOT = '00'
             MOVE 'No audit.dat staged for the night -- nothing to do'
               TO WS-HELD-REASON
           ELSE
             PERFORM UNTIL WS-AUDIT-EOF
               READ FI-AUDIT
                 AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-AUDIT-COUNT
                   IF AUR-PARAGRAPH = 'CYCLE-COUNT-ADJUST'
                     ADD 1 TO WS-ADJUSTMENT-COUNT
                   END-IF
                   IF AUR-RUN-DATE NUMERIC
                     AND AUR-RUN-DATE NOT = ZEROS
                     AND AUR-RUN-DATE NOT = WS-BACKOUT-DATE
                     ADD 1 TO WS-WRONG-DATE-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-AUDIT
             MOVE 'N' TO WS-AUDIT-EOF-SWITCH
             IF WS-AUDIT-COUNT = 0
               MOVE 'audit.dat holds no images -- nothing to restore'
                 TO WS-HELD-REASON
             END-IF
             IF WS-WRONG-DATE-COUNT > 0
               MOVE 'audit.dat carries images from another night'
                 TO WS-HELD-REASON
             END-IF
           END-IF.

       0115-check-prior-out SECTION.
           OPEN INPUT FI-PRIOR-OUT.

           IF WS-PRIOR-OUT-STATUS NOT = '00'
             MOVE 'No backout-prior-out.dat staged -- nothing to prove'
               TO WS-HELD-REASON
           ELSE
             CLOSE FI-PRIOR-OUT
           END-IF.

       0120-restore-master SECTION.
           SORT SD-AUDIT-WORK ON ASCENDING KEY SRT-AUDIT-ITEM-ID
               SRT-AUDIT-LOT-NUMBER
             WITH DUPLICATES IN ORDER
             USING FI-AUDIT
             GIVING FW-AUDIT-SORTED.

           MOVE 'Restored from the audit before-images' TO
             FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'Item id  Lot       Sell Qual  St  Action'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           OPEN INPUT FW-AUDIT-SORTED.

           PERFORM UNTIL WS-AUDIT-EOF
             READ FW-AUDIT-SORTED
               AT END
                 MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                 MOVE AU-ITEM-ID TO WS-AUDIT-KEY-ID
                 MOVE AU-LOT-NUMBER TO WS-AUDIT-KEY-LOT
                 EVALUATE TRUE
                   WHEN AU-PARAGRAPH = 'CYCLE-COUNT-ADJUST'
                     AND WS-AUDIT-KEY = WS-PREV-ADJUST-KEY
                     ADD 1 TO WS-REPEAT-IMAGE-COUNT
                   WHEN AU-PARAGRAPH = 'CYCLE-COUNT-ADJUST'
                     MOVE WS-AUDIT-KEY TO WS-PREV-ADJUST-KEY
                     PERFORM 0137-reverse-count-adjustment
                   WHEN WS-AUDIT-KEY = WS-PREV-AUDIT-KEY
                     ADD 1 TO WS-REPEAT-IMAGE-COUNT
                   WHEN OTHER
                     MOVE WS-AUDIT-KEY TO WS-PREV-AUDIT-KEY
                     PERFORM 0130-restore-item
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE FW-AUDIT-SORTED.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0130-restore-item SECTION.
           MOVE SPACES TO WS-DL-TEXT.
           MOVE AU-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE AU-SELL-IN-BEFORE TO WS-DL-SELL-IN.
           MOVE AU-QUALITY-BEFORE TO WS-DL-QUALITY.
           MOVE AU-ITEM-ID TO MAST-ITEM-ID.
           MOVE AU-LOT-NUMBER TO MAST-LOT-NUMBER.

           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

      *>  '*' is the image of a lot the night inserted.
           IF NOT WS-ON-MASTER
             ADD 1 TO WS-NOT-ON-MASTER-COUNT
             MOVE SPACE TO WS-DL-STATUS
             MOVE 'not on the master -- nothing to restore'
               TO WS-DL-TEXT
             WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
             IF AU-STATUS-BEFORE = '*'
               DELETE FI-ITEM-MASTER RECORD
               ADD 1 TO WS-DELETED-COUNT
               MOVE MAST-STATUS-FLAG TO WS-DL-STATUS
               MOVE 'inserted by the night -- deleted' TO WS-DL-TEXT
               WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
             ELSE
               PERFORM 0135-restore-position
             END-IF
           END-IF.

       0135-restore-position SECTION.
           MOVE AU-SELL-IN-BEFORE TO MAST-SELL-IN.
           MOVE AU-QUALITY-BEFORE TO MAST-QUALITY.
           MOVE 'sell-in and quality restored' TO WS-DL-TEXT.

      *>  A clerk's disposition keyed after the night stands; an
      *>  older-layout image (no status) restores the position only.
           IF MAST-STATUS-FLAG = 'A' OR MAST-STATUS-FLAG = 'M'
             IF AU-STATUS-BEFORE NOT = SPACE
               MOVE AU-STATUS-BEFORE TO MAST-STATUS-FLAG
               MOVE AU-LAST-RUN-BEFORE TO MAST-LAST-RUN-DATE
               MOVE 'sell-in, quality and status restored'
                 TO WS-DL-TEXT
             END-IF
           ELSE
             ADD 1 TO WS-DISPOSED-COUNT
             MOVE 'restored, clerk disposition kept' TO WS-DL-TEXT
           END-IF.

           REWRITE FS-MASTER-RECORD.
           ADD 1 TO WS-RESTORED-COUNT.
           MOVE MAST-STATUS-FLAG TO WS-DL-STATUS.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

       0137-reverse-count-adjustment SECTION.
      *>  The night's aged image, when there was one, sorted ahead
      *>  of the adjustment and has already put the quality back;
      *>  the units only ever move here.
           MOVE SPACES TO WS-DL-TEXT.
           MOVE AU-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE AU-ITEM-ID TO MAST-ITEM-ID.
           MOVE AU-LOT-NUMBER TO MAST-LOT-NUMBER.

           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

           IF NOT WS-ON-MASTER
             ADD 1 TO WS-NOT-ON-MASTER-COUNT
             MOVE AU-SELL-IN-BEFORE TO WS-DL-SELL-IN
             MOVE AU-QUALITY-BEFORE TO WS-DL-QUALITY
             MOVE SPACE TO WS-DL-STATUS
             MOVE 'count adjustment, not on the master' TO WS-DL-TEXT
           ELSE
             IF AU-QUANTITY-BEFORE NUMERIC
               MOVE AU-QUANTITY-BEFORE TO MAST-QUANTITY
             END-IF
             IF WS-AUDIT-KEY NOT = WS-PREV-AUDIT-KEY
               MOVE AU-QUALITY-BEFORE TO MAST-QUALITY
             END-IF
             REWRITE FS-MASTER-RECORD
             ADD 1 TO WS-COUNT-REVERSED
             MOVE MAST-SELL-IN TO WS-DL-SELL-IN
             MOVE MAST-QUALITY TO WS-DL-QUALITY
             MOVE MAST-STATUS-FLAG TO WS-DL-STATUS
             MOVE 'cycle-count adjustment reversed -- re-post it'
               TO WS-DL-TEXT
           END-IF.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

       0150-remove-history-rows SECTION.
      *>  The night's rows sit at the end of that date's rows: the
      *>  run appends one per audit image.  A first pass counts the
      *>  date's rows so any earlier run of the same date keeps its
      *>  share; the second copies everything else to a work file,
      *>  which then replaces history.dat the way history-housekeep
      *>  rewrites it.
           OPEN INPUT FI-HISTORY.

           IF WS-HISTORY-STATUS = '00'
             PERFORM 0152-trim-history
           ELSE
             MOVE 'No history.dat -- no history rows to remove'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE SPACES TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0152-trim-history SECTION.
           PERFORM UNTIL WS-HISTORY-EOF
             READ FI-HISTORY
               AT END
                 MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                 IF HIST-RUN-DATE = WS-BACKOUT-DATE
                   ADD 1 TO WS-HISTORY-DATE-COUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FI-HISTORY.

      *>  Count adjustments never wrote a history row.
           COMPUTE WS-AGED-IMAGE-COUNT =
             WS-AUDIT-COUNT - WS-ADJUSTMENT-COUNT.
           IF WS-HISTORY-DATE-COUNT > WS-AGED-IMAGE-COUNT
             COMPUTE WS-HISTORY-KEEP-DATED =
               WS-HISTORY-DATE-COUNT - WS-AGED-IMAGE-COUNT
           END-IF.

           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           OPEN INPUT FI-HISTORY.
           OPEN OUTPUT FO-RETAINED.

           PERFORM UNTIL WS-HISTORY-EOF
             READ FI-HISTORY
               AT END
                 MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                 PERFORM 0155-keep-or-drop-row
             END-READ
           END-PERFORM.

           CLOSE FI-HISTORY.
           CLOSE FO-RETAINED.

           PERFORM 0160-rewrite-history.

       0155-keep-or-drop-row SECTION.
           IF HIST-RUN-DATE = WS-BACKOUT-DATE
             ADD 1 TO WS-HISTORY-SEEN-DATED
             IF WS-HISTORY-SEEN-DATED > WS-HISTORY-KEEP-DATED
               ADD 1 TO WS-HISTORY-REMOVED
             ELSE
               WRITE FS-RETAINED-RECORD FROM FS-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-KEPT
             END-IF
           ELSE
             WRITE FS-RETAINED-RECORD FROM FS-HISTORY-RECORD
             ADD 1 TO WS-HISTORY-KEPT
           END-IF.

       0160-rewrite-history SECTION.
           OPEN INPUT FO-RETAINED.
           OPEN OUTPUT FI-HISTORY.

           PERFORM UNTIL WS-RETAINED-EOF
             READ FO-RETAINED
               AT END
                 MOVE 'Y' TO WS-RETAINED-EOF-SWITCH
               NOT AT END
                 MOVE FS-RETAINED-RECORD TO FS-HISTORY-RECORD
                 WRITE FS-HISTORY-RECORD
             END-READ
           END-PERFORM.

           CLOSE FO-RETAINED.
           CLOSE FI-HISTORY.

       0170-roll-back-priors SECTION.
      *>  valuation-report dates the total it carries, so its date
      *>  says whether the feeds' prior files still reflect the night
      *>  being backed out.  Anything else -- a later night has run,
      *>  or the feeds never got that far -- leaves all three alone.
           OPEN INPUT FI-VALUATION-PRIOR.
           IF WS-VP-STATUS = '00'
             READ FI-VALUATION-PRIOR
               AT END
                 CONTINUE
               NOT AT END
                 IF VP-RUN-DATE = WS-BACKOUT-DATE
                   MOVE 'Y' TO WS-ROLL-PRIORS-SWITCH
                 END-IF
             END-READ
             CLOSE FI-VALUATION-PRIOR
           END-IF.

           IF WS-ROLL-PRIORS
             PERFORM 0175-roll-markdown-prior
             PERFORM 0180-roll-writeoff-prior
             PERFORM 0185-roll-valuation-prior
           ELSE
             MOVE 'valuation-prior.dat is not dated the night -- prior'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 'files left as they are' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

           PERFORM 0187-roll-gl-position.
           PERFORM 0188-drop-supplier-activity.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0175-roll-markdown-prior SECTION.
           OPEN INPUT FI-MD-PRIOR-SORTED.
           IF WS-MD-SOURCE-STATUS = '00'
             OPEN OUTPUT FO-MARKDOWN-PRIOR
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             MOVE ZEROS TO WS-COPY-COUNT
             PERFORM UNTIL WS-COPY-EOF
               READ FI-MD-PRIOR-SORTED
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   WRITE FS-MD-PRIOR-RECORD FROM FS-MD-SOURCE-RECORD
                   ADD 1 TO WS-COPY-COUNT
               END-READ
             END-PERFORM
             CLOSE FI-MD-PRIOR-SORTED
             CLOSE FO-MARKDOWN-PRIOR
             MOVE 'markdown-prior.dat rolled' TO WS-TL-LABEL
             MOVE WS-COPY-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
             MOVE 'No markdown-prior-sorted.dat -- markdown-prior.dat'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE '  left as it is' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0180-roll-writeoff-prior SECTION.
           OPEN INPUT FI-WO-PRIOR-SORTED.
           IF WS-WO-SOURCE-STATUS = '00'
             OPEN OUTPUT FO-WRITEOFF-PRIOR
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             MOVE ZEROS TO WS-COPY-COUNT
             PERFORM UNTIL WS-COPY-EOF
               READ FI-WO-PRIOR-SORTED
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   WRITE FS-WO-PRIOR-RECORD FROM FS-WO-SOURCE-RECORD
                   ADD 1 TO WS-COPY-COUNT
               END-READ
             END-PERFORM
             CLOSE FI-WO-PRIOR-SORTED
             CLOSE FO-WRITEOFF-PRIOR
             MOVE 'writeoff-prior.dat rolled' TO WS-TL-LABEL
             MOVE WS-COPY-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
             MOVE 'No writeoff-prior-sorted.dat -- writeoff-prior.dat'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE '  left as it is' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0185-roll-valuation-prior SECTION.
      *>  An empty valuation-prior-last.dat means the night being
      *>  backed out had no prior total either; valuation-prior.dat
      *>  goes back to empty and the next night reports no change.
           OPEN INPUT FI-VALUATION-LAST.
           IF WS-VP-SOURCE-STATUS = '00'
             OPEN OUTPUT FI-VALUATION-PRIOR
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             MOVE ZEROS TO WS-COPY-COUNT
             PERFORM UNTIL WS-COPY-EOF
               READ FI-VALUATION-LAST
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   WRITE FS-VP-RECORD FROM FS-VP-SOURCE-RECORD
                   ADD 1 TO WS-COPY-COUNT
               END-READ
             END-PERFORM
             CLOSE FI-VALUATION-LAST
             CLOSE FI-VALUATION-PRIOR
             MOVE 'valuation-prior.dat rolled' TO WS-TL-LABEL
             MOVE WS-COPY-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
             MOVE 'No valuation-prior-last.dat -- valuation-prior.dat'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE '  left as it is' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0187-roll-gl-position SECTION.
      *>  Rows are copied through backout-gl-position.dat and back,
      *>  the way history.dat is trimmed.
           OPEN INPUT FI-GL-POSITION.
           IF WS-GL-POSITION-STATUS = '00'
             OPEN OUTPUT FW-GL-POSITION
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             PERFORM UNTIL WS-COPY-EOF
               READ FI-GL-POSITION
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   EVALUATE TRUE
                     WHEN GP-POSTED-DATE NOT = WS-BACKOUT-DATE
                       WRITE FS-GL-WORK-RECORD
                         FROM FS-GL-POSITION-RECORD
                     WHEN GP-PREV-DATE = ZEROS
                       ADD 1 TO WS-GL-DROPPED-COUNT
                     WHEN OTHER
                       MOVE GP-PREV-DATE TO GP-POSTED-DATE
                       MOVE GP-PREV-VALUE TO GP-INVENTORY-VALUE
                       MOVE GP-PREV-PROVISION TO GP-PROVISION
                       MOVE ZEROS TO GP-PREV-DATE
                       MOVE ZEROS TO GP-PREV-VALUE
                       MOVE ZEROS TO GP-PREV-PROVISION
                       WRITE FS-GL-WORK-RECORD
                         FROM FS-GL-POSITION-RECORD
                       ADD 1 TO WS-GL-ROLLED-COUNT
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE FI-GL-POSITION
             CLOSE FW-GL-POSITION

             OPEN INPUT FW-GL-POSITION
             OPEN OUTPUT FI-GL-POSITION
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             PERFORM UNTIL WS-COPY-EOF
               READ FW-GL-POSITION
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   WRITE FS-GL-POSITION-RECORD FROM FS-GL-WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE FW-GL-POSITION
             CLOSE FI-GL-POSITION

             MOVE 'gl-position.dat rows rolled' TO WS-TL-LABEL
             MOVE WS-GL-ROLLED-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
             MOVE 'gl-position.dat rows dropped' TO WS-TL-LABEL
             MOVE WS-GL-DROPPED-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
             IF WS-GL-ROLLED-COUNT > 0 OR WS-GL-DROPPED-COUNT > 0
               MOVE 'The night was posted to the ledger -- finance must'
                 TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
               MOVE '  reverse its GLJRNL journals from the archive'
                 TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
             END-IF
           ELSE
             MOVE 'No gl-position.dat -- nothing posted to roll back'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0188-drop-supplier-activity SECTION.
      *>  Copied through backout-supplier-activity.dat and back, the
      *>  same way as gl-position.dat.  The scorecard runs late in
      *>  the night, so a night held before it has no rows to drop.
           OPEN INPUT FI-SUPPLIER-ACTIVITY.
           IF WS-SUPPLIER-ACTIVITY-STATUS = '00'
             OPEN OUTPUT FW-SUPPLIER-ACTIVITY
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             PERFORM UNTIL WS-COPY-EOF
               READ FI-SUPPLIER-ACTIVITY
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   IF SA-RUN-DATE = WS-BACKOUT-DATE
                     ADD 1 TO WS-SA-DROPPED-COUNT
                   ELSE
                     WRITE FS-SA-WORK-RECORD
                       FROM FS-SUPPLIER-ACTIVITY-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-SUPPLIER-ACTIVITY
             CLOSE FW-SUPPLIER-ACTIVITY

             OPEN INPUT FW-SUPPLIER-ACTIVITY
             OPEN OUTPUT FI-SUPPLIER-ACTIVITY
             MOVE 'N' TO WS-COPY-EOF-SWITCH
             PERFORM UNTIL WS-COPY-EOF
               READ FW-SUPPLIER-ACTIVITY
                 AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
                 NOT AT END
                   WRITE FS-SUPPLIER-ACTIVITY-RECORD
                     FROM FS-SA-WORK-RECORD
               END-READ
             END-PERFORM
             CLOSE FW-SUPPLIER-ACTIVITY
             CLOSE FI-SUPPLIER-ACTIVITY

             MOVE 'Scorecard rows dropped' TO WS-TL-LABEL
             MOVE WS-SA-DROPPED-COUNT TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
             MOVE 'No supplier-activity.dat -- no scorecard rows'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0190-prove-against-prior-out SECTION.
      *>  The master is walked in key order against the previous
      *>  generation sorted by id and lot.  Lots the night flagged
      *>  missing that the generation still carries go back to
      *>  active here, since the night that flagged them is gone.
           SORT SD-PRIOR-WORK ON ASCENDING KEY SRT-PRIOR-ITEM-ID
               SRT-PRIOR-LOT-NUMBER
             USING FI-PRIOR-OUT
             GIVING FW-PRIOR-SORTED.

           MOVE 'Proof against the previous out.dat generation'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'Item id  Lot       Master    | Previous  Difference'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           OPEN INPUT FW-PRIOR-SORTED.
           PERFORM 0192-read-prior.

           MOVE ZEROS TO MAST-ITEM-ID.
           START FI-ITEM-MASTER KEY NOT < MAST-ITEM-ID
             INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM 0191-read-master.

           PERFORM UNTIL WS-MASTER-EOF AND WS-PRIOR-EOF
             EVALUATE TRUE
               WHEN WS-MASTER-KEY = WS-PRIOR-KEY
                 PERFORM 0195-compare-item
                 PERFORM 0191-read-master
                 PERFORM 0192-read-prior
               WHEN WS-MASTER-KEY < WS-PRIOR-KEY
                 IF MAST-STATUS-FLAG = 'A'
                   MOVE 'active on master, not in previous out'
                     TO WS-ML-TEXT
                   PERFORM 0197-write-master-only
                 END-IF
                 PERFORM 0191-read-master
               WHEN OTHER
                 MOVE 'in previous out, not on the master'
                   TO WS-ML-TEXT
                 PERFORM 0198-write-prior-only
                 PERFORM 0192-read-prior
             END-EVALUATE
           END-PERFORM.

           CLOSE FW-PRIOR-SORTED.

           IF WS-MISMATCH-COUNT = 0
             MOVE 'Master matches the previous generation -- no'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 'differences' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0191-read-master SECTION.
           IF NOT WS-MASTER-EOF
             READ FI-ITEM-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF-SWITCH
             END-READ
           END-IF.
           IF WS-MASTER-EOF
             MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
             MOVE MAST-ITEM-KEY TO WS-MASTER-KEY
           END-IF.

       0192-read-prior SECTION.
           READ FW-PRIOR-SORTED
             AT END
               MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
           END-READ.
           IF WS-PRIOR-EOF
             MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
             MOVE ITEM-ID TO WS-PRIOR-KEY-ID
             MOVE LOT-NUMBER TO WS-PRIOR-KEY-LOT
           END-IF.

       0195-compare-item SECTION.
           IF MAST-STATUS-FLAG = 'M'
             MOVE 'A' TO MAST-STATUS-FLAG
             REWRITE FS-MASTER-RECORD
             ADD 1 TO WS-REACTIVATED-COUNT
           END-IF.

           IF MAST-SELL-IN = SELL-IN AND MAST-QUALITY = QUALITY
             ADD 1 TO WS-MATCHED-COUNT
           ELSE
             MOVE 'sell-in or quality differs' TO WS-ML-TEXT
             MOVE MAST-ITEM-ID TO WS-ML-ITEM-ID
             MOVE MAST-LOT-NUMBER TO WS-ML-LOT-NUMBER
             MOVE MAST-SELL-IN TO WS-ML-MAST-SELL
             MOVE MAST-QUALITY TO WS-ML-MAST-QUAL
             MOVE SELL-IN TO WS-ML-PRIOR-SELL
             MOVE QUALITY TO WS-ML-PRIOR-QUAL
             WRITE FS-REPORT-LINE FROM WS-MISMATCH-LINE
             ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

       0197-write-master-only SECTION.
           MOVE MAST-ITEM-ID TO WS-ML-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO WS-ML-LOT-NUMBER.
           MOVE MAST-SELL-IN TO WS-ML-MAST-SELL.
           MOVE MAST-QUALITY TO WS-ML-MAST-QUAL.
           MOVE ZEROS TO WS-ML-PRIOR-SELL.
           MOVE ZEROS TO WS-ML-PRIOR-QUAL.
           WRITE FS-REPORT-LINE FROM WS-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.

       0198-write-prior-only SECTION.
           MOVE ITEM-ID TO WS-ML-ITEM-ID.
           MOVE LOT-NUMBER TO WS-ML-LOT-NUMBER.
           MOVE ZEROS TO WS-ML-MAST-SELL.
           MOVE ZEROS TO WS-ML-MAST-QUAL.
           MOVE SELL-IN TO WS-ML-PRIOR-SELL.
           MOVE QUALITY TO WS-ML-PRIOR-QUAL.
           WRITE FS-REPORT-LINE FROM WS-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.

       0200-write-totals SECTION.
           MOVE 'Audit images read' TO WS-TL-LABEL.
           MOVE WS-AUDIT-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Repeat images (restart)' TO WS-TL-LABEL.
           MOVE WS-REPEAT-IMAGE-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Master ids restored' TO WS-TL-LABEL.
           MOVE WS-RESTORED-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Dispositions kept' TO WS-TL-LABEL.
           MOVE WS-DISPOSED-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Count adjustments reversed' TO WS-TL-LABEL.
           MOVE WS-COUNT-REVERSED TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Inserted ids deleted' TO WS-TL-LABEL.
           MOVE WS-DELETED-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Image ids not on master' TO WS-TL-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Missing ids reactivated' TO WS-TL-LABEL.
           MOVE WS-REACTIVATED-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'History rows removed' TO WS-TL-LABEL.
           MOVE WS-HISTORY-REMOVED TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'History rows kept' TO WS-TL-LABEL.
           MOVE WS-HISTORY-KEPT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Ids matching previous out' TO WS-TL-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Differences' TO WS-TL-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.

       0250-append-run-ledger SECTION.
      *>  Dated the night backed out, not today, so the ledger nets
      *>  it against that night's NIGHTLY record.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-BACKOUT-DATE TO RL-RUN-DATE
             MOVE 'backout' TO RL-STEP-NAME
             MOVE 'BACKOUT' TO RL-MODE
             MOVE WS-AUDIT-COUNT TO RL-RECORDS-READ
             COMPUTE RL-RECORDS-WRITTEN =
               WS-RESTORED-COUNT + WS-DELETED-COUNT
               + WS-COUNT-REVERSED
             MOVE WS-MISMATCH-COUNT TO RL-RECORDS-REJECTED
             IF WS-MISMATCH-COUNT = 0
               MOVE 'COMPLETE' TO RL-STATUS
             ELSE
               MOVE 'FAILED' TO RL-STATUS
             END-IF
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.
