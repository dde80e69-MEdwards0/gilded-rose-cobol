      *>  on the command line picks the date, the way history-housekeep
      *>  takes RETAIN=nnn.
      *>  The position is rebuilt from the best evidence still on
      *>  hand, in order of preference per item lot:
      *>    - the daily history.dat snapshot, where the detail has
      *>      survived housekeeping: the latest snapshot dated on or
      *>      before the as-of date, every field exact;
      *>      on or before the as-of date, with the month's average
      *>      quality and ending sell-in -- approximate, and marked
      *>      so in asof.rpt.
      *>  The three inputs are each SORTed by item id and lot and
      *>  walked together, one group of records per lot (each lot
      *>  ages on its own, so each is its own position; records
      *>  from before lots were tracked read as the item's blank
      *>  lot), so the rebuild stays complete at any volume -- no
      *>  in-memory table to fill and no per-record scan, the same
      *>  pattern the nightly checkers use.
      *>  The reconstruction is written to asof-out.dat (in item id
      *>  and lot order) in the same itemrec layout as out.dat, so
      *>  summary-report and valuation-report can be pointed at it
      *>  unchanged (copy it over out.dat in a scratch directory).
      *>  Monthly rows carry no store, category or quantity, so those
       DATA DIVISION.
           FILE SECTION.
           FD FI-HISTORY.
           01 FS-HISTORY-RAW PIC X(100).

           FD FI-MONTHLY.
           01 FS-MONTHLY-RAW PIC X(123).

           FD FI-ASOF-AUDIT.
           01 FS-AUDIT-RAW PIC X(148).

           FD FW-DAILY-SORTED.
           01 FS-SORTED-HISTORY-RECORD.
             05 SH-CATEGORY  PIC X(2).
             05 FILLER       PIC X.
             05 SH-QUANTITY  PIC 9(5).
             05 FILLER       PIC X.
             05 SH-LOT-NUMBER PIC X(8).

           FD FW-AUDIT-SORTED.
           01 FS-SORTED-AUDIT-RECORD.
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

           FD FW-MONTHLY-SORTED.
           01 FS-SORTED-MONTHLY-RECORD.
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER       PIC X.
             05 HM-END-DATE  PIC 9(8).
             05 FILLER       PIC X.
             05 HM-LOT-NUMBER PIC X(8).

      *>  The sort keys only need the leading date/month and item id
      *>  columns and the trailing lot, so the work records overlay
      *>  them and leave the rest opaque.  Daily and monthly sort by
      *>  id, lot then date, so each lot's group arrives oldest
      *>  first and the last record on or before the as-of date
      *>  wins.
           SD SD-HIST-WORK.
           01 SRT-HIST-RECORD.
             05 SRT-HIST-DATE    PIC X(8).
             05 FILLER           PIC X.
             05 SRT-HIST-ITEM-ID PIC X(8).
             05 FILLER           PIC X(75).
             05 SRT-HIST-LOT     PIC X(8).

           SD SD-AUDIT-WORK.
           01 SRT-AUDIT-RECORD.
             05 SRT-AUDIT-ITEM-ID PIC X(8).
             05 FILLER            PIC X(132).
             05 SRT-AUDIT-LOT     PIC X(8).

           SD SD-MONTHLY-WORK.
           01 SRT-MONTHLY-RECORD.
             05 SRT-MON-MONTH   PIC X(6).
             05 FILLER          PIC X.
             05 SRT-MON-ITEM-ID PIC X(8).
             05 FILLER          PIC X(100).
             05 SRT-MON-LOT     PIC X(8).

           FD FO-ASOF-OUT.
           01 FS-ASOF-ITEM.
           01 WS-ASOF-DATE PIC 9(8) VALUE ZEROS.
           01 WS-ASOF-MONTH PIC 9(6) VALUE ZEROS.

      *>  Current item id and lot at the head of each sorted file;
      *>  an exhausted file holds HIGH-VALUES so the three-way
      *>  minimum always drains the live sides.
           01 WS-DAILY-ID   PIC X(16) VALUE HIGH-VALUES.
           01 WS-AUDIT-ID   PIC X(16) VALUE HIGH-VALUES.
           01 WS-MONTHLY-ID PIC X(16) VALUE HIGH-VALUES.
           01 WS-GROUP-ID   PIC X(16).

      *>  Best evidence collected for the current lot group:
      *>  'D' daily snapshot, 'A' audit after-image, 'M' monthly
      *>  rollup (approximate).
           01 WS-DAILY-FOUND-SWITCH PIC X VALUE 'N'.
           IF WS-HISTORY-STATUS = '00'
             CLOSE FI-HISTORY
             SORT SD-HIST-WORK ON ASCENDING KEY SRT-HIST-ITEM-ID
                 SRT-HIST-LOT SRT-HIST-DATE
               USING FI-HISTORY
               GIVING FW-DAILY-SORTED
           ELSE
           IF WS-AUDIT-STATUS = '00'
             CLOSE FI-ASOF-AUDIT
             SORT SD-AUDIT-WORK ON ASCENDING KEY SRT-AUDIT-ITEM-ID
                 SRT-AUDIT-LOT
               USING FI-ASOF-AUDIT
               GIVING FW-AUDIT-SORTED
           ELSE
           IF WS-MONTHLY-STATUS = '00'
             CLOSE FI-MONTHLY
             SORT SD-MONTHLY-WORK ON ASCENDING KEY SRT-MON-ITEM-ID
                 SRT-MON-LOT SRT-MON-MONTH
               USING FI-MONTHLY
               GIVING FW-MONTHLY-SORTED
           ELSE
           END-IF.

       0130-merge-groups SECTION.
      *>  Three-way walk in item id and lot order: each pass handles
      *>  the lowest id and lot at the head of any file, consumes
      *>  that lot's group from every file that carries it, and
      *>  writes one reconstructed position from the best evidence
      *>  collected.
           PERFORM UNTIL WS-DAILY-EOF AND WS-AUDIT-EOF
             AND WS-MONTHLY-EOF
             MOVE WS-DAILY-ID TO WS-GROUP-ID
               MOVE 'Y' TO WS-DAILY-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-DAILY-ID
             NOT AT END
               MOVE SH-ITEM-ID TO WS-DAILY-ID(1:8)
               MOVE SH-LOT-NUMBER TO WS-DAILY-ID(9:8)
           END-READ.

       0150-consume-audit-group SECTION.
      *>  One after-image is the whole story for the night; extra
      *>  images for the same lot (a double-processed record the
      *>  audit analysis flags) are consumed and ignored.
           PERFORM UNTIL WS-AUDIT-ID NOT = WS-GROUP-ID
             IF NOT WS-AUDIT-FOUND
               MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-AUDIT-ID
             NOT AT END
               MOVE AU-ITEM-ID TO WS-AUDIT-ID(1:8)
               MOVE AU-LOT-NUMBER TO WS-AUDIT-ID(9:8)
           END-READ.

       0160-consume-monthly-group SECTION.
               MOVE 'Y' TO WS-MONTHLY-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-MONTHLY-ID
             NOT AT END
               MOVE HM-ITEM-ID TO WS-MONTHLY-ID(1:8)
               MOVE HM-LOT-NUMBER TO WS-MONTHLY-ID(9:8)
           END-READ.

       0170-write-position SECTION.
      *>  Best evidence wins: exact daily snapshot, then the exact
      *>  audit after-image, then the approximate monthly rollup.
      *>  A lot whose only records are dated after the as-of date
      *>  did not exist yet and is counted, not written.
           MOVE SPACES TO FS-ASOF-ITEM.
           MOVE WS-GROUP-ID(1:8) TO ITEM-ID OF FS-ASOF-ITEM.
           MOVE WS-GROUP-ID(9:8) TO LOT-NUMBER OF FS-ASOF-ITEM.

           EVALUATE TRUE
             WHEN WS-DAILY-FOUND
