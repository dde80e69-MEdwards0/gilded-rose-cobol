      *>  Pre-run guard against a silently short extract: compares
      *>  tonight's staged in.dat with the previous night's archived
      *>  out.dat generation (staged to prev-out.dat), reports item
      *>  lots present yesterday but missing tonight and lots
      *>  appearing for the first time (an item id and lot number;
      *>  an item without lots is its blank lot), and measures the
      *>  gross count variance.
      *>  A variance beyond the tolerance (TOLERANCE=nnn percent on
      *>  the command line, 10 when not given) ends with RETURN-CODE
      *>  8 so the job stream holds the run for an operator decision
      *>  instead of processing a short extract.
      *>  The per-lot matching runs on files sorted by item id and
      *>  lot and read side by side -- both nights are SORTed to work
      *>  files and the distinct lots walked together -- so the
      *>  missing and first-appearance detail stays complete at any
      *>  volume, with no in-memory table to fill.
      *>  With STORE=xxx on the command line (alongside TOLERANCE= or
      *>  alone) only that store's records are taken from in.dat and
      *>  compared with the store's own previous out generation,
      *>  staged to prev-out-xxx.dat; the report goes to
      *>  completeness-xxx.rpt and the verdict is recorded in the run
      *>  ledger under the store, so one branch's short extract holds
      *>  that branch alone.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-IN-ITEMS ASSIGN "in.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-PREV-OUT ASSIGN USING WS-PREV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.
             SELECT FO-COMPLETENESS ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
             SELECT FW-IN-SORTED ASSIGN "in-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-PREV-SORTED ASSIGN "prev-sorted.dat"
           01 FS-SORTED-PREV-ITEM.
             COPY itemrec.

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           SD SD-ITEM-WORK.
           01 SRT-ITEM.
             COPY itemrec.
             88 WS-PREV-EOF VALUE 'Y'.

           01 WS-RUN-PARM PIC X(32) VALUE SPACES.
           01 WS-PARM-TOKEN-1 PIC X(16) VALUE SPACES.
           01 WS-PARM-TOKEN-2 PIC X(16) VALUE SPACES.
           01 WS-PARM-TOKEN   PIC X(16).
           01 WS-TOLERANCE-PCT PIC 9(3) VALUE 10.

           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
           01 WS-PARTITION-STORE PIC X(3) VALUE SPACES.
           01 WS-PREV-FILE-NAME   PIC X(40) VALUE 'prev-out.dat'.
           01 WS-REPORT-FILE-NAME PIC X(40)
               VALUE 'completeness.rpt'.

           01 WS-IN-ITEM-ID   PIC X(16).
           01 WS-PREV-ITEM-ID PIC X(16).
           01 WS-PREV-ITEM-NAME PIC X(50).

           01 WS-TONIGHT-COUNT   PIC 9(7) VALUE 0.
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-DL-ITEM-ID PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-DL-NAME    PIC X(50).

           01 WS-TOTAL-LINE.
       PROCEDURE DIVISION.
       0100-start SECTION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
             INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 0090-apply-parm-token.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 0090-apply-parm-token.

           OPEN OUTPUT FO-COMPLETENESS.

           MOVE 'Extract completeness check' TO FS-COMPLETENESS-LINE.
           IF WS-PARTITION-STORE NOT = SPACES
             MOVE '-- store' TO FS-COMPLETENESS-LINE(28:)
             MOVE WS-PARTITION-STORE TO FS-COMPLETENESS-LINE(37:)
           END-IF.
           WRITE FS-COMPLETENESS-LINE.
           MOVE SPACES TO FS-COMPLETENESS-LINE.
           WRITE FS-COMPLETENESS-LINE.
       0105-sort-both-nights SECTION.
      *>  One sort work file serves both sides; a missing previous
      *>  generation (the first night) leaves an empty sorted file,
      *>  so the walk degrades to counting tonight alone.  A store
      *>  partition sorts only its own store's share of in.dat.
           IF WS-PARTITION-STORE NOT = SPACES
             SORT SD-ITEM-WORK ON ASCENDING KEY ITEM-ID OF SRT-ITEM
               LOT-NUMBER OF SRT-ITEM
               INPUT PROCEDURE IS 0110-release-store-items
               GIVING FW-IN-SORTED
           ELSE
             SORT SD-ITEM-WORK ON ASCENDING KEY ITEM-ID OF SRT-ITEM
               LOT-NUMBER OF SRT-ITEM
               USING FI-IN-ITEMS
               GIVING FW-IN-SORTED
           END-IF.

           OPEN INPUT FI-PREV-OUT.
           IF WS-PREV-STATUS = '00'
             MOVE 'Y' TO WS-PREV-PRESENT-SWITCH
             CLOSE FI-PREV-OUT
             SORT SD-ITEM-WORK ON ASCENDING KEY ITEM-ID OF SRT-ITEM
               LOT-NUMBER OF SRT-ITEM
               USING FI-PREV-OUT
               GIVING FW-PREV-SORTED
           ELSE
             MOVE SPACES TO FS-COMPLETENESS-LINE
             STRING 'No previous out.dat generation -- first night'
               DELIMITED BY SIZE
               INTO FS-COMPLETENESS-LINE
             IF WS-PARTITION-STORE NOT = SPACES
               MOVE 'for store' TO FS-COMPLETENESS-LINE(47:)
               MOVE WS-PARTITION-STORE TO FS-COMPLETENESS-LINE(57:)
             END-IF
             WRITE FS-COMPLETENESS-LINE
             OPEN OUTPUT FW-PREV-SORTED
             CLOSE FW-PREV-SORTED
           END-IF.

       0120-match-sorted-nights SECTION.
      *>  Walk the distinct item lots of the two sorted files side
      *>  by side: a lot only in last night's file is missing
      *>  tonight, a lot only in tonight's is a first appearance.
      *>  The gross counts take in every record, duplicates and
      *>  unkeyable ids included, so the variance test always
      *>  compares whole nights.
           OPEN INPUT FW-IN-SORTED.
           OPEN INPUT FW-PREV-SORTED.


       0130-next-in-id SECTION.
      *>  Advance tonight's side to the next distinct, keyable item
      *>  id and lot, counting every record passed over; records
      *>  whose id is not numeric are counted but cannot be matched.
           PERFORM UNTIL WS-IN-EOF
             READ FW-IN-SORTED
               AT END
               NOT AT END
                 ADD 1 TO WS-TONIGHT-COUNT
                 IF ITEM-ID OF FS-SORTED-IN-ITEM NUMERIC
                   AND (FS-SORTED-IN-ITEM(1:8) NOT =
                          WS-IN-ITEM-ID(1:8)
                     OR LOT-NUMBER OF FS-SORTED-IN-ITEM NOT =
                          WS-IN-ITEM-ID(9:8))
                   MOVE FS-SORTED-IN-ITEM(1:8) TO WS-IN-ITEM-ID(1:8)
                   MOVE LOT-NUMBER OF FS-SORTED-IN-ITEM
                     TO WS-IN-ITEM-ID(9:8)
                   EXIT PERFORM
                 END-IF
             END-READ
               NOT AT END
                 ADD 1 TO WS-PREV-FULL-COUNT
                 IF ITEM-ID OF FS-SORTED-PREV-ITEM NUMERIC
                   AND (FS-SORTED-PREV-ITEM(1:8) NOT =
                          WS-PREV-ITEM-ID(1:8)
                     OR LOT-NUMBER OF FS-SORTED-PREV-ITEM NOT =
                          WS-PREV-ITEM-ID(9:8))
                   MOVE FS-SORTED-PREV-ITEM(1:8)
                     TO WS-PREV-ITEM-ID(1:8)
                   MOVE LOT-NUMBER OF FS-SORTED-PREV-ITEM
                     TO WS-PREV-ITEM-ID(9:8)
                   MOVE ITEM-NAME OF FS-SORTED-PREV-ITEM
                     TO WS-PREV-ITEM-NAME
                   EXIT PERFORM
           ADD 1 TO WS-MISSING-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Missing tonight' TO WS-DL-TAG.
           MOVE WS-PREV-ITEM-ID(1:8) TO WS-DL-ITEM-ID.
           MOVE WS-PREV-ITEM-ID(9:8) TO WS-DL-LOT-NUMBER.
           MOVE WS-PREV-ITEM-NAME TO WS-DL-NAME.
           WRITE FS-COMPLETENESS-LINE FROM WS-DETAIL-LINE.

             ADD 1 TO WS-NEW-COUNT
             MOVE SPACES TO WS-DETAIL-LINE
             MOVE 'Appearing for first time' TO WS-DL-TAG
             MOVE WS-IN-ITEM-ID(1:8) TO WS-DL-ITEM-ID
             MOVE WS-IN-ITEM-ID(9:8) TO WS-DL-LOT-NUMBER
             MOVE ITEM-NAME OF FS-SORTED-IN-ITEM TO WS-DL-NAME
             WRITE FS-COMPLETENESS-LINE FROM WS-DETAIL-LINE
           END-IF.

           CLOSE FO-COMPLETENESS.

           IF WS-PARTITION-STORE NOT = SPACES
             PERFORM 0250-append-run-ledger
           END-IF.

       0300-return SECTION.
           GOBACK.

       0090-apply-parm-token SECTION.
           EVALUATE TRUE
             WHEN WS-PARM-TOKEN(1:10) = 'TOLERANCE='
               COMPUTE WS-TOLERANCE-PCT =
                 FUNCTION NUMVAL(WS-PARM-TOKEN(11:4))
             WHEN WS-PARM-TOKEN(1:6) = 'STORE='
               MOVE WS-PARM-TOKEN(7:3) TO WS-PARTITION-STORE
               MOVE SPACES TO WS-PREV-FILE-NAME
               STRING 'prev-out-' DELIMITED BY SIZE
                 WS-PARTITION-STORE DELIMITED BY SPACE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-PREV-FILE-NAME
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING 'completeness-' DELIMITED BY SIZE
                 WS-PARTITION-STORE DELIMITED BY SPACE
                 '.rpt' DELIMITED BY SIZE
                 INTO WS-REPORT-FILE-NAME
           END-EVALUATE.

       0110-release-store-items SECTION.
           OPEN INPUT FI-IN-ITEMS.

           PERFORM UNTIL WS-IN-EOF
             READ FI-IN-ITEMS
               AT END
                 MOVE 'Y' TO WS-IN-EOF-SWITCH
               NOT AT END
                 IF STORE-CODE OF FS-IN-ITEM = WS-PARTITION-STORE
                   RELEASE SRT-ITEM FROM FS-IN-ITEM
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE FI-IN-ITEMS.
      *>  The walk reuses the end-of-file switch for the sorted file.
           MOVE 'N' TO WS-IN-EOF-SWITCH.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE FUNCTION CURRENT-DATE(1:8) TO RL-RUN-DATE
             MOVE 'completeness' TO RL-STEP-NAME
             MOVE 'CMPCHK' TO RL-MODE
             MOVE WS-TONIGHT-COUNT TO RL-RECORDS-READ
             MOVE ZEROS TO RL-RECORDS-WRITTEN
             MOVE WS-MISSING-COUNT TO RL-RECORDS-REJECTED
             IF WS-TOLERANCE-BLOWN
               MOVE 'FAILED' TO RL-STATUS
             ELSE
               MOVE 'COMPLETE' TO RL-STATUS
             END-IF
             MOVE WS-PARTITION-STORE TO RL-STORE-CODE
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.
