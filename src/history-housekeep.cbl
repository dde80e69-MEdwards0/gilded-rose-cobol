      *>  Retention housekeeping for the multi-day quality history:
      *>  detail records older than the retention cutoff (RETAIN=nnn
      *>  days on the command line, 35 when not given) are rolled up
      *>  into one compact row per item lot per month -- min/max/
      *>  average quality and the ending sell-in -- merged into
      *>  history-monthly.dat, then purged from the daily file.  The
      *>  existing monthly rows are loaded first and folded together
      *>  with tonight's purged detail, so a (month, item, lot) keeps
      *>  exactly one row however many runs touch it.  Lots age on
      *>  their own, so each keeps its own row; a row written before
      *>  lots were tracked reads as the item's blank lot.
      *>  history.dat is rewritten in place with only the retained
      *>  detail, and housekeeping.rpt accounts for every record:
      *>  kept, aggregated and deleted, with the cutoff used, so
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER       PIC X VALUE SPACE.
             05 HM-END-DATE  PIC 9(8).
             05 FILLER       PIC X VALUE SPACE.
             05 HM-LOT-NUMBER PIC X(8).

      *>  Same record shape, read-side, for folding the existing
      *>  monthly rows back into the aggregate table at start-up.
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER        PIC X.
             05 HMP-END-DATE  PIC 9(8).
             05 FILLER        PIC X.
             05 HMP-LOT-NUMBER PIC X(8).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(80).
           01 WS-AGGREGATED-COUNT PIC 9(7) VALUE 0.
           01 WS-MONTHLY-ROWS     PIC 9(5) VALUE 0.

      *>  One row per item lot per calendar month among the purged
      *>  detail.  The ending sell-in is the one on the latest dated
      *>  record seen for that item in that month.
           01 WS-AGG-COUNT PIC 9(4) VALUE 0.
             05 WS-AGG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AGG-IDX.
               10 WS-AG-MONTH      PIC 9(6).
               10 WS-AG-ITEM-ID    PIC 9(8).
               10 WS-AG-LOT-NUMBER PIC X(8).
               10 WS-AG-ITEM-NAME  PIC X(50).
               10 WS-AG-QUAL-MIN   PIC S999.
               10 WS-AG-QUAL-MAX   PIC S999.
                       SET WS-AGG-IDX TO WS-AGG-COUNT
                       MOVE HMP-MONTH TO WS-AG-MONTH(WS-AGG-IDX)
                       MOVE HMP-ITEM-ID TO WS-AG-ITEM-ID(WS-AGG-IDX)
                       MOVE HMP-LOT-NUMBER TO
                         WS-AG-LOT-NUMBER(WS-AGG-IDX)
                       MOVE HMP-ITEM-NAME TO
                         WS-AG-ITEM-NAME(WS-AGG-IDX)
                       MOVE HMP-QUAL-MIN TO
             IF WS-AG-MONTH(WS-AGG-IDX) = HIST-RUN-DATE(1:6)
               AND WS-AG-ITEM-ID(WS-AGG-IDX) =
                 ITEM-ID OF FS-HISTORY-RECORD
               AND WS-AG-LOT-NUMBER(WS-AGG-IDX) =
                 LOT-NUMBER OF FS-HISTORY-RECORD
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
               EXIT PERFORM
             END-IF
               MOVE HIST-RUN-DATE(1:6) TO WS-AG-MONTH(WS-AGG-IDX)
               MOVE ITEM-ID OF FS-HISTORY-RECORD TO
                 WS-AG-ITEM-ID(WS-AGG-IDX)
               MOVE LOT-NUMBER OF FS-HISTORY-RECORD TO
                 WS-AG-LOT-NUMBER(WS-AGG-IDX)
               MOVE ITEM-NAME OF FS-HISTORY-RECORD TO
                 WS-AG-ITEM-NAME(WS-AGG-IDX)
               MOVE QUALITY OF FS-HISTORY-RECORD TO
             MOVE WS-AG-SNAP-COUNT(WS-AGG-IDX) TO HM-SNAP-COUNT
             MOVE WS-AG-QUAL-SUM(WS-AGG-IDX) TO HM-QUAL-SUM
             MOVE WS-AG-END-DATE(WS-AGG-IDX) TO HM-END-DATE
             MOVE WS-AG-LOT-NUMBER(WS-AGG-IDX) TO HM-LOT-NUMBER
             WRITE FS-MONTHLY-RECORD
             ADD 1 TO WS-MONTHLY-ROWS
           END-PERFORM.
