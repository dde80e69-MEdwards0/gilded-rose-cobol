      *>  and emits one fixed-layout journal record per write-off --
      *>  item id, store, category, value lost in gold, reason code
      *>  (BURNOUT for quality gone to nothing, EXPIRED for losses
      *>  past the sell-by date), lot number -- into
      *>  writeoff-journal.dat, with a
      *>  TOTAL trailer the clerks can post from.  The trailer is the
      *>  expiry-and-burn-out slice of the Change line
      *>  valuation-report already prints.
      *>  Sulfuras (category 03) never writes off, matching its
      *>  treatment everywhere else.  Each lot of an item is diffed
      *>  against its own prior position, so the write-off is the
      *>  lot that expired or burned out, priced on that lot's units
      *>  alone.  The prior matching runs on files sorted by item id
      *>  and lot, read side by side, the way markdown-feed carries
      *>  its tiers, so the feed stays complete at any volume.  A
      *>  prior record without a lot number is the item's blank lot.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           01 FS-OUT-RAW PIC X(91).

           FD FO-JOURNAL.
           01 FS-JOURNAL-RECORD.
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER        PIC X VALUE SPACE.
             05 WJ-REASON     PIC X(10).
             05 FILLER        PIC X VALUE SPACE.
             05 WJ-LOT-NUMBER PIC X(8).

      *>  One prior-position record per out.dat line, rewritten in
      *>  item id and lot order every night: tomorrow's run diffs
      *>  against it.
           FD FI-WRITEOFF-PRIOR.
           01 FS-WO-PRIOR-RECORD.
             05 WP-ITEM-ID  PIC 9(8).
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER      PIC X VALUE SPACE.
             05 WP-QUANTITY PIC 9(5).
             05 FILLER      PIC X VALUE SPACE.
             05 WP-LOT-NUMBER PIC X(8).

           FD FI-UNIT-PRICES.
           01 FS-PRICE-RECORD.
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER       PIC X.
             05 SWP-QUANTITY PIC 9(5).
             05 FILLER       PIC X.
             05 SWP-LOT-NUMBER PIC X(8).

      *>  The sort keys only need the leading item id and the
      *>  trailing lot number, so the work records overlay them and
      *>  leave the rest opaque.
           SD SD-OUT-WORK.
           01 SRT-OUT-RECORD.
             05 SRT-OUT-ITEM-ID PIC X(8).
             05 FILLER          PIC X(75).
             05 SRT-OUT-LOT-NUMBER PIC X(8).

           SD SD-PRIOR-WORK.
           01 SRT-PRIOR-RECORD.
             05 SRT-PRIOR-ITEM-ID PIC X(8).
             05 FILLER            PIC X(17).
             05 SRT-PRIOR-LOT-NUMBER PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.
           01 WS-UNIT-PRICE-TABLE.
             05 WS-UNIT-PRICE OCCURS 5 TIMES PIC 9(5)V99 VALUE 0.

      *>  Item id and lot at the head of each side of the prior
      *>  match; an exhausted prior file holds HIGH-VALUES.
           01 WS-OUT-KEY.
             05 WS-OUT-KEY-ID    PIC 9(8).
             05 WS-OUT-KEY-LOT   PIC X(8).
           01 WS-PRIOR-KEY.
             05 WS-PRIOR-KEY-ID  PIC 9(8).
             05 WS-PRIOR-KEY-LOT PIC X(8).

           01 WS-PRIOR-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-PRIOR-FOUND VALUE 'Y'.
           01 WS-QUALITY-LOST PIC S9(4).
           PERFORM 0107-sort-prior-positions.

           SORT SD-OUT-WORK ON ASCENDING KEY SRT-OUT-ITEM-ID
               SRT-OUT-LOT-NUMBER
             USING FI-OUT-ITEMS
             GIVING FW-OUT-SORTED.

           MOVE SELL-IN OF FS-OUT-ITEM TO WP-SELL-IN.
           MOVE QUALITY OF FS-OUT-ITEM TO WP-QUALITY.
           MOVE QUANTITY OF FS-OUT-ITEM TO WP-QUANTITY.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WP-LOT-NUMBER.
           WRITE FS-WO-PRIOR-RECORD.

           IF WS-VALUE-LOST > 0
           IF WS-WO-PRIOR-STATUS = '00'
             CLOSE FI-WRITEOFF-PRIOR
             SORT SD-PRIOR-WORK ON ASCENDING KEY SRT-PRIOR-ITEM-ID
                 SRT-PRIOR-LOT-NUMBER
               USING FI-WRITEOFF-PRIOR
               GIVING FW-PRIOR-SORTED
           ELSE

       0115-read-sorted-prior SECTION.
           READ FW-PRIOR-SORTED
             AT END
               MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
             NOT AT END
               MOVE SWP-ITEM-ID TO WS-PRIOR-KEY-ID
               MOVE SWP-LOT-NUMBER TO WS-PRIOR-KEY-LOT
           END-READ.

       0150-classify-item SECTION.
           END-EVALUATE.

       0170-lookup-prior-position SECTION.
      *>  Both files walk forward in item id and lot order: prior
      *>  records are skipped until they catch up with tonight's lot,
      *>  and a match is peeked, not consumed, so duplicate out lots
      *>  all diff against the same prior position.
           MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
           MOVE ITEM-ID OF FS-OUT-ITEM TO WS-OUT-KEY-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WS-OUT-KEY-LOT.

           PERFORM UNTIL WS-PRIOR-EOF
             OR WS-PRIOR-KEY NOT < WS-OUT-KEY
             PERFORM 0115-read-sorted-prior
           END-PERFORM.

           IF NOT WS-PRIOR-EOF
             AND WS-PRIOR-KEY = WS-OUT-KEY
             MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH
           END-IF.

           MOVE ITEM-CATEGORY-CODE OF FS-OUT-ITEM TO WJ-CATEGORY.
           MOVE WS-VALUE-LOST TO WJ-VALUE-LOST.
           MOVE WS-WRITEOFF-REASON TO WJ-REASON.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WJ-LOT-NUMBER.
           WRITE FS-JOURNAL-RECORD.
           ADD WS-VALUE-LOST TO WS-TOTAL-WRITEOFF.
           ADD 1 TO WS-WRITEOFF-COUNT.
