      *>  in markdown-feed.dat: id, name, category, trigger reason,
      *>  the old and new suggested discount tiers, and the units on
      *>  hand so the pricing clerks can see how much stock a tier
      *>  change touches.  Each lot of an item is judged on its own
      *>  sell-in and quality and carries its lot number on the
      *>  feed, so the markdown lands on the delivery that is going
      *>  off, not on the fresh one beside it.  Last night's tier
      *>  per item and lot is carried in markdown-prior.dat so the
      *>  clerks see tier movement, not just tonight's level.
      *>  Sulfuras (category 03) is legendary and never marked down.
      *>  The prior-tier matching runs on files sorted by item id and
      *>  lot and read side by side -- out.dat and the prior file
      *>  are each SORTed to a work file -- so every lot carries its
      *>  tier forward at any volume, with no in-memory table to
      *>  fill.
      *>  The feed and the rewritten prior file both come out in item
      *>  id and lot order.  A prior record without a lot number is
      *>  the item's blank lot.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           01 FS-OUT-RAW PIC X(91).

           FD FO-FEED.
           01 FS-FEED-RECORD.
             05 MF-NEW-TIER       PIC 9.
             05 FILLER            PIC X VALUE SPACE.
             05 MF-QUANTITY       PIC 9(5).
             05 FILLER            PIC X VALUE SPACE.
             05 MF-LOT-NUMBER     PIC X(8).

           FD FI-MARKDOWN-RULES.
           01 FS-MARKDOWN-RULE-RECORD.
             05 MDP-ITEM-ID PIC 9(8).
             05 FILLER      PIC X VALUE SPACE.
             05 MDP-TIER    PIC 9.
             05 FILLER      PIC X VALUE SPACE.
             05 MDP-LOT-NUMBER PIC X(8).

           FD FI-CATEGORY-RULES.
           01 FS-RULE-RECORD.
             05 SMDP-ITEM-ID PIC 9(8).
             05 FILLER       PIC X.
             05 SMDP-TIER    PIC 9.
             05 FILLER       PIC X.
             05 SMDP-LOT-NUMBER PIC X(8).

      *>  The sort keys only need the leading item id and the
      *>  trailing lot number, so the work records overlay them and
      *>  leave the rest opaque -- that keeps the itemrec field names
      *>  defined in one place.
           SD SD-OUT-WORK.
           01 SRT-OUT-RECORD.
             05 SRT-OUT-ITEM-ID PIC X(8).
             05 FILLER          PIC X(75).
             05 SRT-OUT-LOT-NUMBER PIC X(8).

           SD SD-PRIOR-WORK.
           01 SRT-PRIOR-RECORD.
             05 SRT-PRIOR-ITEM-ID PIC X(8).
             05 FILLER            PIC X(3).
             05 SRT-PRIOR-LOT-NUMBER PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

           01 WS-MATCH-IDX PIC 9(3).

      *>  Item id and lot at the head of each side of the prior-tier
      *>  match; an exhausted prior file holds HIGH-VALUES.
           01 WS-OUT-KEY.
             05 WS-OUT-KEY-ID    PIC 9(8).
             05 WS-OUT-KEY-LOT   PIC X(8).
           01 WS-PRIOR-KEY.
             05 WS-PRIOR-KEY-ID  PIC 9(8).
             05 WS-PRIOR-KEY-LOT PIC X(8).

           01 WS-OLD-TIER PIC 9.
           01 WS-NEW-TIER PIC 9.
           01 WS-TRIGGER-REASON PIC X(12).
           PERFORM 0107-sort-prior-tiers.

           SORT SD-OUT-WORK ON ASCENDING KEY SRT-OUT-ITEM-ID
               SRT-OUT-LOT-NUMBER
             USING FI-OUT-ITEMS
             GIVING FW-OUT-SORTED.

           MOVE SPACES TO FS-MARKDOWN-PRIOR-RECORD.
           MOVE ITEM-ID OF FS-OUT-ITEM TO MDP-ITEM-ID.
           MOVE WS-NEW-TIER TO MDP-TIER.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO MDP-LOT-NUMBER.
           WRITE FS-MARKDOWN-PRIOR-RECORD.

           IF WS-NEW-TIER > 0
                       MOVE MDR-VALUE TO WS-QUALITY-FLOOR
                     WHEN 'SELLPAST'
                       MOVE MDR-VALUE TO WS-SELL-TRIGGER
      *>  The per-tier provision rates are gl-posting's, not ours.
                     WHEN 'TIER1PCT'
                     WHEN 'TIER2PCT'
                     WHEN 'TIER3PCT'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY 'WARNING: markdown-rules.dat keyword '
                         MDR-KEYWORD ' not recognized -- ignored'
           IF WS-MD-PRIOR-STATUS = '00'
             CLOSE FI-MARKDOWN-PRIOR
             SORT SD-PRIOR-WORK ON ASCENDING KEY SRT-PRIOR-ITEM-ID
                 SRT-PRIOR-LOT-NUMBER
               USING FI-MARKDOWN-PRIOR
               GIVING FW-PRIOR-SORTED
           ELSE

       0115-read-sorted-prior SECTION.
           READ FW-PRIOR-SORTED
             AT END
               MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
             NOT AT END
               MOVE SMDP-ITEM-ID TO WS-PRIOR-KEY-ID
               MOVE SMDP-LOT-NUMBER TO WS-PRIOR-KEY-LOT
           END-READ.

       0150-classify-item SECTION.
           END-IF.

       0170-lookup-old-tier SECTION.
      *>  Both files walk forward in item id and lot order: prior
      *>  records are skipped until they catch up with tonight's lot,
      *>  and a prior record matching the current lot is peeked, not
      *>  consumed, so duplicate out lots all see the same old tier.
           MOVE 0 TO WS-OLD-TIER.
           MOVE ITEM-ID OF FS-OUT-ITEM TO WS-OUT-KEY-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WS-OUT-KEY-LOT.

           PERFORM UNTIL WS-PRIOR-EOF
             OR WS-PRIOR-KEY NOT < WS-OUT-KEY
             PERFORM 0115-read-sorted-prior
           END-PERFORM.

           IF NOT WS-PRIOR-EOF
             AND WS-PRIOR-KEY = WS-OUT-KEY
             MOVE SMDP-TIER TO WS-OLD-TIER
           END-IF.

           MOVE WS-OLD-TIER TO MF-OLD-TIER.
           MOVE WS-NEW-TIER TO MF-NEW-TIER.
           MOVE QUANTITY OF FS-OUT-ITEM TO MF-QUANTITY.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO MF-LOT-NUMBER.
           WRITE FS-FEED-RECORD.

       0200-end SECTION.
