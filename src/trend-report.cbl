           01 WS-MATCH-IDX PIC 9(3).
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

      *>  One entry per distinct item id and lot seen anywhere in
      *>  history.dat: each lot ages on its own, so each is trended
      *>  and projected on its own (an item without lots is its
      *>  blank lot).
      *>  History is written in run-date order (OPEN EXTEND every
      *>  night), so the first record met is the oldest snapshot and
      *>  the newest two dates met are kept for the day-over-day delta.
             05 WS-TREND-ENTRY OCCURS 5000 TIMES
                 INDEXED BY WS-TREND-IDX.
               10 WS-TR-ITEM-ID      PIC 9(8).
               10 WS-TR-LOT-NUMBER   PIC X(8).
               10 WS-TR-ITEM-NAME    PIC X(50).
               10 WS-TR-CAT-INDEX    PIC 9.
               10 WS-TR-FIRST-INT    PIC 9(7).
           01 WS-DETAIL-LINE.
             05 WS-DL-ITEM-ID    PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER           PIC X VALUE SPACE.
             05 WS-DL-ITEM-NAME  PIC X(41).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-QUALITY    PIC ---9.
             05 FILLER           PIC X(3) VALUE SPACES.
             SET WS-TREND-IDX TO WS-SEARCH-IDX
             IF WS-TR-ITEM-ID(WS-TREND-IDX) =
               ITEM-ID OF FS-HISTORY-RECORD
               AND WS-TR-LOT-NUMBER(WS-TREND-IDX) =
               LOT-NUMBER OF FS-HISTORY-RECORD
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
               EXIT PERFORM
             END-IF
               PERFORM 0150-classify-item
               MOVE ITEM-ID OF FS-HISTORY-RECORD
                 TO WS-TR-ITEM-ID(WS-TREND-IDX)
               MOVE LOT-NUMBER OF FS-HISTORY-RECORD
                 TO WS-TR-LOT-NUMBER(WS-TREND-IDX)
               MOVE ITEM-NAME OF FS-HISTORY-RECORD
                 TO WS-TR-ITEM-NAME(WS-TREND-IDX)
               MOVE WS-CATEGORY-INDEX TO WS-TR-CAT-INDEX(WS-TREND-IDX)
                 TO WS-TR-LAST-SELL-IN(WS-TREND-IDX)
             ELSE
               DISPLAY 'WARNING: trend-report item table full'
               DISPLAY '-- excess item lots are not reported'
             END-IF
           ELSE
             COMPUTE WS-DATE-INT =
           END-EVALUATE.

       0200-write-report SECTION.
           MOVE 'Item id  Lot      Item name' TO FS-TREND-LINE.
           MOVE 'Qual  Chg    AvgDep    DaysZ   Worthless'
             TO FS-TREND-LINE(62:).
           WRITE FS-TREND-LINE.
       0230-format-detail-line SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TR-ITEM-ID(WS-TREND-IDX) TO WS-DL-ITEM-ID.
           MOVE WS-TR-LOT-NUMBER(WS-TREND-IDX) TO WS-DL-LOT-NUMBER.
           MOVE WS-TR-ITEM-NAME(WS-TREND-IDX) TO WS-DL-ITEM-NAME.
           MOVE WS-TR-LAST-QUAL(WS-TREND-IDX) TO WS-DL-QUALITY.

