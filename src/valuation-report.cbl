      *>  Subtotals by category the
      *>  way summary-report does for counts, and shows the change in
      *>  total value against the prior night's total carried in
      *>  valuation-prior.dat.  The total it replaces is kept one
      *>  night back in valuation-prior-last.dat so night-backout can
      *>  roll the carried total back with the rest of a bad night.
      *>  out.dat carries one record per item lot and each lot is
      *>  valued at its own quality.  The lots are rolled up to the
      *>  item as well: out.dat is SORTed by item id and lot to a
      *>  work file, each category shows its items beside its lots,
      *>  and items held in more than one lot are listed after the
      *>  totals with their lots, units and value added together.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-OUT-ITEMS ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-OUT-SORTED ASSIGN "valuation-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-OUT-WORK ASSIGN "valuation-sort.tmp".
             SELECT FO-VALUATION ASSIGN "valuation.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-UNIT-PRICES ASSIGN "unit-prices.dat"
             SELECT FI-VALUATION-PRIOR ASSIGN "valuation-prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
             SELECT FO-VALUATION-LAST ASSIGN "valuation-prior-last.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           01 FS-OUT-RAW PIC X(91).

           FD FW-OUT-SORTED.
           01 FS-OUT-ITEM.
             COPY itemrec.

      *>  The sort only needs the item id and lot columns, so the
      *>  work record overlays them and leaves the rest opaque.
           SD SD-OUT-WORK.
           01 SRT-OUT-ITEM.
             05 SRT-ITEM-ID    PIC X(8).
             05 FILLER         PIC X(75).
             05 SRT-LOT-NUMBER PIC X(8).

           FD FO-VALUATION.
           01 FS-VALUATION-LINE PIC X(80).

             05 VP-TOTAL-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

           FD FO-VALUATION-LAST.
           01 FS-VALUATION-LAST-RECORD PIC X(23).

           FD FI-CATEGORY-RULES.
           01 FS-RULE-RECORD.
             05 CR-PATTERN PIC X(50).
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.

           01 WS-SORTED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SORTED-EOF VALUE 'Y'.

      *>  The item being rolled up from its lots: id of the last
      *>  record read, and its lots, units and value so far.
           01 WS-PREV-ITEM-ID    PIC 9(8) VALUE ZEROS.
           01 WS-ROLL-ITEM-ID    PIC 9(8) VALUE ZEROS.
           01 WS-ROLL-ITEM-NAME  PIC X(50) VALUE SPACES.
           01 WS-ROLL-LOT-COUNT  PIC 9(5) VALUE 0.
           01 WS-ROLL-UNITS      PIC 9(7) VALUE 0.
           01 WS-ROLL-VALUE      PIC S9(11)V99 VALUE 0.
           01 WS-MULTI-LOT-COUNT PIC 9(7) VALUE 0.

           01 WS-PRICES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PRICES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PRICES-EOF VALUE 'Y'.
           01 WS-PRIOR-KNOWN-SWITCH PIC X VALUE 'N'.
             88 WS-PRIOR-KNOWN VALUE 'Y'.
           01 WS-PRIOR-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-PRIOR-RECORD-COPY PIC X(23) VALUE SPACES.

           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             05 WS-CATEGORY-ENTRY OCCURS 5 TIMES INDEXED BY WS-CAT-IDX.
               10 WS-CAT-NAME      PIC X(20).
               10 WS-CAT-COUNT     PIC 9(7) VALUE 0.
               10 WS-CAT-ITEM-COUNT PIC 9(7) VALUE 0.
               10 WS-CAT-VALUE-SUM PIC S9(11)V99 VALUE 0.

           01 WS-ITEM-VALUE  PIC S9(11)V99.
             05 WS-RL-COUNT   PIC ZZZ,ZZ9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-ITEMS   PIC ZZZ,ZZ9.

           01 WS-COLUMN-HEADER.
             05 FILLER        PIC X(20) VALUE 'Category'.
             05 FILLER        PIC X(10) VALUE '   Lots'.
             05 FILLER        PIC X(21) VALUE '            Value'.
             05 FILLER        PIC X(7)  VALUE '  Items'.

           01 WS-ITEM-LINE.
             05 WS-IL-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-IL-NAME    PIC X(30).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-IL-LOTS    PIC ZZ9.
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-IL-UNITS   PIC Z,ZZZ,ZZ9.
             05 FILLER        PIC X VALUE SPACE.
             05 WS-IL-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           PERFORM 0106-load-unit-prices.
           PERFORM 0107-read-prior-total.

           SORT SD-OUT-WORK ON ASCENDING KEY SRT-ITEM-ID
               SRT-LOT-NUMBER
             USING FI-OUT-ITEMS
             GIVING FW-OUT-SORTED.

           OPEN INPUT FW-OUT-SORTED OUTPUT FO-VALUATION.

       0110-read-loop SECTION.
           READ FW-OUT-SORTED AT END GO TO 0200-write-report.

           PERFORM 0150-classify-item.
           PERFORM 0160-value-item.
               NOT AT END
                 MOVE 'Y' TO WS-PRIOR-KNOWN-SWITCH
                 MOVE VP-TOTAL-VALUE TO WS-PRIOR-TOTAL
                 MOVE FS-PRIOR-RECORD TO WS-PRIOR-RECORD-COPY
             END-READ
             CLOSE FI-VALUATION-PRIOR
           END-IF.
           END-EVALUATE.

       0160-value-item SECTION.
           SET WS-CAT-IDX TO WS-CATEGORY-INDEX.

           PERFORM 0165-price-lot.

           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX).
           IF ITEM-ID NOT = WS-PREV-ITEM-ID
             ADD 1 TO WS-CAT-ITEM-COUNT(WS-CAT-IDX)
             MOVE ITEM-ID TO WS-PREV-ITEM-ID
           END-IF.
           ADD WS-ITEM-VALUE TO WS-CAT-VALUE-SUM(WS-CAT-IDX).
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.

       0165-price-lot SECTION.
      *>  Sulfuras is legendary: one fixed valuation per unit, not a
      *>  quality multiple.  Everything else prices each line at
      *>  quality times unit price times the quantity on hand.
           IF WS-CATEGORY-INDEX = 3
             COMPUTE WS-ITEM-VALUE = WS-UNIT-PRICE(3) * QUANTITY
           ELSE
               QUALITY * WS-UNIT-PRICE(WS-CATEGORY-INDEX) * QUANTITY
           END-IF.

       0200-write-report SECTION.
           CLOSE FW-OUT-SORTED.

           MOVE 'Inventory valuation (gold)' TO FS-VALUATION-LINE.
           WRITE FS-VALUATION-LINE.
           MOVE SPACES TO FS-VALUATION-LINE.
           WRITE FS-VALUATION-LINE.
           WRITE FS-VALUATION-LINE FROM WS-COLUMN-HEADER.

           SET WS-CAT-IDX TO 1.
           PERFORM 5 TIMES
             MOVE WS-CAT-NAME(WS-CAT-IDX)      TO WS-RL-NAME
             MOVE WS-CAT-COUNT(WS-CAT-IDX)     TO WS-RL-COUNT
             MOVE WS-CAT-VALUE-SUM(WS-CAT-IDX) TO WS-RL-VALUE
             MOVE WS-CAT-ITEM-COUNT(WS-CAT-IDX) TO WS-RL-ITEMS
             WRITE FS-VALUATION-LINE FROM WS-REPORT-LINE
             SET WS-CAT-IDX UP BY 1
           END-PERFORM.
             WRITE FS-VALUATION-LINE
           END-IF.

           PERFORM 0210-write-multi-lot-items.
           PERFORM 0250-save-total.

           GO TO 0300-end.

       0210-write-multi-lot-items SECTION.
      *>  Second pass over the sorted lots: add each item's lots
      *>  together and list the items held in more than one lot.
           MOVE SPACES TO FS-VALUATION-LINE.
           WRITE FS-VALUATION-LINE.
           MOVE 'Items held in more than one lot' TO FS-VALUATION-LINE.
           WRITE FS-VALUATION-LINE.
           MOVE 'Item id  Item name' TO FS-VALUATION-LINE.
           MOVE 'Lots      Units' TO FS-VALUATION-LINE(40:).
           MOVE 'Value' TO FS-VALUATION-LINE(68:).
           WRITE FS-VALUATION-LINE.

           OPEN INPUT FW-OUT-SORTED.
           MOVE ZEROS TO WS-ROLL-ITEM-ID.
           MOVE 0 TO WS-ROLL-LOT-COUNT.

           PERFORM UNTIL WS-SORTED-EOF
             READ FW-OUT-SORTED
               AT END
                 MOVE 'Y' TO WS-SORTED-EOF-SWITCH
               NOT AT END
                 IF ITEM-ID NOT = WS-ROLL-ITEM-ID
                   PERFORM 0215-write-rolled-item
                   MOVE ITEM-ID TO WS-ROLL-ITEM-ID
                   MOVE ITEM-NAME TO WS-ROLL-ITEM-NAME
                   MOVE 0 TO WS-ROLL-LOT-COUNT
                   MOVE 0 TO WS-ROLL-UNITS
                   MOVE 0 TO WS-ROLL-VALUE
                 END-IF
                 PERFORM 0150-classify-item
                 PERFORM 0165-price-lot
                 ADD 1 TO WS-ROLL-LOT-COUNT
                 ADD QUANTITY TO WS-ROLL-UNITS
                 ADD WS-ITEM-VALUE TO WS-ROLL-VALUE
             END-READ
           END-PERFORM.

           PERFORM 0215-write-rolled-item.
           CLOSE FW-OUT-SORTED.

           IF WS-MULTI-LOT-COUNT = 0
             MOVE 'None' TO FS-VALUATION-LINE
             WRITE FS-VALUATION-LINE
           END-IF.

       0215-write-rolled-item SECTION.
           IF WS-ROLL-LOT-COUNT > 1
             ADD 1 TO WS-MULTI-LOT-COUNT
             MOVE SPACES TO WS-ITEM-LINE
             MOVE WS-ROLL-ITEM-ID TO WS-IL-ITEM-ID
             MOVE WS-ROLL-ITEM-NAME TO WS-IL-NAME
             MOVE WS-ROLL-LOT-COUNT TO WS-IL-LOTS
             MOVE WS-ROLL-UNITS TO WS-IL-UNITS
             MOVE WS-ROLL-VALUE TO WS-IL-VALUE
             WRITE FS-VALUATION-LINE FROM WS-ITEM-LINE
           END-IF.

       0250-save-total SECTION.
           OPEN OUTPUT FO-VALUATION-LAST.
           IF WS-PRIOR-KNOWN
             WRITE FS-VALUATION-LAST-RECORD FROM WS-PRIOR-RECORD-COPY
           END-IF.
           CLOSE FO-VALUATION-LAST.

           OPEN OUTPUT FI-VALUATION-PRIOR.
           MOVE SPACES TO FS-PRIOR-RECORD.
           MOVE WS-RUN-DATE TO VP-RUN-DATE.
           CLOSE FI-VALUATION-PRIOR.

       0300-end SECTION.
           CLOSE FO-VALUATION.

       0400-return SECTION.
