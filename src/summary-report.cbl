       IDENTIFICATION DIVISION.
       PROGRAM-ID. summary-report.

      *>  Category summary of the night's out.dat, per store and for
      *>  all stores.  out.dat carries one record per item lot, so
      *>  the lot count, units and quality figures are taken from
      *>  every lot, and the lots are rolled up to the item for the
      *>  item count: out.dat is SORTed by store and item id to a
      *>  work file first, and each item is counted once per store,
      *>  under the category of its first lot.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-OUT-ITEMS ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-OUT-SORTED ASSIGN "summary-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-OUT-WORK ASSIGN "summary-sort.tmp".
             SELECT FO-SUMMARY ASSIGN "summary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           01 FS-OUT-RAW PIC X(91).

           FD FW-OUT-SORTED.
           01 FS-OUT-ITEM.
             COPY itemrec.

      *>  The sort only needs the store, item id and lot columns, so
      *>  the work record overlays them and leaves the rest opaque.
           SD SD-OUT-WORK.
           01 SRT-OUT-ITEM.
             05 SRT-ITEM-ID    PIC X(8).
             05 FILLER         PIC X.
             05 SRT-STORE-CODE PIC X(3).
             05 FILLER         PIC X(71).
             05 SRT-LOT-NUMBER PIC X(8).

           FD FO-SUMMARY.
           01 FS-SUMMARY-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

      *>  Store and item id of the last record read, to tell the
      *>  first lot of an item from its further lots.
           01 WS-PREV-STORE-CODE PIC X(3) VALUE HIGH-VALUES.
           01 WS-PREV-ITEM-ID    PIC 9(8) VALUE ZEROS.

           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
               10 WS-CATEGORY-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-CAT-IDX.
                 15 WS-CAT-COUNT      PIC 9(7) VALUE 0.
                 15 WS-CAT-ITEM-COUNT PIC 9(7) VALUE 0.
                 15 WS-CAT-UNIT-SUM   PIC 9(9) VALUE 0.
                 15 WS-CAT-QUAL-MIN   PIC S999 VALUE 999.
                 15 WS-CAT-QUAL-MAX   PIC S999 VALUE -999.

           01 WS-GROUP-TOTAL  PIC 9(7).
           01 WS-ALL-COUNT    PIC 9(7).
           01 WS-ALL-ITEM-COUNT PIC 9(7).
           01 WS-ALL-UNIT-SUM PIC 9(9).
           01 WS-ALL-QUAL-MIN PIC S999.
           01 WS-ALL-QUAL-MAX PIC S999.
             05 WS-RL-NAME    PIC X(20).
             05 WS-RL-COUNT   PIC ZZZ,ZZ9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-ITEMS   PIC ZZZ,ZZ9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-UNITS   PIC ZZZ,ZZZ,ZZ9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-MIN     PIC ---9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 WS-RL-AVG     PIC ---9.99.

           01 WS-COLUMN-HEADER.
             05 FILLER        PIC X(20) VALUE 'Category'.
             05 FILLER        PIC X(10) VALUE '   Lots'.
             05 FILLER        PIC X(10) VALUE '  Items'.
             05 FILLER        PIC X(14) VALUE '      Units'.
             05 FILLER        PIC X(7)  VALUE ' Min'.
             05 FILLER        PIC X(7)  VALUE ' Max'.
             05 FILLER        PIC X(7)  VALUE '    Avg'.

           01 WS-STORE-HEADER.
             05 FILLER        PIC X(6) VALUE 'Store '.
             05 WS-SH-CODE    PIC X(3).
           PERFORM 0105-load-category-rules.
           PERFORM 0106-load-stores.

           SORT SD-OUT-WORK ON ASCENDING KEY SRT-STORE-CODE
               SRT-ITEM-ID SRT-LOT-NUMBER
             USING FI-OUT-ITEMS
             GIVING FW-OUT-SORTED.

           OPEN INPUT FW-OUT-SORTED OUTPUT FO-SUMMARY.

       0110-read-loop SECTION.
           READ FW-OUT-SORTED AT END GO TO 0200-write-report.

           PERFORM 0150-classify-item.
           PERFORM 0156-find-item-store.
           SET WS-CAT-IDX TO WS-CATEGORY-INDEX.

           ADD 1 TO WS-CAT-COUNT(WS-SG-IDX, WS-CAT-IDX).
           IF STORE-CODE NOT = WS-PREV-STORE-CODE
             OR ITEM-ID NOT = WS-PREV-ITEM-ID
             ADD 1 TO WS-CAT-ITEM-COUNT(WS-SG-IDX, WS-CAT-IDX)
             MOVE STORE-CODE TO WS-PREV-STORE-CODE
             MOVE ITEM-ID TO WS-PREV-ITEM-ID
           END-IF.
           ADD QUANTITY TO WS-CAT-UNIT-SUM(WS-SG-IDX, WS-CAT-IDX).
           ADD QUALITY TO WS-CAT-QUAL-SUM(WS-SG-IDX, WS-CAT-IDX).

       0200-write-report SECTION.
           MOVE 'Category summary'  TO FS-SUMMARY-LINE.
           WRITE FS-SUMMARY-LINE.
           MOVE SPACES TO FS-SUMMARY-LINE.
           WRITE FS-SUMMARY-LINE.
           WRITE FS-SUMMARY-LINE FROM WS-COLUMN-HEADER.

           PERFORM VARYING WS-REPORT-STORE FROM 1 BY 1 UNTIL
             WS-REPORT-STORE > WS-STORE-COUNT + 1
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CAT-NAME(WS-CAT-IDX)  TO WS-RL-NAME.
           MOVE WS-CAT-COUNT(WS-SG-IDX, WS-CAT-IDX) TO WS-RL-COUNT.
           MOVE WS-CAT-ITEM-COUNT(WS-SG-IDX, WS-CAT-IDX)
             TO WS-RL-ITEMS.
           MOVE WS-CAT-UNIT-SUM(WS-SG-IDX, WS-CAT-IDX) TO WS-RL-UNITS.

           IF WS-CAT-COUNT(WS-SG-IDX, WS-CAT-IDX) = 0
             WS-CATEGORY-INDEX > 5
             SET WS-CAT-IDX TO WS-CATEGORY-INDEX
             MOVE 0 TO WS-ALL-COUNT
             MOVE 0 TO WS-ALL-ITEM-COUNT
             MOVE 0 TO WS-ALL-UNIT-SUM
             MOVE 999 TO WS-ALL-QUAL-MIN
             MOVE -999 TO WS-ALL-QUAL-MAX
               SET WS-SG-IDX TO WS-REPORT-STORE
               ADD WS-CAT-COUNT(WS-SG-IDX, WS-CAT-IDX)
                 TO WS-ALL-COUNT
               ADD WS-CAT-ITEM-COUNT(WS-SG-IDX, WS-CAT-IDX)
                 TO WS-ALL-ITEM-COUNT
               ADD WS-CAT-UNIT-SUM(WS-SG-IDX, WS-CAT-IDX)
                 TO WS-ALL-UNIT-SUM
               ADD WS-CAT-QUAL-SUM(WS-SG-IDX, WS-CAT-IDX)
             MOVE SPACES TO WS-REPORT-LINE
             MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-RL-NAME
             MOVE WS-ALL-COUNT TO WS-RL-COUNT
             MOVE WS-ALL-ITEM-COUNT TO WS-RL-ITEMS
             MOVE WS-ALL-UNIT-SUM TO WS-RL-UNITS
             IF WS-ALL-COUNT = 0
               MOVE 0 TO WS-RL-MIN
           END-PERFORM.

       0300-end SECTION.
           CLOSE FW-OUT-SORTED.
           CLOSE FO-SUMMARY.

       0400-return SECTION.
