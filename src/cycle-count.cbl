       IDENTIFICATION DIVISION.
       PROGRAM-ID. cycle-count.

      *>  Physical cycle-count reconciliation: the shops count their
      *>  shelves branch by branch and key one count-sheet.dat line
      *>  per item id, lot and store -- the units counted, the
      *>  quality observed, and, once the store manager has signed
      *>  the sheet off, an approval flag 'Y' and the manager's id.
      *>  The lot number is last on the line and is left blank for
      *>  an item the shop does not hold in lots.  Each line is
      *>  matched to that lot on the keyed item master and the
      *>  difference
      *>  against MAST-QUANTITY and MAST-QUALITY priced in gold the
      *>  way valuation-report prices out.dat (quality times the
      *>  unit-prices.dat price of the category times the units;
      *>  Sulfuras at its fixed price per unit), so shrinkage shows
      *>  the night it is counted rather than when the item finally
      *>  goes MISSING.
      *>  count-variance.rpt lists every matched line by store and
      *>  category with the master figure, the counted figure, the
      *>  unit difference and the gold difference, with category,
      *>  store and grand totals.  Approved lines that differ post to
      *>  the master as an adjustment -- units and quality replaced
      *>  by the counted figures, sell-in untouched -- and append an
      *>  audit.dat record under paragraph CYCLE-COUNT-ADJUST with
      *>  the master before-image, so the trail explains every
      *>  change to the master.  Lines not yet approved are reported
      *>  PENDING and post nothing; they post when the sheet comes
      *>  back approved.
      *>  Lines with a bad id, store, count or approval flag, an id
      *>  and lot not on the master, or a store the master does not
      *>  hold the item under reject to count-rejects.dat with a
      *>  reason.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-COUNT-SHEET ASSIGN "count-sheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-SHEET-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORES-FILE-STATUS.
             SELECT FI-UNIT-PRICES ASSIGN "unit-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-FILE-STATUS.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-AUDIT-TRAIL ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT FW-VARIANCE ASSIGN "count-variance-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-VARIANCE-SORTED
               ASSIGN "count-variance-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-VARIANCE-WORK ASSIGN "count-variance-sort.tmp".
             SELECT FO-REPORT ASSIGN "count-variance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REJECTS ASSIGN "count-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *>  One line per item id and store counted: the units on the
      *>  shelf, the quality observed, and the manager's sign-off
      *>  ('Y' plus the approver's id; blank until approved).
           FD FI-COUNT-SHEET.
           01 FS-COUNT-RECORD.
             05 CS-ITEM-ID          PIC 9(8).
             05 FILLER              PIC X.
             05 CS-STORE-CODE       PIC X(3).
             05 FILLER              PIC X.
             05 CS-COUNTED-UNITS    PIC 9(5).
             05 FILLER              PIC X.
             05 CS-OBSERVED-QUALITY PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER              PIC X.
             05 CS-APPROVAL         PIC X.
             05 FILLER              PIC X.
             05 CS-APPROVER         PIC X(8).
             05 FILLER              PIC X.
             05 CS-LOT-NUMBER       PIC X(8).

           FD FI-STORES.
           01 FS-STORE-RECORD.
             05 ST-CODE PIC X(3).
             05 FILLER  PIC X.
             05 ST-NAME PIC X(30).

           FD FI-UNIT-PRICES.
           01 FS-PRICE-RECORD.
             05 PRC-CODE PIC X(2).
             05 FILLER   PIC X.
             05 PRC-UNIT-PRICE PIC 9(5)V99.

           FD FI-CATEGORY-RULES.
           01 FS-RULE-RECORD.
             05 CR-PATTERN PIC X(50).
             05 CR-LENGTH  PIC 99.
             05 CR-CODE    PIC X(2).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

      *>  Same layout item-processing writes; appended to.
           FD FO-AUDIT-TRAIL.
           01 FS-AUDIT-RECORD.
             05 AU-ITEM-ID         PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-STORE-CODE      PIC X(3).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-ITEM-NAME       PIC X(50).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-SELL-IN-BEFORE  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 AU-QUALITY-BEFORE  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 AU-SELL-IN-AFTER   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 AU-QUALITY-AFTER   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 AU-PARAGRAPH       PIC X(20).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-CATEGORY-CODE   PIC X(2).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-RUN-DATE        PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-STATUS-BEFORE   PIC X.
             05 FILLER             PIC X VALUE SPACE.
             05 AU-LAST-RUN-BEFORE PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-QUANTITY-BEFORE PIC 9(5).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-QUANTITY-AFTER  PIC 9(5).
             05 FILLER             PIC X VALUE SPACE.
             05 AU-LOT-NUMBER      PIC X(8).

      *>  One work record per matched line, sorted by store, category
      *>  id and lot for the report.
           FD FW-VARIANCE.
           01 FS-VARIANCE-RECORD PIC X(94).

           FD FW-VARIANCE-SORTED.
           01 FS-SORTED-VARIANCE.
             05 VS-STORE-CODE     PIC X(3).
             05 VS-CATEGORY-INDEX PIC 9.
             05 VS-ITEM-ID        PIC 9(8).
             05 VS-LOT-NUMBER     PIC X(8).
             05 VS-ITEM-NAME      PIC X(20).
             05 VS-MAST-UNITS     PIC 9(5).
             05 VS-MAST-QUALITY   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VS-COUNT-UNITS    PIC 9(5).
             05 VS-COUNT-QUALITY  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VS-MAST-VALUE     PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VS-COUNT-VALUE    PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VS-ACTION         PIC X(8).

           SD SD-VARIANCE-WORK.
           01 SRT-VARIANCE-RECORD.
             05 SRV-STORE-CODE     PIC X(3).
             05 SRV-CATEGORY-INDEX PIC 9.
             05 SRV-ITEM-ID        PIC 9(8).
             05 SRV-LOT-NUMBER     PIC X(8).
             05 FILLER             PIC X(74).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

           FD FO-REJECTS.
           01 FS-REJECT-RECORD.
             05 CRJ-RAW-RECORD PIC X(43).
             05 FILLER         PIC X VALUE SPACE.
             05 CRJ-REASON     PIC X(30).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-COUNT-SHEET-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
           01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
           01 WS-AUDIT-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-AUDIT-OPEN VALUE 'Y'.
           01 WS-MASTER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-MASTER-OPEN VALUE 'Y'.
           01 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
             88 WS-ON-MASTER VALUE 'Y'.

           01 WS-STORES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-STORES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-STORES-EOF VALUE 'Y'.
           01 WS-STORE-COUNT PIC 99 VALUE 0.

           01 WS-STORE-TABLE.
             05 WS-STORE-ENTRY OCCURS 10 TIMES
                 INDEXED BY WS-STORE-IDX.
               10 WS-ST-CODE PIC X(3).
               10 WS-ST-NAME PIC X(30).

           01 WS-STORE-SEARCH PIC 99.
           01 WS-STORE-INDEX  PIC 99 VALUE 0.

           01 WS-PRICES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PRICES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PRICES-EOF VALUE 'Y'.

           01 WS-UNIT-PRICE-TABLE.
             05 WS-UNIT-PRICE OCCURS 5 TIMES PIC 9(5)V99 VALUE 0.

           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
           01 WS-RULE-COUNT PIC 9(3) VALUE 0.

           01 WS-CATEGORY-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PATTERN PIC X(50).
               10 WS-RULE-LENGTH  PIC 99.
               10 WS-RULE-CODE    PIC X(2).

           01 WS-MATCH-IDX PIC 9(3).
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

           01 WS-CATEGORY-NAMES.
             05 FILLER PIC X(20) VALUE 'Normal Item'.
             05 FILLER PIC X(20) VALUE 'Aged Brie'.
             05 FILLER PIC X(20) VALUE 'Sulfuras'.
             05 FILLER PIC X(20) VALUE 'Backstage Pass'.
             05 FILLER PIC X(20) VALUE 'Conjured Item'.
           01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
             05 WS-CAT-NAME OCCURS 5 TIMES PIC X(20).

           01 WS-VALID-SWITCH PIC X VALUE 'Y'.
             88 WS-VALID VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(30).

           01 WS-VARIANCE-RECORD.
             05 VW-STORE-CODE     PIC X(3).
             05 VW-CATEGORY-INDEX PIC 9.
             05 VW-ITEM-ID        PIC 9(8).
             05 VW-LOT-NUMBER     PIC X(8).
             05 VW-ITEM-NAME      PIC X(20).
             05 VW-MAST-UNITS     PIC 9(5).
             05 VW-MAST-QUALITY   PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VW-COUNT-UNITS    PIC 9(5).
             05 VW-COUNT-QUALITY  PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VW-MAST-VALUE     PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VW-COUNT-VALUE    PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 VW-ACTION         PIC X(8).

           01 WS-SORTED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SORTED-EOF VALUE 'Y'.
           01 WS-CURRENT-STORE    PIC X(3).
           01 WS-CURRENT-CATEGORY PIC 9.

           01 WS-LINES-READ     PIC 9(7) VALUE 0.
           01 WS-LINES-MATCHED  PIC 9(7) VALUE 0.
           01 WS-LINES-AGREED   PIC 9(7) VALUE 0.
           01 WS-LINES-POSTED   PIC 9(7) VALUE 0.
           01 WS-LINES-PENDING  PIC 9(7) VALUE 0.
           01 WS-LINES-REJECTED PIC 9(7) VALUE 0.

      *>  Unit and gold differences are counted minus master, so
      *>  shrinkage prints negative.
           01 WS-UNIT-DIFF PIC S9(7).
           01 WS-GOLD-DIFF PIC S9(11)V99.
           01 WS-CAT-UNIT-DIFF   PIC S9(9) VALUE 0.
           01 WS-CAT-GOLD-DIFF   PIC S9(11)V99 VALUE 0.
           01 WS-STORE-UNIT-DIFF PIC S9(9) VALUE 0.
           01 WS-STORE-GOLD-DIFF PIC S9(11)V99 VALUE 0.
           01 WS-GRAND-UNIT-DIFF PIC S9(9) VALUE 0.
           01 WS-GRAND-GOLD-DIFF PIC S9(11)V99 VALUE 0.

           01 WS-HEADING-LINE.
             05 FILLER PIC X(9)  VALUE 'Item id'.
             05 FILLER PIC X(9)  VALUE 'Lot'.
             05 FILLER PIC X(14) VALUE 'Name'.
             05 FILLER PIC X(7)  VALUE 'Master'.
             05 FILLER PIC X(7)  VALUE 'Qual'.
             05 FILLER PIC X(7)  VALUE ' Count'.
             05 FILLER PIC X(6)  VALUE 'Qual'.
             05 FILLER PIC X(9)  VALUE ' U diff'.
             05 FILLER PIC X(18) VALUE '      Master gold'.
             05 FILLER PIC X(18) VALUE '     Counted gold'.
             05 FILLER PIC X(19) VALUE '        Gold diff'.
             05 FILLER PIC X(6)  VALUE 'Action'.

           01 WS-DETAIL-LINE.
             05 WS-DL-ITEM-ID     PIC 9(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER  PIC X(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-NAME        PIC X(11).
             05 FILLER            PIC X(3) VALUE SPACES.
             05 WS-DL-MAST-UNITS  PIC ZZ,ZZ9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-MAST-QUAL   PIC ---9.
             05 FILLER            PIC X(3) VALUE SPACES.
             05 WS-DL-COUNT-UNITS PIC ZZ,ZZ9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-COUNT-QUAL  PIC ---9.
             05 FILLER            PIC X(2) VALUE SPACES.
             05 WS-DL-UNIT-DIFF   PIC ---,--9.
             05 FILLER            PIC X(2) VALUE SPACES.
             05 WS-DL-MAST-GOLD   PIC Z,ZZZ,ZZZ,ZZ9.99-.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-COUNT-GOLD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-GOLD-DIFF   PIC Z,ZZZ,ZZZ,ZZ9.99-.
             05 FILLER            PIC X(2) VALUE SPACES.
             05 WS-DL-ACTION      PIC X(8).

           01 WS-SUBTOTAL-LINE.
             05 WS-SL-LABEL     PIC X(57).
             05 WS-SL-UNIT-DIFF PIC -,---,--9.
             05 FILLER          PIC X(38) VALUE SPACES.
             05 WS-SL-GOLD-DIFF PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01 WS-TOTAL-VALUE PIC Z(9)9-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0096-load-stores.
           PERFORM 0105-load-category-rules.
           PERFORM 0106-load-unit-prices.

           OPEN OUTPUT FO-REPORT.
           MOVE 'Cycle-count variance report (counted - master)'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           PERFORM 0097-open-item-master.
           IF NOT WS-MASTER-OPEN
             MOVE 'Item master unavailable -- nothing reconciled'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             GO TO 0290-wrap-up
           END-IF.

           OPEN OUTPUT FO-REJECTS.
           OPEN OUTPUT FW-VARIANCE.

           OPEN INPUT FI-COUNT-SHEET.
           IF WS-COUNT-SHEET-STATUS NOT = '00'
             MOVE 'No count-sheet.dat to reconcile' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE SPACES TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             GO TO 0200-end
           END-IF.

       0110-read-loop SECTION.
           READ FI-COUNT-SHEET AT END GO TO 0190-close-input.
           ADD 1 TO WS-LINES-READ.

           PERFORM 0120-validate-count-line.

           IF WS-VALID
             PERFORM 0130-match-master
           END-IF.

           IF NOT WS-VALID
             MOVE SPACES TO FS-REJECT-RECORD
             MOVE FS-COUNT-RECORD TO CRJ-RAW-RECORD
             MOVE WS-REJECT-REASON TO CRJ-REASON
             WRITE FS-REJECT-RECORD
             ADD 1 TO WS-LINES-REJECTED
           END-IF.

           GO TO 0110-read-loop.

       0190-close-input SECTION.
           CLOSE FI-COUNT-SHEET.

       0200-end SECTION.
           CLOSE FW-VARIANCE.
           CLOSE FO-REJECTS.
           CLOSE FI-ITEM-MASTER.
           IF WS-AUDIT-OPEN
             CLOSE FO-AUDIT-TRAIL
           END-IF.

           PERFORM 0210-print-variances.

       0290-wrap-up SECTION.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-READ TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Count lines read    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-MATCHED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Lines matched       ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-AGREED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Lines agreeing      ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-POSTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Adjustments posted  ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-PENDING TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Awaiting approval   ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-LINES-REJECTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Lines rejected      ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           CLOSE FO-REPORT.

           PERFORM 0250-append-run-ledger.

       0300-return SECTION.
           GOBACK.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-RUN-DATE TO RL-RUN-DATE
             MOVE 'cycle-count' TO RL-STEP-NAME
             MOVE 'CYCLECOUNT' TO RL-MODE
             MOVE WS-LINES-READ TO RL-RECORDS-READ
             MOVE WS-LINES-POSTED TO RL-RECORDS-WRITTEN
             MOVE WS-LINES-REJECTED TO RL-RECORDS-REJECTED
             MOVE 'COMPLETE' TO RL-STATUS
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.

       0096-load-stores SECTION.
           OPEN INPUT FI-STORES.

           IF WS-STORES-FILE-STATUS = '00'
             PERFORM UNTIL WS-STORES-EOF
               READ FI-STORES
                 AT END
                   MOVE 'Y' TO WS-STORES-EOF-SWITCH
                 NOT AT END
                   IF WS-STORE-COUNT < 9
                     ADD 1 TO WS-STORE-COUNT
                     SET WS-STORE-IDX TO WS-STORE-COUNT
                     MOVE ST-CODE TO WS-ST-CODE(WS-STORE-IDX)
                     MOVE ST-NAME TO WS-ST-NAME(WS-STORE-IDX)
                   ELSE
                     DISPLAY 'WARNING: stores.dat store count'
                     DISPLAY 'exceeds table size of 9 -- extra'
                     DISPLAY 'stores are ignored'
                     MOVE 'Y' TO WS-STORES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-STORES
           ELSE
             DISPLAY 'WARNING: stores.dat unavailable (status '
               WS-STORES-FILE-STATUS ') -- every count line will'
             DISPLAY 'reject on its store code'
           END-IF.

       0097-open-item-master SECTION.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           ELSE
             DISPLAY 'WARNING: item master itemmast.dat unavailable'
             DISPLAY '(file status ' WS-MASTER-STATUS ') -- no'
             DISPLAY 'count lines reconciled this run'
           END-IF.

       0105-load-category-rules SECTION.
           OPEN INPUT FI-CATEGORY-RULES.

           IF WS-RULES-FILE-STATUS = '00'
             PERFORM UNTIL WS-RULES-EOF
               READ FI-CATEGORY-RULES
                 AT END
                   MOVE 'Y' TO WS-RULES-EOF-SWITCH
                 NOT AT END
                   IF WS-RULE-COUNT < 20
                     ADD 1 TO WS-RULE-COUNT
                     SET WS-RULE-IDX TO WS-RULE-COUNT
                     MOVE CR-PATTERN TO WS-RULE-PATTERN(WS-RULE-IDX)
                     MOVE CR-LENGTH  TO WS-RULE-LENGTH(WS-RULE-IDX)
                     MOVE CR-CODE    TO WS-RULE-CODE(WS-RULE-IDX)
                   ELSE
                     DISPLAY 'WARNING: category-rules.dat rule count'
                     DISPLAY 'exceeds table size of 20 -- extra rules'
                     DISPLAY 'are ignored'
                     MOVE 'Y' TO WS-RULES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-CATEGORY-RULES
           END-IF.

       0106-load-unit-prices SECTION.
           OPEN INPUT FI-UNIT-PRICES.

           IF WS-PRICES-FILE-STATUS = '00'
             PERFORM UNTIL WS-PRICES-EOF
               READ FI-UNIT-PRICES
                 AT END
                   MOVE 'Y' TO WS-PRICES-EOF-SWITCH
                 NOT AT END
                   EVALUATE PRC-CODE
                     WHEN '01' MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE(1)
                     WHEN '02' MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE(2)
                     WHEN '03' MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE(3)
                     WHEN '04' MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE(4)
                     WHEN '05' MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE(5)
                     WHEN OTHER
                       DISPLAY 'WARNING: unit-prices.dat category '
                         PRC-CODE ' is not priced -- ignored'
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE FI-UNIT-PRICES
           ELSE
             DISPLAY 'WARNING: unit-prices.dat unavailable (status '
               WS-PRICES-FILE-STATUS ') -- variance gold is zero'
           END-IF.

       0120-validate-count-line SECTION.
           MOVE 'Y' TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-STORE-INDEX.

           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = CS-STORE-CODE
               MOVE WS-STORE-SEARCH TO WS-STORE-INDEX
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN CS-ITEM-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID NOT NUMERIC' TO WS-REJECT-REASON
             WHEN CS-ITEM-ID = ZEROS
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID MISSING' TO WS-REJECT-REASON
             WHEN WS-STORE-INDEX = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STORE CODE UNKNOWN' TO WS-REJECT-REASON
             WHEN CS-COUNTED-UNITS NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'COUNTED UNITS NOT NUMERIC' TO WS-REJECT-REASON
             WHEN CS-OBSERVED-QUALITY NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUALITY NOT NUMERIC' TO WS-REJECT-REASON
             WHEN CS-OBSERVED-QUALITY < 0
               OR CS-OBSERVED-QUALITY > 80
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUALITY OUT OF RANGE' TO WS-REJECT-REASON
             WHEN CS-APPROVAL NOT = 'Y' AND CS-APPROVAL NOT = SPACE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'APPROVAL FLAG NOT Y OR BLANK' TO WS-REJECT-REASON
             WHEN CS-APPROVAL = 'Y' AND CS-APPROVER = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'APPROVER ID MISSING' TO WS-REJECT-REASON
           END-EVALUATE.

       0130-match-master SECTION.
           MOVE CS-ITEM-ID TO MAST-ITEM-ID.
           MOVE CS-LOT-NUMBER TO MAST-LOT-NUMBER.
           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

           EVALUATE TRUE
             WHEN NOT WS-ON-MASTER
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID AND LOT NOT ON MASTER' TO WS-REJECT-REASON
             WHEN MAST-STORE-CODE NOT = CS-STORE-CODE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STORE DIFFERS FROM MASTER' TO WS-REJECT-REASON
             WHEN OTHER
               ADD 1 TO WS-LINES-MATCHED
               PERFORM 0140-build-variance
           END-EVALUATE.

       0140-build-variance SECTION.
           PERFORM 0150-classify-item.

           MOVE SPACES TO WS-VARIANCE-RECORD.
           MOVE MAST-STORE-CODE TO VW-STORE-CODE.
           MOVE WS-CATEGORY-INDEX TO VW-CATEGORY-INDEX.
           MOVE MAST-ITEM-ID TO VW-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO VW-LOT-NUMBER.
           MOVE MAST-ITEM-NAME TO VW-ITEM-NAME.
           MOVE MAST-QUANTITY TO VW-MAST-UNITS.
           MOVE MAST-QUALITY TO VW-MAST-QUALITY.
           MOVE CS-COUNTED-UNITS TO VW-COUNT-UNITS.
           MOVE CS-OBSERVED-QUALITY TO VW-COUNT-QUALITY.

      *>  Priced the way valuation-report prices a line: Sulfuras at
      *>  its fixed value per unit, everything else at quality times
      *>  unit price times units.
           IF WS-CATEGORY-INDEX = 3
             COMPUTE VW-MAST-VALUE =
               WS-UNIT-PRICE(3) * MAST-QUANTITY
             COMPUTE VW-COUNT-VALUE =
               WS-UNIT-PRICE(3) * CS-COUNTED-UNITS
           ELSE
             COMPUTE VW-MAST-VALUE = MAST-QUALITY
               * WS-UNIT-PRICE(WS-CATEGORY-INDEX) * MAST-QUANTITY
             COMPUTE VW-COUNT-VALUE = CS-OBSERVED-QUALITY
               * WS-UNIT-PRICE(WS-CATEGORY-INDEX) * CS-COUNTED-UNITS
           END-IF.

           EVALUATE TRUE
             WHEN MAST-QUANTITY = CS-COUNTED-UNITS
               AND MAST-QUALITY = CS-OBSERVED-QUALITY
               MOVE 'AGREES' TO VW-ACTION
               ADD 1 TO WS-LINES-AGREED
             WHEN CS-APPROVAL = 'Y'
               PERFORM 0170-post-adjustment
               MOVE 'POSTED' TO VW-ACTION
               ADD 1 TO WS-LINES-POSTED
             WHEN OTHER
               MOVE 'PENDING' TO VW-ACTION
               ADD 1 TO WS-LINES-PENDING
           END-EVALUATE.

           WRITE FS-VARIANCE-RECORD FROM WS-VARIANCE-RECORD.

       0150-classify-item SECTION.
           IF MAST-ITEM-CATEGORY-CODE NOT = SPACES
             EVALUATE MAST-ITEM-CATEGORY-CODE
               WHEN '02' MOVE 2 TO WS-CATEGORY-INDEX
               WHEN '03' MOVE 3 TO WS-CATEGORY-INDEX
               WHEN '04' MOVE 4 TO WS-CATEGORY-INDEX
               WHEN '05' MOVE 5 TO WS-CATEGORY-INDEX
               WHEN OTHER MOVE 1 TO WS-CATEGORY-INDEX
             END-EVALUATE
           ELSE
             PERFORM 0155-lookup-category-by-pattern
           END-IF.

       0155-lookup-category-by-pattern SECTION.
           MOVE 1 TO WS-CATEGORY-INDEX.

           EVALUATE TRUE
             WHEN MAST-ITEM-NAME(1:4) = 'Aged'
               MOVE 2 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME = 'Sulfuras, Hand of Ragnaros'
               MOVE 3 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME(1:8) = 'Conjured'
               MOVE 5 TO WS-CATEGORY-INDEX
             WHEN MAST-ITEM-NAME(1:9) = 'Backstage'
               MOVE 4 TO WS-CATEGORY-INDEX
             WHEN OTHER
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
                 WS-MATCH-IDX > WS-RULE-COUNT
                 SET WS-RULE-IDX TO WS-MATCH-IDX
                 IF MAST-ITEM-NAME(1:WS-RULE-LENGTH(WS-RULE-IDX)) =
                   WS-RULE-PATTERN(WS-RULE-IDX)
                     (1:WS-RULE-LENGTH(WS-RULE-IDX))
                   EVALUATE WS-RULE-CODE(WS-RULE-IDX)
                     WHEN '02' MOVE 2 TO WS-CATEGORY-INDEX
                     WHEN '03' MOVE 3 TO WS-CATEGORY-INDEX
                     WHEN '04' MOVE 4 TO WS-CATEGORY-INDEX
                     WHEN '05' MOVE 5 TO WS-CATEGORY-INDEX
                     WHEN OTHER MOVE 1 TO WS-CATEGORY-INDEX
                   END-EVALUATE
                   EXIT PERFORM
                 END-IF
               END-PERFORM
           END-EVALUATE.

       0170-post-adjustment SECTION.
      *>  The before-image goes on the trail first, from the record
      *>  as read; sell-in is never touched by a count.
           PERFORM 0175-open-audit-trail.

           IF WS-AUDIT-OPEN
             MOVE SPACES TO FS-AUDIT-RECORD
             MOVE MAST-ITEM-ID TO AU-ITEM-ID
             MOVE MAST-STORE-CODE TO AU-STORE-CODE
             MOVE MAST-ITEM-NAME TO AU-ITEM-NAME
             MOVE MAST-SELL-IN TO AU-SELL-IN-BEFORE
             MOVE MAST-QUALITY TO AU-QUALITY-BEFORE
             MOVE MAST-SELL-IN TO AU-SELL-IN-AFTER
             MOVE CS-OBSERVED-QUALITY TO AU-QUALITY-AFTER
             MOVE 'CYCLE-COUNT-ADJUST' TO AU-PARAGRAPH
             MOVE MAST-ITEM-CATEGORY-CODE TO AU-CATEGORY-CODE
             MOVE WS-RUN-DATE TO AU-RUN-DATE
             MOVE MAST-STATUS-FLAG TO AU-STATUS-BEFORE
             MOVE MAST-LAST-RUN-DATE TO AU-LAST-RUN-BEFORE
             MOVE MAST-QUANTITY TO AU-QUANTITY-BEFORE
             MOVE CS-COUNTED-UNITS TO AU-QUANTITY-AFTER
             MOVE MAST-LOT-NUMBER TO AU-LOT-NUMBER
             WRITE FS-AUDIT-RECORD
           END-IF.

           MOVE CS-COUNTED-UNITS TO MAST-QUANTITY.
           MOVE CS-OBSERVED-QUALITY TO MAST-QUALITY.
           REWRITE FS-MASTER-RECORD.

       0175-open-audit-trail SECTION.
      *>  Opened on the first adjustment only, so a night with
      *>  nothing approved leaves the trail exactly as the run wrote
      *>  it.
           IF NOT WS-AUDIT-OPEN
             OPEN EXTEND FO-AUDIT-TRAIL
             IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT FO-AUDIT-TRAIL
             END-IF
             IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN-SWITCH
             ELSE
               DISPLAY 'WARNING: audit.dat unavailable (status '
                 WS-AUDIT-STATUS ') -- count adjustments post'
               DISPLAY 'without an audit record'
             END-IF
           END-IF.

       0210-print-variances SECTION.
           SORT SD-VARIANCE-WORK ON ASCENDING KEY SRV-STORE-CODE
               SRV-CATEGORY-INDEX SRV-ITEM-ID SRV-LOT-NUMBER
             USING FW-VARIANCE
             GIVING FW-VARIANCE-SORTED.

           OPEN INPUT FW-VARIANCE-SORTED.
           PERFORM 0215-read-sorted-variance.

           IF WS-SORTED-EOF
             MOVE '(no count lines matched the master)'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

           PERFORM UNTIL WS-SORTED-EOF
             PERFORM 0220-print-store-group
           END-PERFORM.

           CLOSE FW-VARIANCE-SORTED.

           MOVE SPACES TO WS-SUBTOTAL-LINE.
           MOVE 'Grand total variance' TO WS-SL-LABEL.
           MOVE WS-GRAND-UNIT-DIFF TO WS-SL-UNIT-DIFF.
           MOVE WS-GRAND-GOLD-DIFF TO WS-SL-GOLD-DIFF.
           WRITE FS-REPORT-LINE FROM WS-SUBTOTAL-LINE.

       0215-read-sorted-variance SECTION.
           READ FW-VARIANCE-SORTED
             AT END
               MOVE 'Y' TO WS-SORTED-EOF-SWITCH
           END-READ.

       0220-print-store-group SECTION.
           MOVE VS-STORE-CODE TO WS-CURRENT-STORE.
           MOVE 0 TO WS-STORE-UNIT-DIFF.
           MOVE 0 TO WS-STORE-GOLD-DIFF.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Store ' DELIMITED BY SIZE
             WS-CURRENT-STORE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = WS-CURRENT-STORE
               MOVE WS-ST-NAME(WS-STORE-IDX) TO FS-REPORT-LINE(11:30)
             END-IF
           END-PERFORM.
           WRITE FS-REPORT-LINE.

           PERFORM UNTIL WS-SORTED-EOF
             OR VS-STORE-CODE NOT = WS-CURRENT-STORE
             PERFORM 0230-print-category-group
           END-PERFORM.

           MOVE SPACES TO WS-SUBTOTAL-LINE.
           STRING 'Store ' DELIMITED BY SIZE
             WS-CURRENT-STORE DELIMITED BY SIZE
             ' total variance' DELIMITED BY SIZE
             INTO WS-SL-LABEL.
           MOVE WS-STORE-UNIT-DIFF TO WS-SL-UNIT-DIFF.
           MOVE WS-STORE-GOLD-DIFF TO WS-SL-GOLD-DIFF.
           WRITE FS-REPORT-LINE FROM WS-SUBTOTAL-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           ADD WS-STORE-UNIT-DIFF TO WS-GRAND-UNIT-DIFF.
           ADD WS-STORE-GOLD-DIFF TO WS-GRAND-GOLD-DIFF.

       0230-print-category-group SECTION.
           MOVE VS-CATEGORY-INDEX TO WS-CURRENT-CATEGORY.
           MOVE 0 TO WS-CAT-UNIT-DIFF.
           MOVE 0 TO WS-CAT-GOLD-DIFF.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING '  Category ' DELIMITED BY SIZE
             WS-CAT-NAME(WS-CURRENT-CATEGORY) DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           WRITE FS-REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM UNTIL WS-SORTED-EOF
             OR VS-STORE-CODE NOT = WS-CURRENT-STORE
             OR VS-CATEGORY-INDEX NOT = WS-CURRENT-CATEGORY
             PERFORM 0240-print-variance-line
             PERFORM 0215-read-sorted-variance
           END-PERFORM.

           MOVE SPACES TO WS-SUBTOTAL-LINE.
           STRING '  ' DELIMITED BY SIZE
             WS-CAT-NAME(WS-CURRENT-CATEGORY) DELIMITED BY '  '
             ' total variance' DELIMITED BY SIZE
             INTO WS-SL-LABEL.
           MOVE WS-CAT-UNIT-DIFF TO WS-SL-UNIT-DIFF.
           MOVE WS-CAT-GOLD-DIFF TO WS-SL-GOLD-DIFF.
           WRITE FS-REPORT-LINE FROM WS-SUBTOTAL-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           ADD WS-CAT-UNIT-DIFF TO WS-STORE-UNIT-DIFF.
           ADD WS-CAT-GOLD-DIFF TO WS-STORE-GOLD-DIFF.

       0240-print-variance-line SECTION.
           COMPUTE WS-UNIT-DIFF = VS-COUNT-UNITS - VS-MAST-UNITS.
           COMPUTE WS-GOLD-DIFF = VS-COUNT-VALUE - VS-MAST-VALUE.

           MOVE VS-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE VS-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE VS-ITEM-NAME TO WS-DL-NAME.
           MOVE VS-MAST-UNITS TO WS-DL-MAST-UNITS.
           MOVE VS-MAST-QUALITY TO WS-DL-MAST-QUAL.
           MOVE VS-COUNT-UNITS TO WS-DL-COUNT-UNITS.
           MOVE VS-COUNT-QUALITY TO WS-DL-COUNT-QUAL.
           MOVE WS-UNIT-DIFF TO WS-DL-UNIT-DIFF.
           MOVE VS-MAST-VALUE TO WS-DL-MAST-GOLD.
           MOVE VS-COUNT-VALUE TO WS-DL-COUNT-GOLD.
           MOVE WS-GOLD-DIFF TO WS-DL-GOLD-DIFF.
           MOVE VS-ACTION TO WS-DL-ACTION.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

           ADD WS-UNIT-DIFF TO WS-CAT-UNIT-DIFF.
           ADD WS-GOLD-DIFF TO WS-CAT-GOLD-DIFF.
