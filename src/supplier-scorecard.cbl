       IDENTIFICATION DIVISION.
       PROGRAM-ID. supplier-scorecard.

      *>  Supplier scorecard for buying, so they can see which
      *>  suppliers send stock that burns out early, is written off
      *>  or goes back, and renegotiate terms or drop them.  Every
      *>  lot on the item master carries the supplier it was bought
      *>  from (MAST-SUPPLIER-CODE, from suppliers.dat) and the date
      *>  it arrived (MAST-ARRIVAL-DATE).  Two modes:
      *>
      *>  No parameter -- the nightly step, run after AUDCHK so a
      *>  night with anomalies is still counted.  Tonight's figures
      *>  are gathered by supplier and appended to
      *>  supplier-activity.dat, one row per supplier and activity:
      *>    RECEIVED  units posted by goods-receipt
      *>              (receipts-applied.dat)
      *>    RETURNED  lots and units disposed of as RETURNED
      *>    SCRAPPED  lots and units disposed of as SCRAPPED, valued
      *>              at the quality they were scrapped at
      *>              (dispositions-applied.dat)
      *>    WRITEOFF  write-off lines and gold lost
      *>              (writeoff-journal.dat)
      *>    ANOMALY   audit-analysis anomalies (audit-anomalies.dat)
      *>    ZEROQ     lots whose quality reached zero tonight
      *>              (audit.dat), with the days each took from its
      *>              arrival date; lots with no arrival date are
      *>              counted but left out of the days
      *>    STOCK     lots, units and value held tonight (out.dat),
      *>              priced exactly as valuation-report prices it
      *>  Feeds that carry a supplier code (receipts and
      *>  dispositions) are taken as written; the others are looked
      *>  up on the master by item id and lot.  Lots with no
      *>  supplier go to a blank Unassigned row.  Rows already on
      *>  file for tonight's date are dropped first, so a rerun the
      *>  same night replaces them rather than counting twice; the
      *>  file is workdir-resident like gl-position.dat, and
      *>  night-backout takes a backed-out night's rows out again.
      *>
      *>  MONTH=yyyymm -- the monthly scorecard.  The month's rows in
      *>  supplier-activity.dat are added up per supplier into
      *>  supplier-scorecard.rpt: units received and returned and
      *>  the return rate, scrapped and written-off gold and the
      *>  gold lost in all, anomalies, lots reaching quality zero
      *>  and the average days from arrival to quality zero, and the
      *>  stock value held on the last night of the month.  Every
      *>  supplier in suppliers.dat is listed, with or without
      *>  activity.  Runs any time; reads no nightly working file.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-OUT-ITEMS ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
             SELECT FI-RECEIPTS-APPLIED ASSIGN "receipts-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
             SELECT FI-DISPOSITIONS-APPLIED
               ASSIGN "dispositions-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITIONS-STATUS.
             SELECT FI-WRITEOFF-JOURNAL ASSIGN "writeoff-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
             SELECT FI-ANOMALIES ASSIGN "audit-anomalies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMALIES-STATUS.
             SELECT FI-AUDIT-TRAIL ASSIGN "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
             SELECT FI-SUPPLIERS ASSIGN "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-FILE-STATUS.
             SELECT FI-UNIT-PRICES ASSIGN "unit-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-FILE-STATUS.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-ACTIVITY ASSIGN "supplier-activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
             SELECT FW-RETAINED ASSIGN "scorecard-retained.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REPORT ASSIGN "supplier-scorecard.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

           FD FI-OUT-ITEMS.
           01 FS-OUT-ITEM.
             COPY itemrec.

           FD FI-RECEIPTS-APPLIED.
           01 FS-RECEIPT-RECORD.
             05 RA-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X.
             05 RA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 RA-LOT-NUMBER    PIC X(8).
             05 FILLER           PIC X.
             05 RA-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 RA-SUPPLIER-CODE PIC X(6).
             05 FILLER           PIC X.
             05 RA-UNITS         PIC 9(5).
             05 FILLER           PIC X.
             05 RA-RECEIPT-DATE  PIC 9(8).
             05 FILLER           PIC X.
             05 RA-ACTION        PIC X(8).

           FD FI-DISPOSITIONS-APPLIED.
           01 FS-DISPOSITION-RECORD.
             05 DA-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X.
             05 DA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 DA-LOT-NUMBER    PIC X(8).
             05 FILLER           PIC X.
             05 DA-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 DA-SUPPLIER-CODE PIC X(6).
             05 FILLER           PIC X.
             05 DA-CODE          PIC X(10).
             05 FILLER           PIC X.
             05 DA-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 DA-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X.
             05 DA-QUANTITY      PIC 9(5).
             05 FILLER           PIC X.
             05 DA-ITEM-NAME     PIC X(50).

           FD FI-WRITEOFF-JOURNAL.
           01 FS-WRITEOFF-RECORD.
             05 WJ-ITEM-ID    PIC 9(8).
             05 FILLER        PIC X.
             05 WJ-STORE-CODE PIC X(3).
             05 FILLER        PIC X.
             05 WJ-CATEGORY   PIC X(2).
             05 FILLER        PIC X.
             05 WJ-VALUE-LOST PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER        PIC X.
             05 WJ-REASON     PIC X(10).
             05 FILLER        PIC X.
             05 WJ-LOT-NUMBER PIC X(8).

           FD FI-ANOMALIES.
           01 FS-ANOMALY-RECORD.
             05 AN-RUN-DATE     PIC 9(8).
             05 FILLER          PIC X.
             05 AN-ITEM-ID      PIC 9(8).
             05 FILLER          PIC X.
             05 AN-LOT-NUMBER   PIC X(8).
             05 FILLER          PIC X.
             05 AN-STORE-CODE   PIC X(3).
             05 FILLER          PIC X.
             05 AN-TYPE         PIC X(12).
             05 FILLER          PIC X.
             05 AN-PARAGRAPH    PIC X(20).

           FD FI-AUDIT-TRAIL.
           01 FS-AUDIT-RECORD.
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

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
             05 SU-CODE PIC X(6).
             05 FILLER  PIC X.
             05 SU-NAME PIC X(30).

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

      *>  One row per night, supplier and activity.  SA-LOTS counts
      *>  the lines or lots behind the row; SA-DAYS and
      *>  SA-DATED-LOTS are only used on ZEROQ rows: the days from
      *>  arrival to quality zero summed over the lots whose arrival
      *>  date is known, and how many lots that is.
           FD FI-ACTIVITY.
           01 FS-ACTIVITY-RECORD.
             05 SA-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-SUPPLIER-CODE PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-ACTIVITY      PIC X(8).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-LOTS          PIC 9(7).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-UNITS         PIC 9(9).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-VALUE         PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X VALUE SPACE.
             05 SA-DAYS          PIC 9(9).
             05 FILLER           PIC X VALUE SPACE.
             05 SA-DATED-LOTS    PIC 9(7).

           FD FW-RETAINED.
           01 FS-RETAINED-RECORD PIC X(75).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-PARM PIC X(32) VALUE SPACES.
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

           01 WS-MASTER-STATUS PIC XX VALUE SPACES.
           01 WS-OUT-STATUS PIC XX VALUE SPACES.
           01 WS-RECEIPTS-STATUS PIC XX VALUE SPACES.
           01 WS-DISPOSITIONS-STATUS PIC XX VALUE SPACES.
           01 WS-WRITEOFF-STATUS PIC XX VALUE SPACES.
           01 WS-ANOMALIES-STATUS PIC XX VALUE SPACES.
           01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
           01 WS-SUPPLIERS-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PRICES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-ACTIVITY-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-RESULT PIC X(8) VALUE SPACES.

           01 WS-OUT-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-OUT-EOF VALUE 'Y'.
           01 WS-RECEIPTS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RECEIPTS-EOF VALUE 'Y'.
           01 WS-DISPOSITIONS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-DISPOSITIONS-EOF VALUE 'Y'.
           01 WS-WRITEOFF-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-WRITEOFF-EOF VALUE 'Y'.
           01 WS-ANOMALIES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-ANOMALIES-EOF VALUE 'Y'.
           01 WS-AUDIT-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-AUDIT-EOF VALUE 'Y'.
           01 WS-SUPPLIERS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SUPPLIERS-EOF VALUE 'Y'.
           01 WS-PRICES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PRICES-EOF VALUE 'Y'.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
           01 WS-ACTIVITY-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-ACTIVITY-EOF VALUE 'Y'.
           01 WS-RETAINED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RETAINED-EOF VALUE 'Y'.

           01 WS-RULE-COUNT PIC 9(3) VALUE 0.
           01 WS-CATEGORY-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PATTERN PIC X(50).
               10 WS-RULE-LENGTH  PIC 99.
               10 WS-RULE-CODE    PIC X(2).
           01 WS-MATCH-IDX PIC 9(3).

           01 WS-UNIT-PRICE-TABLE.
             05 WS-UNIT-PRICE OCCURS 5 TIMES PIC 9(5)V99 VALUE 0.

      *>  The fields the classifier and the valuation work on, filled
      *>  from an out.dat line or a scrapped disposition.
           01 WS-CL-ITEM-NAME     PIC X(50).
           01 WS-CL-CATEGORY-CODE PIC X(2).
           01 WS-CL-QUALITY       PIC S999.
           01 WS-CL-QUANTITY      PIC 9(5).
           01 WS-ITEM-VALUE       PIC S9(11)V99.

      *>  The activities in the order the scorecard adds them up.
           01 WS-ACTIVITY-NAMES.
             05 FILLER PIC X(8) VALUE 'RECEIVED'.
             05 FILLER PIC X(8) VALUE 'RETURNED'.
             05 FILLER PIC X(8) VALUE 'SCRAPPED'.
             05 FILLER PIC X(8) VALUE 'WRITEOFF'.
             05 FILLER PIC X(8) VALUE 'ANOMALY'.
             05 FILLER PIC X(8) VALUE 'ZEROQ'.
             05 FILLER PIC X(8) VALUE 'STOCK'.
           01 WS-ACTIVITY-TABLE REDEFINES WS-ACTIVITY-NAMES.
             05 WS-ACTIVITY-NAME PIC X(8) OCCURS 7 TIMES.
           01 WS-ACT-SUB PIC 9 VALUE 0.

      *>  Suppliers from suppliers.dat first, then any code only the
      *>  master or the activity file still carries, and the blank
      *>  Unassigned supplier when a lot has none.  Each supplier
      *>  holds one cell per activity.
           01 WS-SUPPLIER-COUNT PIC 9(3) VALUE 0.
           01 WS-SUPPLIER-TABLE.
             05 WS-SUPPLIER-ENTRY OCCURS 120 TIMES.
               10 WS-SU-CODE          PIC X(6).
               10 WS-SU-NAME          PIC X(30).
               10 WS-SU-LISTED-SWITCH PIC X.
                 88 WS-SU-LISTED VALUE 'Y'.
               10 WS-SU-ACTIVITY OCCURS 7 TIMES.
                 15 WS-SA-LOTS        PIC 9(7).
                 15 WS-SA-UNITS       PIC 9(9).
                 15 WS-SA-VALUE       PIC S9(11)V99.
                 15 WS-SA-DAYS        PIC 9(9).
                 15 WS-SA-DATED-LOTS  PIC 9(7).
                 15 WS-SA-DATE        PIC 9(8).
           01 WS-SUPPLIER-SUB PIC 9(3) VALUE 0.
           01 WS-SUPPLIER-SCAN PIC 9(3) VALUE 0.
           01 WS-FIND-SUPPLIER-CODE PIC X(6).

      *>  What the master says about the lot being looked up.
           01 WS-LOOKUP-KEY.
             05 WS-LOOKUP-ID  PIC 9(8).
             05 WS-LOOKUP-LOT PIC X(8).
           01 WS-LOT-SUPPLIER PIC X(6).
           01 WS-LOT-ARRIVAL  PIC 9(8).

      *>  One addition to a supplier's cell.
           01 WS-ADD-UNITS PIC 9(9).
           01 WS-ADD-VALUE PIC S9(11)V99.
           01 WS-ADD-DAYS  PIC 9(9).
           01 WS-ADD-DATED PIC 9.

           01 WS-ZERO-DATE     PIC 9(8).
           01 WS-ARRIVAL-DAY   PIC 9(9).
           01 WS-ZERO-DAY      PIC 9(9).

      *>  Counts for the ledger and the operators.
           01 WS-RECORDS-READ    PIC 9(7) VALUE 0.
           01 WS-ROWS-WRITTEN    PIC 9(7) VALUE 0.
           01 WS-ROWS-DROPPED    PIC 9(7) VALUE 0.
           01 WS-STALE-RECORDS   PIC 9(7) VALUE 0.
           01 WS-NOT-ON-MASTER   PIC 9(7) VALUE 0.

      *>  Monthly scorecard.
           01 WS-REPORT-MONTH PIC X(6) VALUE SPACES.
           01 WS-MONTH-NUMBER PIC 99 VALUE 0.
           01 WS-LAST-NIGHT PIC 9(8) VALUE 0.
           01 WS-NIGHT-COUNT PIC 9(5) VALUE 0.
           01 WS-LAST-STOCK-DATE PIC 9(8) VALUE 0.
           01 WS-MONTH-ROWS PIC 9(7) VALUE 0.
           01 WS-UNKNOWN-ROWS PIC 9(7) VALUE 0.
           01 WS-GOLD-LOST PIC S9(11)V99.
           01 WS-RATE PIC 9(5)V9.
           01 WS-AVERAGE-DAYS PIC 9(5)V9.
           01 WS-TOTAL-RECEIVED PIC 9(9) VALUE 0.
           01 WS-TOTAL-RETURNED PIC 9(9) VALUE 0.
           01 WS-TOTAL-SCRAPPED PIC S9(11)V99 VALUE 0.
           01 WS-TOTAL-WRITEOFF PIC S9(11)V99 VALUE 0.
           01 WS-TOTAL-LOST PIC S9(11)V99 VALUE 0.
           01 WS-TOTAL-ANOMALIES PIC 9(7) VALUE 0.
           01 WS-TOTAL-ZERO-LOTS PIC 9(7) VALUE 0.
           01 WS-TOTAL-DAYS PIC 9(9) VALUE 0.
           01 WS-TOTAL-DATED-LOTS PIC 9(7) VALUE 0.
           01 WS-UNDATED-LOTS PIC 9(7) VALUE 0.
           01 WS-TOTAL-STOCK PIC S9(11)V99 VALUE 0.
           01 WS-COUNT-EDIT PIC Z(6)9.
           01 WS-DATE-EDIT PIC 9(8).

           01 WS-HEADER-1.
             05 FILLER PIC X(6)  VALUE 'Code'.
             05 FILLER PIC X(2)  VALUE SPACES.
             05 FILLER PIC X(20) VALUE 'Supplier'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(7)  VALUE '  Units'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(7)  VALUE '  Units'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE 'Retn.'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '      Scrapped'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '   Written off'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '     Gold lost'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE 'Anom.'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE ' Lots'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(6)  VALUE '  Avg.'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '   Stock value'.

           01 WS-HEADER-2.
             05 FILLER PIC X(29) VALUE SPACES.
             05 FILLER PIC X(7)  VALUE ' recvd.'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(7)  VALUE '  retd.'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE 'rate%'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '          gold'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '          gold'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '         total'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE SPACES.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(5)  VALUE 'at Q0'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(6)  VALUE '  days'.
             05 FILLER PIC X     VALUE SPACE.
             05 FILLER PIC X(14) VALUE '     month end'.

           01 WS-DETAIL-LINE.
             05 WS-DL-CODE        PIC X(6).
             05 FILLER            PIC X(2) VALUE SPACES.
             05 WS-DL-NAME        PIC X(20).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-RECEIVED    PIC Z(6)9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-RETURNED    PIC Z(6)9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-RATE        PIC ZZ9.9.
             05 WS-DL-RATE-X REDEFINES WS-DL-RATE PIC X(5).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-SCRAPPED    PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-WRITTEN-OFF PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-GOLD-LOST   PIC ZZZ,ZZZ,ZZ9.99.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-ANOMALIES   PIC Z(4)9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-ZERO-LOTS   PIC Z(4)9.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-AVG-DAYS    PIC ZZZ9.9.
             05 WS-DL-AVG-DAYS-X REDEFINES WS-DL-AVG-DAYS PIC X(6).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-DL-STOCK-VALUE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE WS-SUPPLIER-TABLE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:6) = 'MONTH='
             PERFORM 0400-monthly-scorecard
             GO TO 0300-return
           END-IF.

           PERFORM 0102-load-suppliers.
           PERFORM 0105-load-category-rules.
           PERFORM 0106-load-unit-prices.

      *>  Without the master most of tonight's activity cannot be
      *>  put against a supplier: nothing is written, so a rerun
      *>  once the master is back counts the night in full.
           OPEN INPUT FI-ITEM-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'WARNING: item master itemmast.dat unavailable'
             DISPLAY '(file status ' WS-MASTER-STATUS ') -- no'
             DISPLAY 'supplier activity recorded this run'
             MOVE 'FAILED' TO WS-LEDGER-RESULT
             PERFORM 0250-append-run-ledger
             MOVE 8 TO RETURN-CODE
             GO TO 0300-return
           END-IF.

           PERFORM 0110-take-receipts.
           PERFORM 0120-take-dispositions.
           PERFORM 0130-take-writeoffs.
           PERFORM 0140-take-anomalies.
           PERFORM 0150-take-audit-trail.
           PERFORM 0160-take-stock.

           CLOSE FI-ITEM-MASTER.

           PERFORM 0200-drop-tonights-rows.
           PERFORM 0210-append-tonights-rows.

           DISPLAY 'supplier-scorecard: ' WS-ROWS-WRITTEN
             ' activity rows written for ' WS-RUN-DATE.
           IF WS-ROWS-DROPPED > 0
             DISPLAY 'supplier-scorecard: ' WS-ROWS-DROPPED
               ' rows from an earlier run tonight replaced'
           END-IF.
           IF WS-STALE-RECORDS > 0
             DISPLAY 'WARNING: ' WS-STALE-RECORDS ' feed records'
               ' dated for another night were not counted'
           END-IF.
           IF WS-NOT-ON-MASTER > 0
             DISPLAY 'WARNING: ' WS-NOT-ON-MASTER ' lots not on'
               ' the master were counted as Unassigned'
           END-IF.

           MOVE 'COMPLETE' TO WS-LEDGER-RESULT.
           PERFORM 0250-append-run-ledger.

       0300-return SECTION.
           GOBACK.

       0102-load-suppliers SECTION.
           OPEN INPUT FI-SUPPLIERS.

           IF WS-SUPPLIERS-FILE-STATUS = '00'
             PERFORM UNTIL WS-SUPPLIERS-EOF
               READ FI-SUPPLIERS
                 AT END
                   MOVE 'Y' TO WS-SUPPLIERS-EOF-SWITCH
                 NOT AT END
                   IF WS-SUPPLIER-COUNT < 100
                     ADD 1 TO WS-SUPPLIER-COUNT
                     MOVE SU-CODE TO WS-SU-CODE(WS-SUPPLIER-COUNT)
                     MOVE SU-NAME TO WS-SU-NAME(WS-SUPPLIER-COUNT)
                     MOVE 'Y'
                       TO WS-SU-LISTED-SWITCH(WS-SUPPLIER-COUNT)
                   ELSE
                     DISPLAY 'WARNING: suppliers.dat supplier count'
                     DISPLAY 'exceeds table size of 100 -- extra'
                     DISPLAY 'suppliers are shown unnamed'
                     MOVE 'Y' TO WS-SUPPLIERS-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-SUPPLIERS
           ELSE
             DISPLAY 'WARNING: suppliers.dat unavailable (status '
               WS-SUPPLIERS-FILE-STATUS ') -- suppliers shown unnamed'
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
               WS-PRICES-FILE-STATUS ') -- stock values at zero'
           END-IF.

       0110-take-receipts SECTION.
      *>  The supplier goods-receipt stamped on the lot when it
      *>  posted the receipt is the one it was bought from.
           OPEN INPUT FI-RECEIPTS-APPLIED.
           IF WS-RECEIPTS-STATUS NOT = '00'
             DISPLAY 'WARNING: receipts-applied.dat unavailable '
               '(status ' WS-RECEIPTS-STATUS ') -- no receipts tonight'
           ELSE
             PERFORM UNTIL WS-RECEIPTS-EOF
               READ FI-RECEIPTS-APPLIED
                 AT END
                   MOVE 'Y' TO WS-RECEIPTS-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RA-RUN-DATE NOT = WS-RUN-DATE
                     ADD 1 TO WS-STALE-RECORDS
                   ELSE
                     MOVE RA-SUPPLIER-CODE TO WS-FIND-SUPPLIER-CODE
                     PERFORM 0170-find-supplier
                     MOVE 1 TO WS-ACT-SUB
                     MOVE RA-UNITS TO WS-ADD-UNITS
                     MOVE 0 TO WS-ADD-VALUE
                     MOVE 0 TO WS-ADD-DAYS
                     MOVE 0 TO WS-ADD-DATED
                     PERFORM 0195-add-activity
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-RECEIPTS-APPLIED
           END-IF.

       0120-take-dispositions SECTION.
      *>  Only returns and scrapping count against the supplier; a
      *>  lot sold out or renamed is not the supplier's doing.  The
      *>  scrapped lot is valued at the quality it was scrapped at.
           OPEN INPUT FI-DISPOSITIONS-APPLIED.
           IF WS-DISPOSITIONS-STATUS NOT = '00'
             DISPLAY 'WARNING: dispositions-applied.dat unavailable '
               '(status ' WS-DISPOSITIONS-STATUS
               ') -- no returns or scrapping tonight'
           ELSE
             PERFORM UNTIL WS-DISPOSITIONS-EOF
               READ FI-DISPOSITIONS-APPLIED
                 AT END
                   MOVE 'Y' TO WS-DISPOSITIONS-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 0125-take-disposition
               END-READ
             END-PERFORM
             CLOSE FI-DISPOSITIONS-APPLIED
           END-IF.

       0125-take-disposition SECTION.
           IF DA-RUN-DATE NOT = WS-RUN-DATE
             ADD 1 TO WS-STALE-RECORDS
           ELSE
             MOVE 0 TO WS-ACT-SUB
             MOVE 0 TO WS-ADD-VALUE
             EVALUATE DA-CODE
               WHEN 'RETURNED'
                 MOVE 2 TO WS-ACT-SUB
               WHEN 'SCRAPPED'
                 MOVE 3 TO WS-ACT-SUB
                 MOVE DA-ITEM-NAME TO WS-CL-ITEM-NAME
                 MOVE DA-CATEGORY-CODE TO WS-CL-CATEGORY-CODE
                 MOVE DA-QUALITY TO WS-CL-QUALITY
                 MOVE DA-QUANTITY TO WS-CL-QUANTITY
                 PERFORM 0180-classify-item
                 PERFORM 0190-value-item
                 MOVE WS-ITEM-VALUE TO WS-ADD-VALUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             IF WS-ACT-SUB > 0
               MOVE DA-SUPPLIER-CODE TO WS-FIND-SUPPLIER-CODE
               PERFORM 0170-find-supplier
               MOVE DA-QUANTITY TO WS-ADD-UNITS
               MOVE 0 TO WS-ADD-DAYS
               MOVE 0 TO WS-ADD-DATED
               PERFORM 0195-add-activity
             END-IF
           END-IF.

       0130-take-writeoffs SECTION.
      *>  writeoff-feed writes the journal afresh every night and
      *>  ends it with a TOTAL trailer, which is not a line.
           OPEN INPUT FI-WRITEOFF-JOURNAL.
           IF WS-WRITEOFF-STATUS NOT = '00'
             DISPLAY 'WARNING: writeoff-journal.dat unavailable '
               '(status ' WS-WRITEOFF-STATUS
               ') -- no write-offs tonight'
           ELSE
             PERFORM UNTIL WS-WRITEOFF-EOF
               READ FI-WRITEOFF-JOURNAL
                 AT END
                   MOVE 'Y' TO WS-WRITEOFF-EOF-SWITCH
                 NOT AT END
                   IF WJ-REASON NOT = 'TOTAL'
                     ADD 1 TO WS-RECORDS-READ
                     MOVE WJ-ITEM-ID TO WS-LOOKUP-ID
                     MOVE WJ-LOT-NUMBER TO WS-LOOKUP-LOT
                     PERFORM 0175-lookup-lot
                     MOVE WS-LOT-SUPPLIER TO WS-FIND-SUPPLIER-CODE
                     PERFORM 0170-find-supplier
                     MOVE 4 TO WS-ACT-SUB
                     MOVE 0 TO WS-ADD-UNITS
                     MOVE WJ-VALUE-LOST TO WS-ADD-VALUE
                     MOVE 0 TO WS-ADD-DAYS
                     MOVE 0 TO WS-ADD-DATED
                     PERFORM 0195-add-activity
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-WRITEOFF-JOURNAL
           END-IF.

       0140-take-anomalies SECTION.
           OPEN INPUT FI-ANOMALIES.
           IF WS-ANOMALIES-STATUS NOT = '00'
             DISPLAY 'WARNING: audit-anomalies.dat unavailable '
               '(status ' WS-ANOMALIES-STATUS
               ') -- no anomalies tonight'
           ELSE
             PERFORM UNTIL WS-ANOMALIES-EOF
               READ FI-ANOMALIES
                 AT END
                   MOVE 'Y' TO WS-ANOMALIES-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AN-RUN-DATE NOT = WS-RUN-DATE
                     ADD 1 TO WS-STALE-RECORDS
                   ELSE
                     MOVE AN-ITEM-ID TO WS-LOOKUP-ID
                     MOVE AN-LOT-NUMBER TO WS-LOOKUP-LOT
                     PERFORM 0175-lookup-lot
                     MOVE WS-LOT-SUPPLIER TO WS-FIND-SUPPLIER-CODE
                     PERFORM 0170-find-supplier
                     MOVE 5 TO WS-ACT-SUB
                     MOVE 0 TO WS-ADD-UNITS
                     MOVE 0 TO WS-ADD-VALUE
                     MOVE 0 TO WS-ADD-DAYS
                     MOVE 0 TO WS-ADD-DATED
                     PERFORM 0195-add-activity
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-ANOMALIES
           END-IF.

       0150-take-audit-trail SECTION.
      *>  A lot reaches quality zero the night an aging movement
      *>  takes it from above zero to zero.  Cycle-count adjustments
      *>  are a clerk's correction, not wear, and are passed over.
           OPEN INPUT FI-AUDIT-TRAIL.
           IF WS-AUDIT-STATUS NOT = '00'
             DISPLAY 'WARNING: audit.dat unavailable (status '
               WS-AUDIT-STATUS ') -- no quality-zero lots tonight'
           ELSE
             PERFORM UNTIL WS-AUDIT-EOF
               READ FI-AUDIT-TRAIL
                 AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AU-PARAGRAPH NOT = 'CYCLE-COUNT-ADJUST'
                     AND AU-QUALITY-BEFORE > 0
                     AND AU-QUALITY-AFTER NOT > 0
                     PERFORM 0155-take-zero-quality
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-AUDIT-TRAIL
           END-IF.

       0155-take-zero-quality SECTION.
           IF AU-RUN-DATE NUMERIC AND AU-RUN-DATE > 0
             MOVE AU-RUN-DATE TO WS-ZERO-DATE
           ELSE
             MOVE WS-RUN-DATE TO WS-ZERO-DATE
           END-IF.

           IF WS-ZERO-DATE NOT = WS-RUN-DATE
             ADD 1 TO WS-STALE-RECORDS
           ELSE
             MOVE AU-ITEM-ID TO WS-LOOKUP-ID
             MOVE AU-LOT-NUMBER TO WS-LOOKUP-LOT
             PERFORM 0175-lookup-lot
             MOVE WS-LOT-SUPPLIER TO WS-FIND-SUPPLIER-CODE
             PERFORM 0170-find-supplier
             MOVE 6 TO WS-ACT-SUB
             MOVE 0 TO WS-ADD-UNITS
             MOVE 0 TO WS-ADD-VALUE
             MOVE 0 TO WS-ADD-DAYS
             MOVE 0 TO WS-ADD-DATED
      *>  Lots loaded before arrival dates were kept carry zeros and
      *>  are counted without days.
             IF WS-LOT-ARRIVAL > 19000101
               AND WS-LOT-ARRIVAL NOT > WS-ZERO-DATE
               COMPUTE WS-ARRIVAL-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-LOT-ARRIVAL)
               COMPUTE WS-ZERO-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-ZERO-DATE)
               IF WS-ARRIVAL-DAY > 0
                 COMPUTE WS-ADD-DAYS = WS-ZERO-DAY - WS-ARRIVAL-DAY
                 MOVE 1 TO WS-ADD-DATED
               END-IF
             END-IF
             PERFORM 0195-add-activity
           END-IF.

       0160-take-stock SECTION.
      *>  Tonight's closing stock, valued the way valuation-report
      *>  values it.
           OPEN INPUT FI-OUT-ITEMS.
           IF WS-OUT-STATUS NOT = '00'
             DISPLAY 'WARNING: out.dat unavailable (status '
               WS-OUT-STATUS ') -- no stock value tonight'
           ELSE
             PERFORM UNTIL WS-OUT-EOF
               READ FI-OUT-ITEMS
                 AT END
                   MOVE 'Y' TO WS-OUT-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 0165-take-stock-line
               END-READ
             END-PERFORM
             CLOSE FI-OUT-ITEMS
           END-IF.

       0165-take-stock-line SECTION.
           MOVE ITEM-NAME OF FS-OUT-ITEM TO WS-CL-ITEM-NAME.
           MOVE ITEM-CATEGORY-CODE OF FS-OUT-ITEM
             TO WS-CL-CATEGORY-CODE.
           MOVE QUALITY OF FS-OUT-ITEM TO WS-CL-QUALITY.
           MOVE QUANTITY OF FS-OUT-ITEM TO WS-CL-QUANTITY.
           PERFORM 0180-classify-item.
           PERFORM 0190-value-item.

           MOVE ITEM-ID OF FS-OUT-ITEM TO WS-LOOKUP-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WS-LOOKUP-LOT.
           PERFORM 0175-lookup-lot.
           MOVE WS-LOT-SUPPLIER TO WS-FIND-SUPPLIER-CODE.
           PERFORM 0170-find-supplier.

           MOVE 7 TO WS-ACT-SUB.
           MOVE WS-CL-QUANTITY TO WS-ADD-UNITS.
           MOVE WS-ITEM-VALUE TO WS-ADD-VALUE.
           MOVE 0 TO WS-ADD-DAYS.
           MOVE 0 TO WS-ADD-DATED.
           PERFORM 0195-add-activity.

       0170-find-supplier SECTION.
      *>  A code nobody listed gets a row of its own; the table is
      *>  only ever short when suppliers.dat holds nearly all of it.
           MOVE 0 TO WS-SUPPLIER-SUB.
           PERFORM VARYING WS-SUPPLIER-SCAN FROM 1 BY 1 UNTIL
             WS-SUPPLIER-SCAN > WS-SUPPLIER-COUNT
             OR WS-SUPPLIER-SUB > 0
             IF WS-SU-CODE(WS-SUPPLIER-SCAN) = WS-FIND-SUPPLIER-CODE
               MOVE WS-SUPPLIER-SCAN TO WS-SUPPLIER-SUB
             END-IF
           END-PERFORM.

           IF WS-SUPPLIER-SUB = 0 AND WS-SUPPLIER-COUNT < 120
             ADD 1 TO WS-SUPPLIER-COUNT
             MOVE WS-SUPPLIER-COUNT TO WS-SUPPLIER-SUB
             MOVE WS-FIND-SUPPLIER-CODE
               TO WS-SU-CODE(WS-SUPPLIER-SUB)
             IF WS-FIND-SUPPLIER-CODE = SPACES
               MOVE 'Unassigned' TO WS-SU-NAME(WS-SUPPLIER-SUB)
             ELSE
               MOVE '(not in suppliers)'
                 TO WS-SU-NAME(WS-SUPPLIER-SUB)
             END-IF
             MOVE 'N' TO WS-SU-LISTED-SWITCH(WS-SUPPLIER-SUB)
           END-IF.

           IF WS-SUPPLIER-SUB = 0
             DISPLAY 'WARNING: supplier table full -- supplier '
               WS-FIND-SUPPLIER-CODE ' not counted'
           END-IF.

       0175-lookup-lot SECTION.
           MOVE WS-LOOKUP-ID TO MAST-ITEM-ID.
           MOVE WS-LOOKUP-LOT TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE SPACES TO WS-LOT-SUPPLIER
               MOVE 0 TO WS-LOT-ARRIVAL
             NOT INVALID KEY
               MOVE MAST-SUPPLIER-CODE TO WS-LOT-SUPPLIER
               IF MAST-ARRIVAL-DATE NUMERIC
                 MOVE MAST-ARRIVAL-DATE TO WS-LOT-ARRIVAL
               ELSE
                 MOVE 0 TO WS-LOT-ARRIVAL
               END-IF
           END-READ.

       0180-classify-item SECTION.
           IF WS-CL-CATEGORY-CODE NOT = SPACES
             EVALUATE WS-CL-CATEGORY-CODE
               WHEN '02' MOVE 2 TO WS-CATEGORY-INDEX
               WHEN '03' MOVE 3 TO WS-CATEGORY-INDEX
               WHEN '04' MOVE 4 TO WS-CATEGORY-INDEX
               WHEN '05' MOVE 5 TO WS-CATEGORY-INDEX
               WHEN OTHER MOVE 1 TO WS-CATEGORY-INDEX
             END-EVALUATE
           ELSE
             PERFORM 0185-lookup-category-by-pattern
           END-IF.

       0185-lookup-category-by-pattern SECTION.
           MOVE 1 TO WS-CATEGORY-INDEX.

           EVALUATE TRUE
             WHEN WS-CL-ITEM-NAME(1:4) = 'Aged'
               MOVE 2 TO WS-CATEGORY-INDEX
             WHEN WS-CL-ITEM-NAME = 'Sulfuras, Hand of Ragnaros'
               MOVE 3 TO WS-CATEGORY-INDEX
             WHEN WS-CL-ITEM-NAME(1:8) = 'Conjured'
               MOVE 5 TO WS-CATEGORY-INDEX
             WHEN WS-CL-ITEM-NAME(1:9) = 'Backstage'
               MOVE 4 TO WS-CATEGORY-INDEX
             WHEN OTHER
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
                 WS-MATCH-IDX > WS-RULE-COUNT
                 SET WS-RULE-IDX TO WS-MATCH-IDX
                 IF WS-CL-ITEM-NAME(1:WS-RULE-LENGTH(WS-RULE-IDX)) =
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

       0190-value-item SECTION.
      *>  Priced exactly as valuation-report prices it.
           IF WS-CATEGORY-INDEX = 3
             COMPUTE WS-ITEM-VALUE = WS-UNIT-PRICE(3) * WS-CL-QUANTITY
           ELSE
             COMPUTE WS-ITEM-VALUE = WS-CL-QUALITY
               * WS-UNIT-PRICE(WS-CATEGORY-INDEX) * WS-CL-QUANTITY
           END-IF.

       0195-add-activity SECTION.
           IF WS-SUPPLIER-SUB > 0
             ADD 1 TO WS-SA-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB)
             ADD WS-ADD-UNITS
               TO WS-SA-UNITS(WS-SUPPLIER-SUB, WS-ACT-SUB)
             ADD WS-ADD-VALUE
               TO WS-SA-VALUE(WS-SUPPLIER-SUB, WS-ACT-SUB)
             ADD WS-ADD-DAYS
               TO WS-SA-DAYS(WS-SUPPLIER-SUB, WS-ACT-SUB)
             ADD WS-ADD-DATED
               TO WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB)
           END-IF.

       0200-drop-tonights-rows SECTION.
      *>  Rows an earlier run wrote tonight are taken out first, so
      *>  a resubmitted night is counted once.  The rest is copied
      *>  aside and back only when there is something to drop.
           OPEN INPUT FI-ACTIVITY.
           IF WS-ACTIVITY-STATUS = '00'
             OPEN OUTPUT FW-RETAINED
             PERFORM UNTIL WS-ACTIVITY-EOF
               READ FI-ACTIVITY
                 AT END
                   MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
                 NOT AT END
                   IF SA-RUN-DATE = WS-RUN-DATE
                     ADD 1 TO WS-ROWS-DROPPED
                   ELSE
                     WRITE FS-RETAINED-RECORD FROM FS-ACTIVITY-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FW-RETAINED
             CLOSE FI-ACTIVITY
           END-IF.

           IF WS-ROWS-DROPPED > 0
             OPEN OUTPUT FI-ACTIVITY
             OPEN INPUT FW-RETAINED
             PERFORM UNTIL WS-RETAINED-EOF
               READ FW-RETAINED
                 AT END
                   MOVE 'Y' TO WS-RETAINED-EOF-SWITCH
                 NOT AT END
                   MOVE FS-RETAINED-RECORD TO FS-ACTIVITY-RECORD
                   WRITE FS-ACTIVITY-RECORD
               END-READ
             END-PERFORM
             CLOSE FW-RETAINED
             CLOSE FI-ACTIVITY
           END-IF.

       0210-append-tonights-rows SECTION.
           OPEN EXTEND FI-ACTIVITY.
           IF WS-ACTIVITY-STATUS = '35'
             OPEN OUTPUT FI-ACTIVITY
           END-IF.
           IF WS-ACTIVITY-STATUS NOT = '00'
             DISPLAY 'WARNING: supplier-activity.dat unavailable '
               '(status ' WS-ACTIVITY-STATUS ') -- night not recorded'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1 UNTIL
               WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               PERFORM VARYING WS-ACT-SUB FROM 1 BY 1 UNTIL
                 WS-ACT-SUB > 7
                 IF WS-SA-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB) > 0
                   PERFORM 0215-write-activity-row
                 END-IF
               END-PERFORM
             END-PERFORM
             CLOSE FI-ACTIVITY
           END-IF.

       0215-write-activity-row SECTION.
           MOVE SPACES TO FS-ACTIVITY-RECORD.
           MOVE WS-RUN-DATE TO SA-RUN-DATE.
           MOVE WS-SU-CODE(WS-SUPPLIER-SUB) TO SA-SUPPLIER-CODE.
           MOVE WS-ACTIVITY-NAME(WS-ACT-SUB) TO SA-ACTIVITY.
           MOVE WS-SA-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB) TO SA-LOTS.
           MOVE WS-SA-UNITS(WS-SUPPLIER-SUB, WS-ACT-SUB) TO SA-UNITS.
           MOVE WS-SA-VALUE(WS-SUPPLIER-SUB, WS-ACT-SUB) TO SA-VALUE.
           MOVE WS-SA-DAYS(WS-SUPPLIER-SUB, WS-ACT-SUB) TO SA-DAYS.
           MOVE WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB)
             TO SA-DATED-LOTS.
           WRITE FS-ACTIVITY-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-RUN-DATE TO RL-RUN-DATE
             MOVE 'scorecard' TO RL-STEP-NAME
             MOVE 'SCORE' TO RL-MODE
             MOVE WS-RECORDS-READ TO RL-RECORDS-READ
             MOVE WS-ROWS-WRITTEN TO RL-RECORDS-WRITTEN
             MOVE WS-STALE-RECORDS TO RL-RECORDS-REJECTED
             MOVE WS-LEDGER-RESULT TO RL-STATUS
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.

       0400-monthly-scorecard SECTION.
           OPEN OUTPUT FO-REPORT.

           IF WS-RUN-PARM(7:6) NUMERIC
             MOVE WS-RUN-PARM(11:2) TO WS-MONTH-NUMBER
             IF WS-MONTH-NUMBER > 0 AND WS-MONTH-NUMBER < 13
               MOVE WS-RUN-PARM(7:6) TO WS-REPORT-MONTH
             END-IF
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Supplier scorecard -- month ' DELIMITED BY SIZE
             WS-REPORT-MONTH DELIMITED BY SIZE
             ' -- printed ' DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           IF WS-REPORT-MONTH = SPACES
             MOVE 'No usable MONTH=yyyymm parameter -- no scorecard'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 0405-build-scorecard
           END-IF.

           CLOSE FO-REPORT.

       0405-build-scorecard SECTION.
           PERFORM 0102-load-suppliers.

           OPEN INPUT FI-ACTIVITY.
           IF WS-ACTIVITY-STATUS NOT = '00'
             MOVE 'supplier-activity.dat unavailable -- no scorecard'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM UNTIL WS-ACTIVITY-EOF
               READ FI-ACTIVITY
                 AT END
                   MOVE 'Y' TO WS-ACTIVITY-EOF-SWITCH
                 NOT AT END
                   IF SA-RUN-DATE(1:6) = WS-REPORT-MONTH
                     PERFORM 0410-take-activity-row
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-ACTIVITY

             WRITE FS-REPORT-LINE FROM WS-HEADER-1
             WRITE FS-REPORT-LINE FROM WS-HEADER-2
             MOVE ALL '-' TO FS-REPORT-LINE(1:129)
             WRITE FS-REPORT-LINE

             PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1 UNTIL
               WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               PERFORM 0420-write-supplier-line
             END-PERFORM

             PERFORM 0430-write-totals
           END-IF.

       0410-take-activity-row SECTION.
      *>  Rows are appended a night at a time, so a change of date
      *>  is a new night.  The stock rows are a position, not a
      *>  movement: only the latest night's is kept.
           ADD 1 TO WS-MONTH-ROWS.
           IF SA-RUN-DATE NOT = WS-LAST-NIGHT
             ADD 1 TO WS-NIGHT-COUNT
             MOVE SA-RUN-DATE TO WS-LAST-NIGHT
           END-IF.

           MOVE 0 TO WS-ACT-SUB.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
             WS-MATCH-IDX > 7 OR WS-ACT-SUB > 0
             IF WS-ACTIVITY-NAME(WS-MATCH-IDX) = SA-ACTIVITY
               MOVE WS-MATCH-IDX TO WS-ACT-SUB
             END-IF
           END-PERFORM.

           IF WS-ACT-SUB = 0
             ADD 1 TO WS-UNKNOWN-ROWS
           ELSE
             MOVE SA-SUPPLIER-CODE TO WS-FIND-SUPPLIER-CODE
             PERFORM 0170-find-supplier
             IF WS-SUPPLIER-SUB > 0
               IF WS-ACT-SUB = 7
                 PERFORM 0415-take-stock-row
               ELSE
                 MOVE SA-UNITS TO WS-ADD-UNITS
                 MOVE SA-VALUE TO WS-ADD-VALUE
                 MOVE SA-DAYS TO WS-ADD-DAYS
                 ADD SA-LOTS
                   TO WS-SA-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB)
                 ADD WS-ADD-UNITS
                   TO WS-SA-UNITS(WS-SUPPLIER-SUB, WS-ACT-SUB)
                 ADD WS-ADD-VALUE
                   TO WS-SA-VALUE(WS-SUPPLIER-SUB, WS-ACT-SUB)
                 ADD WS-ADD-DAYS
                   TO WS-SA-DAYS(WS-SUPPLIER-SUB, WS-ACT-SUB)
                 ADD SA-DATED-LOTS
                   TO WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, WS-ACT-SUB)
               END-IF
             END-IF
           END-IF.

       0415-take-stock-row SECTION.
           IF SA-RUN-DATE > WS-LAST-STOCK-DATE
             MOVE SA-RUN-DATE TO WS-LAST-STOCK-DATE
           END-IF.
           IF SA-RUN-DATE NOT < WS-SA-DATE(WS-SUPPLIER-SUB, 7)
             MOVE SA-RUN-DATE TO WS-SA-DATE(WS-SUPPLIER-SUB, 7)
             MOVE SA-LOTS TO WS-SA-LOTS(WS-SUPPLIER-SUB, 7)
             MOVE SA-UNITS TO WS-SA-UNITS(WS-SUPPLIER-SUB, 7)
             MOVE SA-VALUE TO WS-SA-VALUE(WS-SUPPLIER-SUB, 7)
           END-IF.

       0420-write-supplier-line SECTION.
      *>  Gold lost is what was written off plus what was scrapped.
      *>  The return rate is units returned against units received
      *>  in the month, so a month of returns on stock bought
      *>  earlier can pass 100.  A supplier whose last stock row is
      *>  older than the month's last night held nothing at month
      *>  end.
           MOVE WS-SU-CODE(WS-SUPPLIER-SUB) TO WS-DL-CODE.
           MOVE WS-SU-NAME(WS-SUPPLIER-SUB) TO WS-DL-NAME.
           MOVE WS-SA-UNITS(WS-SUPPLIER-SUB, 1) TO WS-DL-RECEIVED.
           MOVE WS-SA-UNITS(WS-SUPPLIER-SUB, 2) TO WS-DL-RETURNED.
           IF WS-SA-UNITS(WS-SUPPLIER-SUB, 1) > 0
             COMPUTE WS-RATE ROUNDED =
               WS-SA-UNITS(WS-SUPPLIER-SUB, 2) * 100
               / WS-SA-UNITS(WS-SUPPLIER-SUB, 1)
             IF WS-RATE > 999.9
               MOVE '>999' TO WS-DL-RATE-X
             ELSE
               MOVE WS-RATE TO WS-DL-RATE
             END-IF
           ELSE
             MOVE '  n/a' TO WS-DL-RATE-X
           END-IF.

           COMPUTE WS-GOLD-LOST = WS-SA-VALUE(WS-SUPPLIER-SUB, 3)
             + WS-SA-VALUE(WS-SUPPLIER-SUB, 4).
           MOVE WS-SA-VALUE(WS-SUPPLIER-SUB, 3) TO WS-DL-SCRAPPED.
           MOVE WS-SA-VALUE(WS-SUPPLIER-SUB, 4) TO WS-DL-WRITTEN-OFF.
           MOVE WS-GOLD-LOST TO WS-DL-GOLD-LOST.
           MOVE WS-SA-LOTS(WS-SUPPLIER-SUB, 5) TO WS-DL-ANOMALIES.
           MOVE WS-SA-LOTS(WS-SUPPLIER-SUB, 6) TO WS-DL-ZERO-LOTS.
           IF WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, 6) > 0
             COMPUTE WS-AVERAGE-DAYS ROUNDED =
               WS-SA-DAYS(WS-SUPPLIER-SUB, 6)
               / WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, 6)
             MOVE WS-AVERAGE-DAYS TO WS-DL-AVG-DAYS
           ELSE
             MOVE '   n/a' TO WS-DL-AVG-DAYS-X
           END-IF.

           IF WS-SA-DATE(WS-SUPPLIER-SUB, 7) NOT = WS-LAST-STOCK-DATE
             MOVE 0 TO WS-SA-VALUE(WS-SUPPLIER-SUB, 7)
           END-IF.
           MOVE WS-SA-VALUE(WS-SUPPLIER-SUB, 7) TO WS-DL-STOCK-VALUE.

           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

           ADD WS-SA-UNITS(WS-SUPPLIER-SUB, 1) TO WS-TOTAL-RECEIVED.
           ADD WS-SA-UNITS(WS-SUPPLIER-SUB, 2) TO WS-TOTAL-RETURNED.
           ADD WS-SA-VALUE(WS-SUPPLIER-SUB, 3) TO WS-TOTAL-SCRAPPED.
           ADD WS-SA-VALUE(WS-SUPPLIER-SUB, 4) TO WS-TOTAL-WRITEOFF.
           ADD WS-GOLD-LOST TO WS-TOTAL-LOST.
           ADD WS-SA-LOTS(WS-SUPPLIER-SUB, 5) TO WS-TOTAL-ANOMALIES.
           ADD WS-SA-LOTS(WS-SUPPLIER-SUB, 6) TO WS-TOTAL-ZERO-LOTS.
           ADD WS-SA-DAYS(WS-SUPPLIER-SUB, 6) TO WS-TOTAL-DAYS.
           ADD WS-SA-DATED-LOTS(WS-SUPPLIER-SUB, 6)
             TO WS-TOTAL-DATED-LOTS.
           ADD WS-SA-VALUE(WS-SUPPLIER-SUB, 7) TO WS-TOTAL-STOCK.

       0430-write-totals SECTION.
           MOVE ALL '-' TO FS-REPORT-LINE(1:129).
           WRITE FS-REPORT-LINE.

           MOVE SPACES TO WS-DL-CODE.
           MOVE 'All suppliers' TO WS-DL-NAME.
           MOVE WS-TOTAL-RECEIVED TO WS-DL-RECEIVED.
           MOVE WS-TOTAL-RETURNED TO WS-DL-RETURNED.
           IF WS-TOTAL-RECEIVED > 0
             COMPUTE WS-RATE ROUNDED =
               WS-TOTAL-RETURNED * 100 / WS-TOTAL-RECEIVED
             IF WS-RATE > 999.9
               MOVE '>999' TO WS-DL-RATE-X
             ELSE
               MOVE WS-RATE TO WS-DL-RATE
             END-IF
           ELSE
             MOVE '  n/a' TO WS-DL-RATE-X
           END-IF.
           MOVE WS-TOTAL-SCRAPPED TO WS-DL-SCRAPPED.
           MOVE WS-TOTAL-WRITEOFF TO WS-DL-WRITTEN-OFF.
           MOVE WS-TOTAL-LOST TO WS-DL-GOLD-LOST.
           MOVE WS-TOTAL-ANOMALIES TO WS-DL-ANOMALIES.
           MOVE WS-TOTAL-ZERO-LOTS TO WS-DL-ZERO-LOTS.
           IF WS-TOTAL-DATED-LOTS > 0
             COMPUTE WS-AVERAGE-DAYS ROUNDED =
               WS-TOTAL-DAYS / WS-TOTAL-DATED-LOTS
             MOVE WS-AVERAGE-DAYS TO WS-DL-AVG-DAYS
           ELSE
             MOVE '   n/a' TO WS-DL-AVG-DAYS-X
           END-IF.
           MOVE WS-TOTAL-STOCK TO WS-DL-STOCK-VALUE.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           MOVE WS-NIGHT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Nights on file for the month:' DELIMITED BY SIZE
             WS-COUNT-EDIT DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           MOVE SPACES TO FS-REPORT-LINE.
           IF WS-LAST-STOCK-DATE > 0
             MOVE WS-LAST-STOCK-DATE TO WS-DATE-EDIT
             STRING 'Stock value as held on the night of '
               DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               INTO FS-REPORT-LINE
           ELSE
             MOVE 'No stock value on file for the month'
               TO FS-REPORT-LINE
           END-IF.
           WRITE FS-REPORT-LINE.

           COMPUTE WS-UNDATED-LOTS =
             WS-TOTAL-ZERO-LOTS - WS-TOTAL-DATED-LOTS.
           MOVE WS-UNDATED-LOTS TO WS-COUNT-EDIT.
           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'Lots at quality zero with no arrival date on the '
             DELIMITED BY SIZE
             'master (not in the average days):' DELIMITED BY SIZE
             WS-COUNT-EDIT DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           IF WS-UNKNOWN-ROWS > 0
             MOVE WS-UNKNOWN-ROWS TO WS-COUNT-EDIT
             MOVE SPACES TO FS-REPORT-LINE
             STRING 'Activity rows of an unknown kind ignored:'
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'Gold lost is written-off gold plus scrapped gold; '
             TO FS-REPORT-LINE.
           MOVE 'the return rate is units returned against units'
             TO FS-REPORT-LINE(51:).
           WRITE FS-REPORT-LINE.
           MOVE 'received through goods-receipt in the month.'
             TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
