       IDENTIFICATION DIVISION.
       PROGRAM-ID. goods-receipt.

      *>  Goods-received matching against the open purchase orders:
      *>  until now new stock only reached the master when it turned
      *>  up in the next branch extract, so a short or late delivery
      *>  went unnoticed.  Buying supplies purchase-orders.dat, one
      *>  line per PO line still open (PO number, line, item id,
      *>  store, units ordered, the sell-in and quality the stock
      *>  should arrive with, due date, the item name and category
      *>  for ids the master has not seen yet, and the suppliers.dat
      *>  code of the supplier the line is bought from); the back
      *>  door keys receipts.dat, one line per delivery against a PO
      *>  line, with the lot number the delivery is shelved under
      *>  (blank for an item the shop does not hold in lots).  Both
      *>  are SORTed by PO number and line and walked
      *>  together, the way reconcile-outputs matches its files.
      *>  Each matched receipt delivered to the ordering store adds
      *>  its units to MAST-QUANTITY of that lot, inserts the lot
      *>  with the condition it arrived in when the master carries
      *>  the id under other lots only, or inserts the item as a new
      *>  active id when the master does not carry it; receiving.rpt
      *>  is the register of what was posted.  An inserted lot takes
      *>  the PO line's supplier and the receipt date as its arrival
      *>  date; units added to a lot that has no supplier yet give
      *>  it the PO line's.  Every posted receipt is also written to
      *>  receipts-applied.dat with the lot's supplier, so the
      *>  supplier scorecard can set returns against what was
      *>  delivered.
      *>  receiving-discrepancy.rpt lists every line that did not
      *>  arrive as ordered:
      *>    SHORT / OVER   - tonight's receipts against the line total
      *>                     less / more than the units ordered
      *>    LATE           - received after the due date, or past due
      *>                     with nothing received at all
      *>    WRONG-STORE    - delivered to another store than the PO
      *>                     names, or the master holds the id under
      *>                     another store; not posted -- key a
      *>                     transfer or correct the PO
      *>    DEGRADED       - arrived with a lower sell-in or quality
      *>                     than the PO expected (posted anyway: the
      *>                     stock is on the shelf)
      *>  Receipts naming no open PO line, or with a bad store, count
      *>  or date, reject to receipt-rejects.dat with a reason, the
      *>  way transfer-apply writes transfer-rejects.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-PURCHASE-ORDERS ASSIGN "purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
             SELECT FI-RECEIPTS ASSIGN "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORES-FILE-STATUS.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FW-ORDERS-SORTED ASSIGN "receiving-po-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-RECEIPTS-SORTED
               ASSIGN "receiving-rcpt-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-ORDERS-WORK ASSIGN "receiving-po-sort.tmp".
             SELECT SD-RECEIPTS-WORK ASSIGN "receiving-rcpt-sort.tmp".
             SELECT FO-REGISTER ASSIGN "receiving.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-DISCREPANCY ASSIGN "receiving-discrepancy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REJECTS ASSIGN "receipt-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-APPLIED ASSIGN "receipts-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-PURCHASE-ORDERS.
           01 FS-ORDER-RAW PIC X(111).

           FD FI-RECEIPTS.
           01 FS-RECEIPT-RAW PIC X(50).

           FD FI-STORES.
           01 FS-STORE-RECORD.
             05 ST-CODE PIC X(3).
             05 FILLER  PIC X.
             05 ST-NAME PIC X(30).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

      *>  One open PO line.  Name and category are only used when
      *>  the receipt inserts an id the master has not seen.
           FD FW-ORDERS-SORTED.
           01 FS-ORDER-RECORD.
             05 PO-NUMBER        PIC X(8).
             05 FILLER           PIC X.
             05 PO-LINE          PIC 9(3).
             05 FILLER           PIC X.
             05 PO-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 PO-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 PO-UNITS-ORDERED PIC 9(5).
             05 FILLER           PIC X.
             05 PO-SELL-IN       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X.
             05 PO-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X.
             05 PO-DUE-DATE      PIC 9(8).
             05 FILLER           PIC X.
             05 PO-ITEM-NAME     PIC X(50).
             05 FILLER           PIC X.
             05 PO-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 PO-SUPPLIER-CODE PIC X(6).

      *>  One delivery against a PO line, as counted at the back
      *>  door: where it arrived, how many, and in what condition.
           FD FW-RECEIPTS-SORTED.
           01 FS-RECEIPT-RECORD.
             05 RC-PO-NUMBER      PIC X(8).
             05 FILLER            PIC X.
             05 RC-PO-LINE        PIC 9(3).
             05 FILLER            PIC X.
             05 RC-STORE-CODE     PIC X(3).
             05 FILLER            PIC X.
             05 RC-UNITS-RECEIVED PIC 9(5).
             05 FILLER            PIC X.
             05 RC-SELL-IN        PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER            PIC X.
             05 RC-QUALITY        PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER            PIC X.
             05 RC-RECEIPT-DATE   PIC 9(8).
             05 FILLER            PIC X.
             05 RC-LOT-NUMBER     PIC X(8).

           SD SD-ORDERS-WORK.
           01 SRT-ORDER-RECORD.
             05 SRO-PO-NUMBER PIC X(8).
             05 FILLER        PIC X.
             05 SRO-PO-LINE   PIC X(3).
             05 FILLER        PIC X(99).

           SD SD-RECEIPTS-WORK.
           01 SRT-RECEIPT-RECORD.
             05 SRR-PO-NUMBER PIC X(8).
             05 FILLER        PIC X.
             05 SRR-PO-LINE   PIC X(3).
             05 FILLER        PIC X(38).

           FD FO-REGISTER.
           01 FS-REGISTER-LINE PIC X(100).

           FD FO-DISCREPANCY.
           01 FS-DISCREPANCY-LINE PIC X(132).

           FD FO-REJECTS.
           01 FS-REJECT-RECORD.
             05 RRJ-RAW-RECORD PIC X(50).
             05 FILLER         PIC X VALUE SPACE.
             05 RRJ-REASON     PIC X(30).

      *>  One record per posted receipt, as the lot stood once it
      *>  was posted: written even on a night with no receipts
      *>  (empty), so the supplier scorecard always finds it.
           FD FO-APPLIED.
           01 FS-APPLIED-RECORD.
             05 RA-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-LOT-NUMBER    PIC X(8).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-STORE-CODE    PIC X(3).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-SUPPLIER-CODE PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-UNITS         PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-RECEIPT-DATE  PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 RA-ACTION        PIC X(8).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-ORDERS-STATUS PIC XX VALUE SPACES.
           01 WS-RECEIPTS-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-MASTER-OPEN VALUE 'Y'.
           01 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
             88 WS-ON-MASTER VALUE 'Y'.
           01 WS-OTHER-LOT-SWITCH PIC X VALUE 'N'.
             88 WS-OTHER-LOT VALUE 'Y'.

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

      *>  Current PO line and receipt keys on each side of the
      *>  match; an exhausted side holds HIGH-VALUES.
           01 WS-ORDER-KEY.
             05 WS-OK-NUMBER PIC X(8).
             05 WS-OK-LINE   PIC X(3).
           01 WS-RECEIPT-KEY.
             05 WS-RK-NUMBER PIC X(8).
             05 WS-RK-LINE   PIC X(3).

           01 WS-VALID-SWITCH PIC X VALUE 'Y'.
             88 WS-VALID VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(30).

      *>  Units received tonight against the PO line in hand.
           01 WS-LINE-RECEIVED PIC 9(7) VALUE 0.
           01 WS-LINE-RECEIPTS PIC 9(5) VALUE 0.

           01 WS-ORDERS-READ      PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-READ    PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-ADDED   PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-INSERTED PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-NEW-LOT PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-HELD    PIC 9(7) VALUE 0.
           01 WS-RECEIPTS-REJECTED PIC 9(7) VALUE 0.
           01 WS-DISCREPANCY-COUNT PIC 9(7) VALUE 0.
           01 WS-UNITS-POSTED     PIC 9(9) VALUE 0.

           01 WS-REGISTER-LINE.
             05 WS-RG-PO-NUMBER PIC X(8).
             05 FILLER          PIC X VALUE '/'.
             05 WS-RG-PO-LINE   PIC 9(3).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-ITEM-ID   PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-LOT-NUMBER PIC X(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-NAME      PIC X(31).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-STORE     PIC X(3).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-UNITS     PIC ZZ,ZZ9.
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-SELL-IN   PIC ---9.
             05 FILLER          PIC X VALUE SPACE.
             05 WS-RG-QUALITY   PIC ---9.
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-RG-ACTION    PIC X(8).

           01 WS-DISCREPANCY-HEADING.
             05 FILLER PIC X(13) VALUE 'Discrepancy'.
             05 FILLER PIC X(13) VALUE 'PO/line'.
             05 FILLER PIC X(9)  VALUE 'Item id'.
             05 FILLER PIC X(4)  VALUE 'St'.
             05 FILLER PIC X(7)  VALUE 'Ordrd'.
             05 FILLER PIC X(7)  VALUE 'Recvd'.
             05 FILLER PIC X(10) VALUE 'Expected'.
             05 FILLER PIC X(10) VALUE 'Arrived'.
             05 FILLER PIC X(9)  VALUE 'Due'.
             05 FILLER PIC X(9)  VALUE 'Received'.
             05 FILLER PIC X(4)  VALUE 'Note'.

           01 WS-DISCREPANCY-DETAIL.
             05 WS-DD-TYPE      PIC X(12).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-PO-NUMBER PIC X(8).
             05 FILLER          PIC X VALUE '/'.
             05 WS-DD-PO-LINE   PIC 9(3).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-ITEM-ID   PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-STORE     PIC X(3).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-ORDERED   PIC ZZ,ZZ9.
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-RECEIVED  PIC ZZ,ZZ9.
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-EXPECTED  PIC X(9).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-ARRIVED   PIC X(9).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-DUE-DATE  PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-RCPT-DATE PIC X(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DD-NOTE      PIC X(38).

           01 WS-PAIR-EDIT.
             05 WS-PE-SELL-IN PIC ---9.
             05 FILLER        PIC X VALUE '/'.
             05 WS-PE-QUALITY PIC ---9.

           01 WS-TOTAL-VALUE PIC Z(9)9-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0096-load-stores.

           OPEN OUTPUT FO-REGISTER.
           MOVE 'Goods receiving register' TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.

           OPEN OUTPUT FO-DISCREPANCY.
           MOVE 'Receiving discrepancies against open purchase orders'
             TO FS-DISCREPANCY-LINE.
           WRITE FS-DISCREPANCY-LINE.
           MOVE SPACES TO FS-DISCREPANCY-LINE.
           WRITE FS-DISCREPANCY-LINE.
           WRITE FS-DISCREPANCY-LINE FROM WS-DISCREPANCY-HEADING.

           OPEN OUTPUT FO-APPLIED.

           PERFORM 0097-open-item-master.
           IF NOT WS-MASTER-OPEN
             CLOSE FO-APPLIED
             MOVE 'Item master unavailable -- nothing received'
               TO FS-REGISTER-LINE
             WRITE FS-REGISTER-LINE
             CLOSE FO-DISCREPANCY
             GO TO 0290-wrap-up
           END-IF.

           PERFORM 0105-sort-purchase-orders.
           PERFORM 0110-sort-receipts.

           OPEN OUTPUT FO-REJECTS.
           PERFORM 0140-match-sorted-files.
           CLOSE FO-REJECTS.
           CLOSE FO-APPLIED.
           CLOSE FI-ITEM-MASTER.

           IF WS-DISCREPANCY-COUNT = 0
             MOVE '(none)' TO FS-DISCREPANCY-LINE
             WRITE FS-DISCREPANCY-LINE
           END-IF.
           CLOSE FO-DISCREPANCY.

       0290-wrap-up SECTION.
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-ORDERS-READ TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Open PO lines read    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-READ TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Receipts read         ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-ADDED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Added to master units ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-INSERTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Inserted as new items ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-NEW-LOT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Inserted as new lots  ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-UNITS-POSTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Units posted          ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-HELD TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Held (wrong store)    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-RECEIPTS-REJECTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Receipts rejected     ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-DISCREPANCY-COUNT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Discrepancies         ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.

           CLOSE FO-REGISTER.

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
             MOVE 'receiving' TO RL-STEP-NAME
             MOVE 'RECEIVE' TO RL-MODE
             MOVE WS-RECEIPTS-READ TO RL-RECORDS-READ
             COMPUTE RL-RECORDS-WRITTEN =
               WS-RECEIPTS-ADDED + WS-RECEIPTS-INSERTED
               + WS-RECEIPTS-NEW-LOT
             MOVE WS-RECEIPTS-REJECTED TO RL-RECORDS-REJECTED
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
               WS-STORES-FILE-STATUS ') -- every receipt will'
             DISPLAY 'reject on its store code'
           END-IF.

       0097-open-item-master SECTION.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           ELSE
             DISPLAY 'WARNING: item master itemmast.dat unavailable'
             DISPLAY '(file status ' WS-MASTER-STATUS ') -- no'
             DISPLAY 'receipts posted this run'
           END-IF.

       0105-sort-purchase-orders SECTION.
      *>  No purchase-orders.dat means no line is open: every receipt
      *>  then rejects as naming no open PO line.
           OPEN INPUT FI-PURCHASE-ORDERS.

           IF WS-ORDERS-STATUS NOT = '00'
             MOVE 'No purchase-orders.dat -- no PO lines open'
               TO FS-REGISTER-LINE
             WRITE FS-REGISTER-LINE
             OPEN OUTPUT FW-ORDERS-SORTED
             CLOSE FW-ORDERS-SORTED
           ELSE
             CLOSE FI-PURCHASE-ORDERS
             SORT SD-ORDERS-WORK ON ASCENDING KEY SRO-PO-NUMBER
                 SRO-PO-LINE
               USING FI-PURCHASE-ORDERS
               GIVING FW-ORDERS-SORTED
           END-IF.

       0110-sort-receipts SECTION.
      *>  No receipts.dat still walks the PO lines, so lines past
      *>  their due date show up late.
           OPEN INPUT FI-RECEIPTS.

           IF WS-RECEIPTS-STATUS NOT = '00'
             MOVE 'No receipts.dat to receive' TO FS-REGISTER-LINE
             WRITE FS-REGISTER-LINE
             OPEN OUTPUT FW-RECEIPTS-SORTED
             CLOSE FW-RECEIPTS-SORTED
           ELSE
             CLOSE FI-RECEIPTS
             SORT SD-RECEIPTS-WORK ON ASCENDING KEY SRR-PO-NUMBER
                 SRR-PO-LINE
               WITH DUPLICATES IN ORDER
               USING FI-RECEIPTS
               GIVING FW-RECEIPTS-SORTED
           END-IF.

       0140-match-sorted-files SECTION.
      *>  Equal keys receive against the PO line in hand; a low
      *>  receipt key names no open line; a low PO key means every
      *>  receipt for the line is in, so the line is closed off for
      *>  short, over or late.
           OPEN INPUT FW-ORDERS-SORTED.
           OPEN INPUT FW-RECEIPTS-SORTED.

           PERFORM 0145-read-sorted-order.
           PERFORM 0146-read-sorted-receipt.

           PERFORM UNTIL WS-ORDER-KEY = HIGH-VALUES
             AND WS-RECEIPT-KEY = HIGH-VALUES
             EVALUATE TRUE
               WHEN WS-RECEIPT-KEY = WS-ORDER-KEY
                 PERFORM 0150-receive-against-line
                 PERFORM 0146-read-sorted-receipt
               WHEN WS-RECEIPT-KEY < WS-ORDER-KEY
                 MOVE 'NO OPEN PO LINE' TO WS-REJECT-REASON
                 PERFORM 0190-write-reject
                 PERFORM 0146-read-sorted-receipt
               WHEN OTHER
                 PERFORM 0180-close-order-line
                 PERFORM 0145-read-sorted-order
             END-EVALUATE
           END-PERFORM.

           CLOSE FW-ORDERS-SORTED.
           CLOSE FW-RECEIPTS-SORTED.

       0145-read-sorted-order SECTION.
           MOVE 0 TO WS-LINE-RECEIVED.
           MOVE 0 TO WS-LINE-RECEIPTS.
           READ FW-ORDERS-SORTED
             AT END
               MOVE HIGH-VALUES TO WS-ORDER-KEY
             NOT AT END
               ADD 1 TO WS-ORDERS-READ
               MOVE PO-NUMBER TO WS-OK-NUMBER
               MOVE FS-ORDER-RECORD(10:3) TO WS-OK-LINE
           END-READ.

       0146-read-sorted-receipt SECTION.
           READ FW-RECEIPTS-SORTED
             AT END
               MOVE HIGH-VALUES TO WS-RECEIPT-KEY
             NOT AT END
               ADD 1 TO WS-RECEIPTS-READ
               MOVE RC-PO-NUMBER TO WS-RK-NUMBER
               MOVE FS-RECEIPT-RECORD(10:3) TO WS-RK-LINE
           END-READ.

       0150-receive-against-line SECTION.
           PERFORM 0155-validate-receipt.

           IF NOT WS-VALID
             PERFORM 0190-write-reject
           ELSE
             ADD 1 TO WS-LINE-RECEIPTS
             ADD RC-UNITS-RECEIVED TO WS-LINE-RECEIVED
             IF RC-RECEIPT-DATE > PO-DUE-DATE
               MOVE 'LATE' TO WS-DD-TYPE
               MOVE 'received after the due date' TO WS-DD-NOTE
               PERFORM 0185-write-receipt-discrepancy
             END-IF
             IF RC-SELL-IN < PO-SELL-IN OR RC-QUALITY < PO-QUALITY
               MOVE 'DEGRADED' TO WS-DD-TYPE
               MOVE 'arrived below expected -- posted'
                 TO WS-DD-NOTE
               PERFORM 0185-write-receipt-discrepancy
             END-IF
             IF RC-STORE-CODE NOT = PO-STORE-CODE
               ADD 1 TO WS-RECEIPTS-HELD
               MOVE 'WRONG-STORE' TO WS-DD-TYPE
               MOVE SPACES TO WS-DD-NOTE
               STRING 'delivered to ' DELIMITED BY SIZE
                 RC-STORE-CODE DELIMITED BY SIZE
                 ' -- not posted' DELIMITED BY SIZE
                 INTO WS-DD-NOTE
               PERFORM 0185-write-receipt-discrepancy
             ELSE
               PERFORM 0160-post-receipt
             END-IF
           END-IF.

       0155-validate-receipt SECTION.
           MOVE 'Y' TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-STORE-INDEX.

           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = RC-STORE-CODE
               MOVE WS-STORE-SEARCH TO WS-STORE-INDEX
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-STORE-INDEX = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STORE CODE UNKNOWN' TO WS-REJECT-REASON
             WHEN RC-UNITS-RECEIVED NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'UNITS NOT NUMERIC' TO WS-REJECT-REASON
             WHEN RC-UNITS-RECEIVED = ZEROS
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'UNITS RECEIVED ZERO' TO WS-REJECT-REASON
             WHEN RC-SELL-IN NOT NUMERIC
               OR RC-QUALITY NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'SELL-IN/QUALITY NOT NUMERIC' TO WS-REJECT-REASON
             WHEN RC-RECEIPT-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'RECEIPT DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

       0160-post-receipt SECTION.
      *>  Units are added to the lot's existing position; a new lot
      *>  or a new id is inserted active with the condition it
      *>  arrived in, stamped tonight so the next extract's missing
      *>  check sees it.
           MOVE PO-ITEM-ID TO MAST-ITEM-ID.
           MOVE RC-LOT-NUMBER TO MAST-LOT-NUMBER.
           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

           MOVE 'N' TO WS-OTHER-LOT-SWITCH.
           IF NOT WS-ON-MASTER
             PERFORM 0165-find-other-lot
           END-IF.

           EVALUATE TRUE
             WHEN NOT WS-ON-MASTER AND NOT WS-OTHER-LOT
               MOVE PO-ITEM-ID TO MAST-ITEM-ID
               MOVE RC-LOT-NUMBER TO MAST-LOT-NUMBER
               MOVE PO-STORE-CODE TO MAST-STORE-CODE
               MOVE RC-SELL-IN TO MAST-SELL-IN
               MOVE RC-QUALITY TO MAST-QUALITY
               MOVE PO-ITEM-NAME TO MAST-ITEM-NAME
               MOVE PO-CATEGORY-CODE TO MAST-ITEM-CATEGORY-CODE
               MOVE RC-UNITS-RECEIVED TO MAST-QUANTITY
               MOVE WS-RUN-DATE TO MAST-LAST-RUN-DATE
               MOVE 'A' TO MAST-STATUS-FLAG
               MOVE ZEROS TO MAST-SUCCESSOR-ID
               MOVE PO-SUPPLIER-CODE TO MAST-SUPPLIER-CODE
               MOVE RC-RECEIPT-DATE TO MAST-ARRIVAL-DATE
               WRITE FS-MASTER-RECORD
               ADD 1 TO WS-RECEIPTS-INSERTED
               ADD RC-UNITS-RECEIVED TO WS-UNITS-POSTED
               MOVE 'INSERTED' TO WS-RG-ACTION
               PERFORM 0170-write-register-line
             WHEN MAST-STORE-CODE NOT = PO-STORE-CODE
               ADD 1 TO WS-RECEIPTS-HELD
               MOVE 'WRONG-STORE' TO WS-DD-TYPE
               MOVE SPACES TO WS-DD-NOTE
               STRING 'master holds the id at ' DELIMITED BY SIZE
                 MAST-STORE-CODE DELIMITED BY SIZE
                 ' -- not posted' DELIMITED BY SIZE
                 INTO WS-DD-NOTE
               PERFORM 0185-write-receipt-discrepancy
             WHEN MAST-STATUS-FLAG = 'N'
               MOVE 'ID RENAMED -- PO NAMES OLD ID' TO WS-REJECT-REASON
               PERFORM 0190-write-reject
             WHEN NOT WS-ON-MASTER
      *>  A new lot of an id the master already carries: name,
      *>  category and store come from the lot just read, and so
      *>  does the supplier when the PO line names none.
               MOVE PO-ITEM-ID TO MAST-ITEM-ID
               MOVE RC-LOT-NUMBER TO MAST-LOT-NUMBER
               MOVE RC-SELL-IN TO MAST-SELL-IN
               MOVE RC-QUALITY TO MAST-QUALITY
               MOVE RC-UNITS-RECEIVED TO MAST-QUANTITY
               MOVE WS-RUN-DATE TO MAST-LAST-RUN-DATE
               MOVE 'A' TO MAST-STATUS-FLAG
               MOVE ZEROS TO MAST-SUCCESSOR-ID
               IF PO-SUPPLIER-CODE NOT = SPACES
                 MOVE PO-SUPPLIER-CODE TO MAST-SUPPLIER-CODE
               END-IF
               MOVE RC-RECEIPT-DATE TO MAST-ARRIVAL-DATE
               WRITE FS-MASTER-RECORD
               ADD 1 TO WS-RECEIPTS-NEW-LOT
               ADD RC-UNITS-RECEIVED TO WS-UNITS-POSTED
               MOVE 'NEW LOT' TO WS-RG-ACTION
               PERFORM 0170-write-register-line
             WHEN MAST-QUANTITY + RC-UNITS-RECEIVED > 99999
               MOVE 'QUANTITY WOULD OVERFLOW' TO WS-REJECT-REASON
               PERFORM 0190-write-reject
             WHEN OTHER
      *>  Stock arriving for a sold-out, scrapped, returned or
      *>  missing id puts it back on the shelf, as the extract does.
               MOVE 'A' TO MAST-STATUS-FLAG
               ADD RC-UNITS-RECEIVED TO MAST-QUANTITY
               IF MAST-SUPPLIER-CODE = SPACES
                 MOVE PO-SUPPLIER-CODE TO MAST-SUPPLIER-CODE
               END-IF
               IF MAST-ARRIVAL-DATE NOT NUMERIC
                 OR MAST-ARRIVAL-DATE = ZEROS
                 MOVE RC-RECEIPT-DATE TO MAST-ARRIVAL-DATE
               END-IF
               REWRITE FS-MASTER-RECORD
               ADD 1 TO WS-RECEIPTS-ADDED
               ADD RC-UNITS-RECEIVED TO WS-UNITS-POSTED
               MOVE 'ADDED' TO WS-RG-ACTION
               PERFORM 0170-write-register-line
           END-EVALUATE.

       0165-find-other-lot SECTION.
      *>  Any other lot of the id, read by the id alone.
           MOVE PO-ITEM-ID TO MAST-ITEM-ID.
           START FI-ITEM-MASTER KEY = MAST-ITEM-ID
             INVALID KEY
               MOVE 'N' TO WS-OTHER-LOT-SWITCH
             NOT INVALID KEY
               READ FI-ITEM-MASTER NEXT RECORD
                 AT END
                   MOVE 'N' TO WS-OTHER-LOT-SWITCH
                 NOT AT END
                   IF MAST-ITEM-ID = PO-ITEM-ID
                     MOVE 'Y' TO WS-OTHER-LOT-SWITCH
                   END-IF
               END-READ
           END-START.

       0170-write-register-line SECTION.
      *>  Only posted receipts come here, so the register line and
      *>  the receipts-applied.dat record go out together.
           MOVE PO-NUMBER TO WS-RG-PO-NUMBER.
           MOVE PO-LINE TO WS-RG-PO-LINE.
           MOVE MAST-ITEM-ID TO WS-RG-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO WS-RG-LOT-NUMBER.
           MOVE MAST-ITEM-NAME TO WS-RG-NAME.
           MOVE MAST-STORE-CODE TO WS-RG-STORE.
           MOVE RC-UNITS-RECEIVED TO WS-RG-UNITS.
           MOVE RC-SELL-IN TO WS-RG-SELL-IN.
           MOVE RC-QUALITY TO WS-RG-QUALITY.
           WRITE FS-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE SPACES TO FS-APPLIED-RECORD.
           MOVE WS-RUN-DATE TO RA-RUN-DATE.
           MOVE MAST-ITEM-ID TO RA-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO RA-LOT-NUMBER.
           MOVE MAST-STORE-CODE TO RA-STORE-CODE.
           MOVE MAST-SUPPLIER-CODE TO RA-SUPPLIER-CODE.
           MOVE RC-UNITS-RECEIVED TO RA-UNITS.
           MOVE RC-RECEIPT-DATE TO RA-RECEIPT-DATE.
           MOVE WS-RG-ACTION TO RA-ACTION.
           WRITE FS-APPLIED-RECORD.

       0180-close-order-line SECTION.
      *>  Tonight's receipts against the line, totalled.  A line
      *>  with none is only a discrepancy once it is past due.
           EVALUATE TRUE
             WHEN WS-LINE-RECEIPTS = 0
               IF PO-DUE-DATE < WS-RUN-DATE
                 MOVE 'LATE' TO WS-DD-TYPE
                 MOVE 'past due, nothing received' TO WS-DD-NOTE
                 PERFORM 0187-write-line-discrepancy
               END-IF
             WHEN WS-LINE-RECEIVED < PO-UNITS-ORDERED
               MOVE 'SHORT' TO WS-DD-TYPE
               MOVE 'fewer units than ordered' TO WS-DD-NOTE
               PERFORM 0187-write-line-discrepancy
             WHEN WS-LINE-RECEIVED > PO-UNITS-ORDERED
               MOVE 'OVER' TO WS-DD-TYPE
               MOVE 'more units than ordered' TO WS-DD-NOTE
               PERFORM 0187-write-line-discrepancy
           END-EVALUATE.

       0185-write-receipt-discrepancy SECTION.
           PERFORM 0188-fill-order-columns.
           MOVE RC-UNITS-RECEIVED TO WS-DD-RECEIVED.
           MOVE RC-SELL-IN TO WS-PE-SELL-IN.
           MOVE RC-QUALITY TO WS-PE-QUALITY.
           MOVE WS-PAIR-EDIT TO WS-DD-ARRIVED.
           MOVE RC-RECEIPT-DATE TO WS-DD-RCPT-DATE.
           WRITE FS-DISCREPANCY-LINE FROM WS-DISCREPANCY-DETAIL.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       0187-write-line-discrepancy SECTION.
           PERFORM 0188-fill-order-columns.
           MOVE WS-LINE-RECEIVED TO WS-DD-RECEIVED.
           MOVE SPACES TO WS-DD-ARRIVED.
           MOVE SPACES TO WS-DD-RCPT-DATE.
           WRITE FS-DISCREPANCY-LINE FROM WS-DISCREPANCY-DETAIL.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       0188-fill-order-columns SECTION.
           MOVE PO-NUMBER TO WS-DD-PO-NUMBER.
           MOVE PO-LINE TO WS-DD-PO-LINE.
           MOVE PO-ITEM-ID TO WS-DD-ITEM-ID.
           MOVE PO-STORE-CODE TO WS-DD-STORE.
           MOVE PO-UNITS-ORDERED TO WS-DD-ORDERED.
           MOVE PO-SELL-IN TO WS-PE-SELL-IN.
           MOVE PO-QUALITY TO WS-PE-QUALITY.
           MOVE WS-PAIR-EDIT TO WS-DD-EXPECTED.
           MOVE PO-DUE-DATE TO WS-DD-DUE-DATE.

       0190-write-reject SECTION.
           MOVE SPACES TO FS-REJECT-RECORD.
           MOVE FS-RECEIPT-RECORD TO RRJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO RRJ-REASON.
           WRITE FS-REJECT-RECORD.
           ADD 1 TO WS-RECEIPTS-REJECTED.
