       IDENTIFICATION DIVISION.
       PROGRAM-ID. item-maintenance.

      *>  Clerk-keyed maintenance of the keyed item master: until now
      *>  the only ways to change itemmast.dat were the nightly
      *>  extract, a transfer or a disposition, so an item keyed with
      *>  the wrong name, category or sell-in stayed wrong until the
      *>  branch fixed its extract.  maintenance.dat carries one
      *>  transaction per change:
      *>    ADD    - a new id, with every field given
      *>    CHANGE - an existing id; each field keyed non-blank
      *>             (name, category, sell-in, quality, quantity,
      *>             store, supplier) replaces the master's, the
      *>             rest stay
      *>    DELETE - an existing id, removed from the master
      *>  plus a reason code and the id of the clerk who keyed it.
      *>  The lot number, last on the transaction, picks the lot of
      *>  the id the transaction is for (blank for an item not held
      *>  in lots); an ADD of a new lot of a known id is allowed.
      *>  The supplier code, after the lot, names the suppliers.dat
      *>  supplier the lot was bought from; it may be left blank on
      *>  an ADD, and is how a lot loaded before the master kept a
      *>  supplier is given one.  An ADD takes tonight as the lot's
      *>  arrival date.
      *>  Store codes are validated against stores.dat, supplier
      *>  codes against suppliers.dat, and category
      *>  codes against category-rules.dat ('01' and '03' are built
      *>  in) before anything is applied; an ADD with no category is
      *>  classified by name the way gilded-rose does it.  Nothing
      *>  here ages an item: a CHANGE is a straight REWRITE of the
      *>  fields keyed and leaves MAST-LAST-RUN-DATE alone.
      *>  maintenance.rpt is the register: every applied transaction
      *>  with the master record in full before and after.  Bad
      *>  transactions reject to maintenance-rejects.dat with a
      *>  reason, never silently vanish.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-MAINTENANCE ASSIGN "maintenance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTENANCE-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORES-FILE-STATUS.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-SUPPLIERS ASSIGN "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-FILE-STATUS.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-REGISTER ASSIGN "maintenance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REJECTS ASSIGN "maintenance-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *>  One transaction per change.  On a CHANGE a blank field
      *>  means "leave it as it is"; sell-in, quality and quantity
      *>  are therefore also seen as text to tell blank from zero.
           FD FI-MAINTENANCE.
           01 FS-MAINTENANCE-RECORD.
             05 MT-ACTION        PIC X(6).
             05 FILLER           PIC X.
             05 MT-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 MT-REASON-CODE   PIC X(4).
             05 FILLER           PIC X.
             05 MT-CLERK-ID      PIC X(8).
             05 FILLER           PIC X.
             05 MT-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 MT-SELL-IN       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 MT-SELL-IN-X REDEFINES MT-SELL-IN PIC X(4).
             05 FILLER           PIC X.
             05 MT-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 MT-QUALITY-X REDEFINES MT-QUALITY PIC X(4).
             05 FILLER           PIC X.
             05 MT-QUANTITY      PIC 9(5).
             05 MT-QUANTITY-X REDEFINES MT-QUANTITY PIC X(5).
             05 FILLER           PIC X.
             05 MT-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 MT-ITEM-NAME     PIC X(50).
             05 FILLER           PIC X.
             05 MT-LOT-NUMBER    PIC X(8).
             05 FILLER           PIC X.
             05 MT-SUPPLIER-CODE PIC X(6).

           FD FI-STORES.
           01 FS-STORE-RECORD.
             05 ST-CODE PIC X(3).
             05 FILLER  PIC X.
             05 ST-NAME PIC X(30).

           FD FI-CATEGORY-RULES.
           01 FS-RULE-RECORD.
             05 CR-PATTERN PIC X(50).
             05 CR-LENGTH  PIC 99.
             05 CR-CODE    PIC X(2).

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
             05 SU-CODE PIC X(6).
             05 FILLER  PIC X.
             05 SU-NAME PIC X(30).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.
             COPY mastrec.

           FD FO-REGISTER.
           01 FS-REGISTER-LINE PIC X(132).

           FD FO-REJECTS.
           01 FS-REJECT-RECORD.
             05 MRJ-RAW-RECORD PIC X(119).
             05 FILLER         PIC X VALUE SPACE.
             05 MRJ-REASON     PIC X(30).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-MAINTENANCE-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.
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
           01 WS-STORE-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-STORE-FOUND VALUE 'Y'.

           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
           01 WS-RULE-COUNT PIC 9(3) VALUE 0.

           01 WS-CATEGORY-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PATTERN PIC X(50).
               10 WS-RULE-LENGTH  PIC 99.
               10 WS-RULE-CODE    PIC X(2).

           01 WS-SUPPLIERS-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-SUPPLIERS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SUPPLIERS-EOF VALUE 'Y'.
           01 WS-SUPPLIER-COUNT PIC 9(3) VALUE 0.

           01 WS-SUPPLIER-TABLE.
             05 WS-SUPPLIER-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-SUPPLIER-IDX.
               10 WS-SU-CODE PIC X(6).

           01 WS-SUPPLIER-SEARCH PIC 9(3).
           01 WS-SUPPLIER-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-SUPPLIER-FOUND VALUE 'Y'.

           01 WS-MATCH-IDX PIC 9(3).
           01 WS-CATEGORY-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-CATEGORY-FOUND VALUE 'Y'.

           01 WS-VALID-SWITCH PIC X VALUE 'Y'.
             88 WS-VALID VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(30).

      *>  The master record as read, kept while the transaction is
      *>  laid over it, for the register's before line.
           01 WS-BEFORE-IMAGE PIC X(115).
           01 WS-AFTER-IMAGE  PIC X(115).

           01 WS-TRANSACTIONS-READ     PIC 9(7) VALUE 0.
           01 WS-TRANSACTIONS-APPLIED  PIC 9(7) VALUE 0.
           01 WS-TRANSACTIONS-REJECTED PIC 9(7) VALUE 0.
           01 WS-ADD-COUNT    PIC 9(7) VALUE 0.
           01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-DELETE-COUNT PIC 9(7) VALUE 0.

           01 WS-COLUMN-HEADING.
             05 FILLER PIC X(11) VALUE SPACES.
             05 FILLER PIC X(4)  VALUE 'St'.
             05 FILLER PIC X(5)  VALUE 'Sell'.
             05 FILLER PIC X(5)  VALUE 'Qual'.
             05 FILLER PIC X(7)  VALUE '  Units'.
             05 FILLER PIC X(4)  VALUE 'Ct'.
             05 FILLER PIC X(2)  VALUE 'S'.
             05 FILLER PIC X(9)  VALUE 'Last run'.
             05 FILLER PIC X(7)  VALUE 'Supplr'.
             05 FILLER PIC X(9)  VALUE 'Arrived'.
             05 FILLER PIC X(4)  VALUE 'Name'.

           01 WS-TRANSACTION-LINE.
             05 WS-TX-ACTION  PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-TX-ITEM-ID PIC 9(8).
             05 FILLER        PIC X(6) VALUE '  lot '.
             05 WS-TX-LOT     PIC X(8).
             05 FILLER        PIC X(9) VALUE '  reason '.
             05 WS-TX-REASON  PIC X(4).
             05 FILLER        PIC X(8) VALUE '  clerk '.
             05 WS-TX-CLERK   PIC X(8).

           01 WS-IMAGE-LINE.
             05 FILLER         PIC X(4) VALUE SPACES.
             05 WS-IM-LABEL    PIC X(7).
             05 WS-IM-STORE    PIC X(3).
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-SELL-IN  PIC ---9.
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-QUALITY  PIC ---9.
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-QUANTITY PIC ZZ,ZZ9.
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-CATEGORY PIC X(2).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 WS-IM-STATUS   PIC X.
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-LAST-RUN PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-SUPPLIER PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-ARRIVED  PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 WS-IM-NAME     PIC X(50).

           01 WS-TOTAL-VALUE PIC Z(9)9-.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0096-load-stores.
           PERFORM 0105-load-category-rules.
           PERFORM 0106-load-suppliers.

           OPEN OUTPUT FO-REGISTER.
           MOVE 'Item master maintenance register' TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE FROM WS-COLUMN-HEADING.
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.

           PERFORM 0097-open-item-master.
           IF NOT WS-MASTER-OPEN
             MOVE 'Item master unavailable -- nothing applied'
               TO FS-REGISTER-LINE
             WRITE FS-REGISTER-LINE
             GO TO 0290-wrap-up
           END-IF.

           OPEN OUTPUT FO-REJECTS.

           OPEN INPUT FI-MAINTENANCE.
           IF WS-MAINTENANCE-STATUS NOT = '00'
             MOVE 'No maintenance.dat to apply' TO FS-REGISTER-LINE
             WRITE FS-REGISTER-LINE
             GO TO 0200-end
           END-IF.

       0110-read-loop SECTION.
           READ FI-MAINTENANCE AT END GO TO 0190-close-input.
           ADD 1 TO WS-TRANSACTIONS-READ.

           PERFORM 0120-validate-transaction.

           IF WS-VALID
             PERFORM 0130-apply-transaction
           END-IF.

           IF NOT WS-VALID
             MOVE SPACES TO FS-REJECT-RECORD
             MOVE FS-MAINTENANCE-RECORD TO MRJ-RAW-RECORD
             MOVE WS-REJECT-REASON TO MRJ-REASON
             WRITE FS-REJECT-RECORD
             ADD 1 TO WS-TRANSACTIONS-REJECTED
           END-IF.

           GO TO 0110-read-loop.

       0190-close-input SECTION.
           CLOSE FI-MAINTENANCE.

       0200-end SECTION.
           CLOSE FO-REJECTS.
           CLOSE FI-ITEM-MASTER.

       0290-wrap-up SECTION.
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-TRANSACTIONS-READ TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Transactions read    ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-ADD-COUNT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Items added          ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-CHANGE-COUNT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Items changed        ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-DELETE-COUNT TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Items deleted        ' DELIMITED BY SIZE
             WS-TOTAL-VALUE DELIMITED BY SIZE
             INTO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-TRANSACTIONS-REJECTED TO WS-TOTAL-VALUE.
           MOVE SPACES TO FS-REGISTER-LINE.
           STRING 'Transactions rejected' DELIMITED BY SIZE
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
             MOVE 'maintenance' TO RL-STEP-NAME
             MOVE 'MAINTAIN' TO RL-MODE
             MOVE WS-TRANSACTIONS-READ TO RL-RECORDS-READ
             MOVE WS-TRANSACTIONS-APPLIED TO RL-RECORDS-WRITTEN
             MOVE WS-TRANSACTIONS-REJECTED TO RL-RECORDS-REJECTED
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
               WS-STORES-FILE-STATUS ') -- every ADD and store'
             DISPLAY 'CHANGE will reject on its store code'
           END-IF.

       0097-open-item-master SECTION.
           OPEN I-O FI-ITEM-MASTER.
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           ELSE
             DISPLAY 'WARNING: item master itemmast.dat unavailable'
             DISPLAY '(file status ' WS-MASTER-STATUS ') -- no'
             DISPLAY 'maintenance applied this run'
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
           ELSE
             DISPLAY 'WARNING: category-rules.dat unavailable'
             DISPLAY '(status ' WS-RULES-FILE-STATUS ') -- only'
             DISPLAY 'categories 01 and 03 will be accepted'
           END-IF.

       0106-load-suppliers SECTION.
           OPEN INPUT FI-SUPPLIERS.

           IF WS-SUPPLIERS-FILE-STATUS = '00'
             PERFORM UNTIL WS-SUPPLIERS-EOF
               READ FI-SUPPLIERS
                 AT END
                   MOVE 'Y' TO WS-SUPPLIERS-EOF-SWITCH
                 NOT AT END
                   IF WS-SUPPLIER-COUNT < 100
                     ADD 1 TO WS-SUPPLIER-COUNT
                     SET WS-SUPPLIER-IDX TO WS-SUPPLIER-COUNT
                     MOVE SU-CODE TO WS-SU-CODE(WS-SUPPLIER-IDX)
                   ELSE
                     DISPLAY 'WARNING: suppliers.dat supplier count'
                     DISPLAY 'exceeds table size of 100 -- extra'
                     DISPLAY 'suppliers are ignored'
                     MOVE 'Y' TO WS-SUPPLIERS-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-SUPPLIERS
           ELSE
             DISPLAY 'WARNING: suppliers.dat unavailable (status '
               WS-SUPPLIERS-FILE-STATUS ') -- every transaction'
             DISPLAY 'keying a supplier will reject on it'
           END-IF.

       0120-validate-transaction SECTION.
      *>  Checks that need only the transaction itself; the checks
      *>  against the master record are made as it is applied.
           MOVE 'Y' TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE 'N' TO WS-SUPPLIER-FOUND-SWITCH.
           PERFORM VARYING WS-SUPPLIER-SEARCH FROM 1 BY 1 UNTIL
             WS-SUPPLIER-SEARCH > WS-SUPPLIER-COUNT
             SET WS-SUPPLIER-IDX TO WS-SUPPLIER-SEARCH
             IF WS-SU-CODE(WS-SUPPLIER-IDX) = MT-SUPPLIER-CODE
               MOVE 'Y' TO WS-SUPPLIER-FOUND-SWITCH
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN MT-ACTION NOT = 'ADD'
               AND MT-ACTION NOT = 'CHANGE'
               AND MT-ACTION NOT = 'DELETE'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ACTION NOT ADD/CHANGE/DELETE' TO WS-REJECT-REASON
             WHEN MT-ITEM-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID NOT NUMERIC' TO WS-REJECT-REASON
             WHEN MT-ITEM-ID = ZEROS
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID MISSING' TO WS-REJECT-REASON
             WHEN MT-REASON-CODE = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'REASON CODE MISSING' TO WS-REJECT-REASON
             WHEN MT-CLERK-ID = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'CLERK ID MISSING' TO WS-REJECT-REASON
             WHEN MT-ACTION = 'ADD'
               AND (MT-STORE-CODE = SPACES OR MT-ITEM-NAME = SPACES
                 OR MT-SELL-IN-X = SPACES OR MT-QUALITY-X = SPACES
                 OR MT-QUANTITY-X = SPACES)
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ADD NEEDS EVERY FIELD' TO WS-REJECT-REASON
             WHEN MT-SELL-IN-X NOT = SPACES
               AND MT-SELL-IN NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'SELL-IN NOT NUMERIC' TO WS-REJECT-REASON
             WHEN MT-QUALITY-X NOT = SPACES
               AND MT-QUALITY NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUALITY NOT NUMERIC' TO WS-REJECT-REASON
             WHEN MT-QUANTITY-X NOT = SPACES
               AND MT-QUANTITY NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
             WHEN MT-ACTION = 'ADD' AND MT-QUANTITY = ZEROS
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUANTITY ZERO' TO WS-REJECT-REASON
             WHEN MT-SUPPLIER-CODE NOT = SPACES
               AND NOT WS-SUPPLIER-FOUND
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'SUPPLIER CODE UNKNOWN' TO WS-REJECT-REASON
           END-EVALUATE.

       0130-apply-transaction SECTION.
           MOVE MT-ITEM-ID TO MAST-ITEM-ID.
           MOVE MT-LOT-NUMBER TO MAST-LOT-NUMBER.
           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

           EVALUATE TRUE
             WHEN MT-ACTION = 'ADD' AND WS-ON-MASTER
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM AND LOT ALREADY ON MASTER'
                 TO WS-REJECT-REASON
             WHEN MT-ACTION NOT = 'ADD' AND NOT WS-ON-MASTER
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID AND LOT NOT ON MASTER' TO WS-REJECT-REASON
             WHEN MT-ACTION = 'ADD'
               PERFORM 0140-add-item
             WHEN MT-ACTION = 'CHANGE'
               PERFORM 0150-change-item
             WHEN OTHER
               PERFORM 0160-delete-item
           END-EVALUATE.

       0140-add-item SECTION.
      *>  A new id goes on active and stamped tonight, as if the
      *>  extract had just carried it.
           MOVE SPACES TO FS-MASTER-RECORD.
           MOVE MT-ITEM-ID TO MAST-ITEM-ID.
           MOVE MT-LOT-NUMBER TO MAST-LOT-NUMBER.
           MOVE MT-STORE-CODE TO MAST-STORE-CODE.
           MOVE MT-SELL-IN TO MAST-SELL-IN.
           MOVE MT-QUALITY TO MAST-QUALITY.
           MOVE MT-ITEM-NAME TO MAST-ITEM-NAME.
           MOVE MT-QUANTITY TO MAST-QUANTITY.
           IF MT-CATEGORY-CODE NOT = SPACES
             MOVE MT-CATEGORY-CODE TO MAST-ITEM-CATEGORY-CODE
           ELSE
             PERFORM 0175-classify-by-name
           END-IF.
           MOVE WS-RUN-DATE TO MAST-LAST-RUN-DATE.
           MOVE 'A' TO MAST-STATUS-FLAG.
           MOVE ZEROS TO MAST-SUCCESSOR-ID.
           MOVE MT-SUPPLIER-CODE TO MAST-SUPPLIER-CODE.
           MOVE WS-RUN-DATE TO MAST-ARRIVAL-DATE.

           PERFORM 0170-validate-after-image.

           IF WS-VALID
             WRITE FS-MASTER-RECORD
             ADD 1 TO WS-ADD-COUNT
             ADD 1 TO WS-TRANSACTIONS-APPLIED
             PERFORM 0180-write-transaction-line
             MOVE SPACES TO FS-REGISTER-LINE
             MOVE 'before' TO FS-REGISTER-LINE(5:)
             MOVE '(not on master)' TO FS-REGISTER-LINE(12:)
             WRITE FS-REGISTER-LINE
             MOVE 'after' TO WS-IM-LABEL
             PERFORM 0185-write-image-line
           END-IF.

       0150-change-item SECTION.
      *>  Only the fields keyed move; sell-in and quality are taken
      *>  as keyed, never run through the aging rules.
           MOVE FS-MASTER-RECORD TO WS-BEFORE-IMAGE.

           IF MT-STORE-CODE NOT = SPACES
             MOVE MT-STORE-CODE TO MAST-STORE-CODE
           END-IF.
           IF MT-SELL-IN-X NOT = SPACES
             MOVE MT-SELL-IN TO MAST-SELL-IN
           END-IF.
           IF MT-QUALITY-X NOT = SPACES
             MOVE MT-QUALITY TO MAST-QUALITY
           END-IF.
           IF MT-QUANTITY-X NOT = SPACES
             MOVE MT-QUANTITY TO MAST-QUANTITY
           END-IF.
           IF MT-CATEGORY-CODE NOT = SPACES
             MOVE MT-CATEGORY-CODE TO MAST-ITEM-CATEGORY-CODE
           END-IF.
           IF MT-ITEM-NAME NOT = SPACES
             MOVE MT-ITEM-NAME TO MAST-ITEM-NAME
           END-IF.
           IF MT-SUPPLIER-CODE NOT = SPACES
             MOVE MT-SUPPLIER-CODE TO MAST-SUPPLIER-CODE
           END-IF.

           PERFORM 0170-validate-after-image.

           IF WS-VALID AND FS-MASTER-RECORD = WS-BEFORE-IMAGE
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE 'CHANGE ALTERS NOTHING' TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID
             REWRITE FS-MASTER-RECORD
             ADD 1 TO WS-CHANGE-COUNT
             ADD 1 TO WS-TRANSACTIONS-APPLIED
             PERFORM 0180-write-transaction-line
             MOVE FS-MASTER-RECORD TO WS-AFTER-IMAGE
             MOVE WS-BEFORE-IMAGE TO FS-MASTER-RECORD
             MOVE 'before' TO WS-IM-LABEL
             PERFORM 0185-write-image-line
             MOVE WS-AFTER-IMAGE TO FS-MASTER-RECORD
             MOVE 'after' TO WS-IM-LABEL
             PERFORM 0185-write-image-line
           END-IF.

       0160-delete-item SECTION.
           DELETE FI-ITEM-MASTER RECORD
             INVALID KEY
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'DELETE FAILED' TO WS-REJECT-REASON
           END-DELETE.

           IF WS-VALID
             ADD 1 TO WS-DELETE-COUNT
             ADD 1 TO WS-TRANSACTIONS-APPLIED
             PERFORM 0180-write-transaction-line
             MOVE 'before' TO WS-IM-LABEL
             PERFORM 0185-write-image-line
             MOVE SPACES TO FS-REGISTER-LINE
             MOVE 'after' TO FS-REGISTER-LINE(5:)
             MOVE '(deleted)' TO FS-REGISTER-LINE(12:)
             WRITE FS-REGISTER-LINE
           END-IF.

       0170-validate-after-image SECTION.
      *>  The record as it would be written: the same store and
      *>  quality limits the nightly extract is held to, and a
      *>  category the rules file knows.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.
           PERFORM VARYING WS-STORE-SEARCH FROM 1 BY 1 UNTIL
             WS-STORE-SEARCH > WS-STORE-COUNT
             SET WS-STORE-IDX TO WS-STORE-SEARCH
             IF WS-ST-CODE(WS-STORE-IDX) = MAST-STORE-CODE
               MOVE 'Y' TO WS-STORE-FOUND-SWITCH
             END-IF
           END-PERFORM.

           MOVE 'N' TO WS-CATEGORY-FOUND-SWITCH.
           IF MAST-ITEM-CATEGORY-CODE = '01'
             OR MAST-ITEM-CATEGORY-CODE = '03'
             MOVE 'Y' TO WS-CATEGORY-FOUND-SWITCH
           END-IF.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
             WS-MATCH-IDX > WS-RULE-COUNT
             SET WS-RULE-IDX TO WS-MATCH-IDX
             IF WS-RULE-CODE(WS-RULE-IDX) = MAST-ITEM-CATEGORY-CODE
               MOVE 'Y' TO WS-CATEGORY-FOUND-SWITCH
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN NOT WS-STORE-FOUND
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'STORE CODE UNKNOWN' TO WS-REJECT-REASON
             WHEN NOT WS-CATEGORY-FOUND
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'CATEGORY CODE UNKNOWN' TO WS-REJECT-REASON
             WHEN (MAST-QUALITY < 0 OR MAST-QUALITY > 50)
               AND MAST-ITEM-CATEGORY-CODE NOT = '03'
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'QUALITY OUT OF RANGE' TO WS-REJECT-REASON
           END-EVALUATE.

       0175-classify-by-name SECTION.
           IF MAST-ITEM-NAME = 'Sulfuras, Hand of Ragnaros'
             MOVE '03' TO MAST-ITEM-CATEGORY-CODE
           ELSE
             MOVE '01' TO MAST-ITEM-CATEGORY-CODE
             PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1 UNTIL
               WS-MATCH-IDX > WS-RULE-COUNT
               SET WS-RULE-IDX TO WS-MATCH-IDX
               IF MAST-ITEM-NAME(1:WS-RULE-LENGTH(WS-RULE-IDX)) =
                 WS-RULE-PATTERN(WS-RULE-IDX)
                   (1:WS-RULE-LENGTH(WS-RULE-IDX))
                 MOVE WS-RULE-CODE(WS-RULE-IDX) TO
                   MAST-ITEM-CATEGORY-CODE
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

       0180-write-transaction-line SECTION.
           MOVE MT-ACTION TO WS-TX-ACTION.
           MOVE MT-ITEM-ID TO WS-TX-ITEM-ID.
           MOVE MT-LOT-NUMBER TO WS-TX-LOT.
           MOVE MT-REASON-CODE TO WS-TX-REASON.
           MOVE MT-CLERK-ID TO WS-TX-CLERK.
           WRITE FS-REGISTER-LINE FROM WS-TRANSACTION-LINE.

       0185-write-image-line SECTION.
           MOVE MAST-STORE-CODE TO WS-IM-STORE.
           MOVE MAST-SELL-IN TO WS-IM-SELL-IN.
           MOVE MAST-QUALITY TO WS-IM-QUALITY.
           MOVE MAST-QUANTITY TO WS-IM-QUANTITY.
           MOVE MAST-ITEM-CATEGORY-CODE TO WS-IM-CATEGORY.
           MOVE MAST-STATUS-FLAG TO WS-IM-STATUS.
           MOVE MAST-LAST-RUN-DATE TO WS-IM-LAST-RUN.
           MOVE MAST-SUPPLIER-CODE TO WS-IM-SUPPLIER.
           IF MAST-ARRIVAL-DATE NUMERIC AND MAST-ARRIVAL-DATE > ZEROS
             MOVE MAST-ARRIVAL-DATE TO WS-IM-ARRIVED
           ELSE
             MOVE SPACES TO WS-IM-ARRIVED
           END-IF.
           MOVE MAST-ITEM-NAME TO WS-IM-NAME.
           WRITE FS-REGISTER-LINE FROM WS-IMAGE-LINE.
