       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-posting.

      *>  General ledger posting for the night, so finance stops
      *>  rekeying valuation.rpt, markdown-feed.dat and
      *>  writeoff-journal.dat into the ledger by hand.  Runs after
      *>  RECON, so only a reconciled night is ever posted, and
      *>  writes one balanced double-entry batch per store in
      *>  stores.dat to gl-journal-<store>.dat: a header record, one
      *>  debit or credit line per account, and a trailer carrying
      *>  the line count and the debit and credit totals.
      *>  Every store and category is valued from out.dat exactly as
      *>  valuation-report does, and compared with the position the
      *>  last posting left in gl-position.dat, so the inventory
      *>  lines tie to the Change line of valuation.rpt.  That change
      *>  is split into:
      *>    - write-offs: writeoff-journal.dat, matched back to its
      *>      out.dat line by item id and lot for the category;
      *>    - the rest of the value change (trading wear, aging
      *>      gains, stock booked in or sold by the branches),
      *>      posted to the revaluation account;
      *>  and three more movements are posted beside it:
      *>    - transfers between stores, from transfers-applied.dat,
      *>      out of one store's inventory and into the other's
      *>      through the inter-store clearing account, so each
      *>      store's batch balances on its own;
      *>    - the markdown provision: each markdown-feed.dat line
      *>      provides its tier's percentage of the line's value
      *>      (TIER1PCT/TIER2PCT/TIER3PCT in markdown-rules.dat,
      *>      10/25/50 when absent), and the movement against the
      *>      provision last posted is charged or released.
      *>  Accounts and cost centre come from gl-accounts.dat by
      *>  category and store.  A batch with a movement nobody mapped,
      *>  a write-off journal whose TOTAL trailer disagrees with its
      *>  lines, or debits that do not equal credits is rejected: the
      *>  store's journal file carries only a header and a REJECTED
      *>  trailer, the full batch goes to gl-rejects.dat for finance,
      *>  and the store's position is left where it was, so its
      *>  movement is posted by the next run once the cause is fixed.
      *>  The first night a store has no position on file only
      *>  establishes it (OPENING), the way valuation-report has no
      *>  Change line the first night.  Each position row carries
      *>  the date it was posted, so a rerun the same night skips the
      *>  stores already posted and night-backout can roll a bad
      *>  night's rows back.  gl-posting.rpt lists every batch and a
      *>  tie-out against valuation.rpt.  RC 4 when any batch was
      *>  rejected.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FI-OUT-ITEMS ASSIGN "out.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FW-OUT-SORTED ASSIGN "glpost-sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SD-OUT-WORK ASSIGN "glpost-sort.tmp".
             SELECT FI-MARKDOWN-FEED ASSIGN "markdown-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
             SELECT FI-WRITEOFF-JOURNAL ASSIGN "writeoff-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
             SELECT FI-TRANSFERS-APPLIED
               ASSIGN "transfers-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFERS-STATUS.
             SELECT FI-GL-POSITION ASSIGN "gl-position.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
             SELECT FI-GL-ACCOUNTS ASSIGN "gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTS-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORES-FILE-STATUS.
             SELECT FI-UNIT-PRICES ASSIGN "unit-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-FILE-STATUS.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-MARKDOWN-RULES ASSIGN "markdown-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-RULES-STATUS.
             SELECT FI-VALUATION-PRIOR ASSIGN "valuation-prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VP-STATUS.
             SELECT FI-VALUATION-LAST ASSIGN "valuation-prior-last.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VL-STATUS.
             SELECT FO-JOURNAL ASSIGN USING WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
             SELECT FO-GL-REJECTS ASSIGN "gl-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REPORT ASSIGN "gl-posting.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-OUT-ITEMS.
           01 FS-OUT-RAW PIC X(91).

           FD FW-OUT-SORTED.
           01 FS-OUT-ITEM.
             COPY itemrec.

      *>  The sort keys only need the leading item id and the
      *>  trailing lot number, the same order markdown-feed and
      *>  writeoff-feed write their files in.
           SD SD-OUT-WORK.
           01 SRT-OUT-RECORD.
             05 SRT-OUT-ITEM-ID PIC X(8).
             05 FILLER          PIC X(75).
             05 SRT-OUT-LOT-NUMBER PIC X(8).

           FD FI-MARKDOWN-FEED.
           01 FS-FEED-RECORD.
             05 MF-ITEM-ID        PIC 9(8).
             05 FILLER            PIC X.
             05 MF-STORE-CODE     PIC X(3).
             05 FILLER            PIC X.
             05 MF-ITEM-NAME      PIC X(50).
             05 FILLER            PIC X.
             05 MF-CATEGORY-CODE  PIC X(2).
             05 FILLER            PIC X.
             05 MF-TRIGGER-REASON PIC X(12).
             05 FILLER            PIC X.
             05 MF-OLD-TIER       PIC 9.
             05 FILLER            PIC X.
             05 MF-NEW-TIER       PIC 9.
             05 FILLER            PIC X.
             05 MF-QUANTITY       PIC 9(5).
             05 FILLER            PIC X.
             05 MF-LOT-NUMBER     PIC X(8).

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

           FD FI-TRANSFERS-APPLIED.
           01 FS-APPLIED-RECORD.
             05 TA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X.
             05 TA-FROM-STORE    PIC X(3).
             05 FILLER           PIC X.
             05 TA-TO-STORE      PIC X(3).
             05 FILLER           PIC X.
             05 TA-TRANSFER-DATE PIC 9(8).
             05 FILLER           PIC X.
             05 TA-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 TA-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X.
             05 TA-QUANTITY      PIC 9(5).
             05 FILLER           PIC X.
             05 TA-ITEM-NAME     PIC X(50).
             05 FILLER           PIC X.
             05 TA-LOT-NUMBER    PIC X(8).

      *>  One row per store and category: the inventory value and
      *>  markdown provision the ledger holds after the posting on
      *>  GP-POSTED-DATE, and the pair it replaced (GP-PREV-...),
      *>  which is what night-backout puts back.
           FD FI-GL-POSITION.
           01 FS-POSITION-RECORD.
             05 GP-STORE-CODE      PIC X(3).
             05 FILLER             PIC X VALUE SPACE.
             05 GP-CATEGORY-CODE   PIC X(2).
             05 FILLER             PIC X VALUE SPACE.
             05 GP-POSTED-DATE     PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 GP-INVENTORY-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 GP-PROVISION       PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 GP-PREV-DATE       PIC 9(8).
             05 FILLER             PIC X VALUE SPACE.
             05 GP-PREV-VALUE      PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER             PIC X VALUE SPACE.
             05 GP-PREV-PROVISION  PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

           FD FI-GL-ACCOUNTS.
           01 FS-GL-ACCOUNT-RECORD.
             05 GA-CATEGORY-CODE  PIC X(2).
             05 FILLER            PIC X.
             05 GA-STORE-CODE     PIC X(3).
             05 FILLER            PIC X.
             05 GA-COST-CENTRE    PIC X(6).
             05 FILLER            PIC X.
             05 GA-INVENTORY-ACCT PIC X(8).
             05 FILLER            PIC X.
             05 GA-WRITEOFF-ACCT  PIC X(8).
             05 FILLER            PIC X.
             05 GA-REVALUE-ACCT   PIC X(8).
             05 FILLER            PIC X.
             05 GA-MARKDOWN-ACCT  PIC X(8).
             05 FILLER            PIC X.
             05 GA-PROVISION-ACCT PIC X(8).
             05 FILLER            PIC X.
             05 GA-CLEARING-ACCT  PIC X(8).

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

           FD FI-MARKDOWN-RULES.
           01 FS-MARKDOWN-RULE-RECORD.
             05 MDR-KEYWORD PIC X(10).
             05 FILLER      PIC X.
             05 MDR-VALUE   PIC 9(3).

           FD FI-VALUATION-PRIOR.
           01 FS-VP-RECORD.
             05 VP-RUN-DATE PIC 9(8).
             05 FILLER PIC X.
             05 VP-TOTAL-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

           FD FI-VALUATION-LAST.
           01 FS-VL-RECORD.
             05 VL-RUN-DATE PIC 9(8).
             05 FILLER PIC X.
             05 VL-TOTAL-VALUE PIC S9(11)V99
                 SIGN IS LEADING SEPARATE CHARACTER.

           FD FO-JOURNAL.
           01 FS-JOURNAL-RECORD PIC X(90).

           FD FO-GL-REJECTS.
           01 FS-REJECT-RECORD PIC X(90).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.

           WORKING-STORAGE SECTION.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-CATEGORY-INDEX PIC 9 VALUE 1.

           01 WS-FEED-STATUS PIC XX VALUE SPACES.
           01 WS-WRITEOFF-STATUS PIC XX VALUE SPACES.
           01 WS-TRANSFERS-STATUS PIC XX VALUE SPACES.
           01 WS-POSITION-STATUS PIC XX VALUE SPACES.
           01 WS-ACCOUNTS-STATUS PIC XX VALUE SPACES.
           01 WS-STORES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PRICES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RULES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-MD-RULES-STATUS PIC XX VALUE SPACES.
           01 WS-VP-STATUS PIC XX VALUE SPACES.
           01 WS-VL-STATUS PIC XX VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           01 WS-LEDGER-STATUS PIC XX VALUE SPACES.

           01 WS-FEED-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-FEED-OPEN VALUE 'Y'.
           01 WS-WRITEOFF-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-WRITEOFF-OPEN VALUE 'Y'.
           01 WS-FEED-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-FEED-EOF VALUE 'Y'.
           01 WS-WRITEOFF-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-WRITEOFF-EOF VALUE 'Y'.

      *>  Item id and lot of the out.dat line and of the feed and
      *>  journal lines waiting beside it; an exhausted feed or
      *>  journal holds HIGH-VALUES.
           01 WS-OUT-KEY.
             05 WS-OUT-KEY-ID     PIC 9(8).
             05 WS-OUT-KEY-LOT    PIC X(8).
           01 WS-FEED-KEY.
             05 WS-FEED-KEY-ID    PIC 9(8).
             05 WS-FEED-KEY-LOT   PIC X(8).
           01 WS-WRITEOFF-KEY.
             05 WS-WRITEOFF-KEY-ID  PIC 9(8).
             05 WS-WRITEOFF-KEY-LOT PIC X(8).

           01 WS-TRANSFERS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-TRANSFERS-EOF VALUE 'Y'.
           01 WS-POSITION-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-POSITION-EOF VALUE 'Y'.
           01 WS-ACCOUNTS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-ACCOUNTS-EOF VALUE 'Y'.
           01 WS-STORES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-STORES-EOF VALUE 'Y'.
           01 WS-PRICES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-PRICES-EOF VALUE 'Y'.
           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
           01 WS-MD-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-MD-RULES-EOF VALUE 'Y'.

           01 WS-RULE-COUNT PIC 9(3) VALUE 0.
           01 WS-CATEGORY-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PATTERN PIC X(50).
               10 WS-RULE-LENGTH  PIC 99.
               10 WS-RULE-CODE    PIC X(2).
           01 WS-MATCH-IDX PIC 9(3).

           01 WS-UNIT-PRICE-TABLE.
             05 WS-UNIT-PRICE OCCURS 5 TIMES PIC 9(5)V99 VALUE 0.

      *>  Per-tier provision rates in per cent, overridable from
      *>  markdown-rules.dat.
           01 WS-TIER-RATE-DEFAULTS.
             05 FILLER PIC 9(3) VALUE 10.
             05 FILLER PIC 9(3) VALUE 25.
             05 FILLER PIC 9(3) VALUE 50.
           01 WS-TIER-RATE-TABLE REDEFINES WS-TIER-RATE-DEFAULTS.
             05 WS-TIER-RATE PIC 9(3) OCCURS 3 TIMES.

      *>  The fields the classifier and the valuation work on, filled
      *>  from an out.dat line or a transfers-applied.dat record.
           01 WS-CL-ITEM-NAME     PIC X(50).
           01 WS-CL-CATEGORY-CODE PIC X(2).
           01 WS-CL-QUALITY       PIC S999.
           01 WS-CL-QUANTITY      PIC 9(5).
           01 WS-ITEM-VALUE       PIC S9(11)V99.
           01 WS-ITEM-PROVISION   PIC S9(11)V99.

      *>  Stores from stores.dat first, then any store only the
      *>  position file still knows (carried forward, never posted).
      *>  Each store holds one cell per category: tonight's value,
      *>  provision, write-offs and transfers, and the position the
      *>  last posting left.
           01 WS-STORE-COUNT PIC 99 VALUE 0.
           01 WS-STORE-TABLE.
             05 WS-STORE-ENTRY OCCURS 20 TIMES.
               10 WS-ST-CODE            PIC X(3).
               10 WS-ST-NAME            PIC X(30).
               10 WS-ST-LISTED-SWITCH   PIC X.
                 88 WS-ST-LISTED VALUE 'Y'.
               10 WS-ST-KNOWN-SWITCH    PIC X.
                 88 WS-ST-POSITION-KNOWN VALUE 'Y'.
               10 WS-ST-DONE-SWITCH     PIC X.
                 88 WS-ST-ALREADY-POSTED VALUE 'Y'.
               10 WS-ST-BATCH-STATUS    PIC X(8).
               10 WS-ST-CATEGORY OCCURS 5 TIMES.
                 15 WS-SC-VALUE          PIC S9(11)V99.
                 15 WS-SC-PROVISION      PIC S9(11)V99.
                 15 WS-SC-WRITEOFF       PIC S9(11)V99.
                 15 WS-SC-XFER-OUT       PIC S9(11)V99.
                 15 WS-SC-XFER-IN        PIC S9(11)V99.
                 15 WS-SC-POSTED-DATE    PIC 9(8).
                 15 WS-SC-POSTED-VALUE   PIC S9(11)V99.
                 15 WS-SC-POSTED-PROV    PIC S9(11)V99.
                 15 WS-SC-PREV-DATE      PIC 9(8).
                 15 WS-SC-PREV-VALUE     PIC S9(11)V99.
                 15 WS-SC-PREV-PROV      PIC S9(11)V99.
           01 WS-STORE-SUB PIC 99 VALUE 0.
           01 WS-CAT-SUB PIC 9 VALUE 0.
           01 WS-FIND-STORE-CODE PIC X(3).
           01 WS-FOUND-STORE-SUB PIC 99 VALUE 0.
           01 WS-STORE-SCAN PIC 99 VALUE 0.
           01 WS-WO-STORE-SUB PIC 99 VALUE 0.
           01 WS-WO-CAT-SUB PIC 9 VALUE 0.
           01 WS-FROM-STORE-SUB PIC 99 VALUE 0.
           01 WS-TO-STORE-SUB PIC 99 VALUE 0.

           01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCOUNT-TABLE.
             05 WS-ACCOUNT-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-ACCOUNT-IDX.
               10 WS-AC-CATEGORY-CODE  PIC X(2).
               10 WS-AC-STORE-CODE     PIC X(3).
               10 WS-AC-COST-CENTRE    PIC X(6).
               10 WS-AC-INVENTORY-ACCT PIC X(8).
               10 WS-AC-WRITEOFF-ACCT  PIC X(8).
               10 WS-AC-REVALUE-ACCT   PIC X(8).
               10 WS-AC-MARKDOWN-ACCT  PIC X(8).
               10 WS-AC-PROVISION-ACCT PIC X(8).
               10 WS-AC-CLEARING-ACCT  PIC X(8).
           01 WS-ACCOUNT-SCAN PIC 9(3).
           01 WS-ACCOUNT-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-ACCOUNT-FOUND VALUE 'Y'.
           01 WS-MAPPED-CATEGORY PIC X(2).

      *>  The batch being built for one store; a store needs at most
      *>  ten lines per category.
           01 WS-LINE-COUNT PIC 9(3) VALUE 0.
           01 WS-BATCH-LINE-TABLE.
             05 WS-BATCH-LINE OCCURS 100 TIMES.
               10 WS-BL-ACCOUNT     PIC X(8).
               10 WS-BL-COST-CENTRE PIC X(6).
               10 WS-BL-CATEGORY    PIC X(2).
               10 WS-BL-SIDE        PIC X(2).
               10 WS-BL-AMOUNT      PIC 9(11)V99.
               10 WS-BL-SOURCE      PIC X(8).
               10 WS-BL-NARRATIVE   PIC X(24).
           01 WS-LINE-SUB PIC 9(3).
           01 WS-BATCH-DEBITS  PIC S9(11)V99 VALUE 0.
           01 WS-BATCH-CREDITS PIC S9(11)V99 VALUE 0.
           01 WS-BATCH-REASON  PIC X(30) VALUE SPACES.

      *>  One double entry at a time: the amount goes debit to the
      *>  first account and credit to the second, swapped when it is
      *>  negative.
           01 WS-PAIR-AMOUNT    PIC S9(11)V99.
           01 WS-PAIR-DEBIT     PIC X(8).
           01 WS-PAIR-CREDIT    PIC X(8).
           01 WS-PAIR-SWAP      PIC X(8).
           01 WS-PAIR-SOURCE    PIC X(8).
           01 WS-PAIR-NARRATIVE PIC X(24).
           01 WS-CELL-CHANGE    PIC S9(11)V99.
           01 WS-CELL-REVALUE   PIC S9(11)V99.
           01 WS-CELL-PROVISION PIC S9(11)V99.

           01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
           01 WS-TARGET-SWITCH PIC X VALUE 'J'.
             88 WS-TARGET-REJECTS VALUE 'R'.
           01 WS-JOURNAL-OUT PIC X(90).

           01 WS-JOURNAL-HEADER.
             05 WS-JH-RECORD-TYPE PIC X VALUE 'H'.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JH-STORE-CODE  PIC X(3).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JH-RUN-DATE    PIC 9(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JH-BATCH-ID    PIC X(12).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JH-STORE-NAME  PIC X(30).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JH-SOURCE      PIC X(8) VALUE 'GLDROSE'.
             05 FILLER            PIC X(23) VALUE SPACES.

           01 WS-JOURNAL-DETAIL.
             05 WS-JD-RECORD-TYPE PIC X VALUE 'D'.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-STORE-CODE  PIC X(3).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-RUN-DATE    PIC 9(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-LINE-NO     PIC 9(5).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-ACCOUNT     PIC X(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-COST-CENTRE PIC X(6).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-CATEGORY    PIC X(2).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-SIDE        PIC X(2).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-AMOUNT      PIC 9(11)V99.
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-SOURCE      PIC X(8).
             05 FILLER            PIC X VALUE SPACE.
             05 WS-JD-NARRATIVE   PIC X(24).

           01 WS-JOURNAL-TRAILER.
             05 WS-JT-RECORD-TYPE   PIC X VALUE 'T'.
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-STORE-CODE    PIC X(3).
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-RUN-DATE      PIC 9(8).
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-LINE-COUNT    PIC 9(5).
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-TOTAL-DEBITS  PIC 9(11)V99.
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-TOTAL-CREDITS PIC 9(11)V99.
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-BATCH-STATUS  PIC X(8).
             05 FILLER              PIC X VALUE SPACE.
             05 WS-JT-REASON        PIC X(30).
             05 FILLER              PIC X(2) VALUE SPACES.

      *>  Counts and totals for the tie-out and the ledger.
           01 WS-OUT-READ          PIC 9(7) VALUE 0.
           01 WS-FEED-READ         PIC 9(7) VALUE 0.
           01 WS-FEED-UNMATCHED    PIC 9(7) VALUE 0.
           01 WS-WRITEOFF-READ     PIC 9(7) VALUE 0.
           01 WS-WRITEOFF-UNMATCHED PIC 9(7) VALUE 0.
           01 WS-TRANSFERS-READ    PIC 9(7) VALUE 0.
           01 WS-UNLISTED-LINES    PIC 9(7) VALUE 0.
           01 WS-LINES-POSTED      PIC 9(7) VALUE 0.
           01 WS-BATCHES-POSTED    PIC 9(5) VALUE 0.
           01 WS-BATCHES-REJECTED  PIC 9(5) VALUE 0.
           01 WS-TOTAL-VALUE       PIC S9(11)V99 VALUE 0.
           01 WS-UNLISTED-VALUE    PIC S9(11)V99 VALUE 0.
           01 WS-WRITEOFF-LINES-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-WRITEOFF-TRAILER  PIC S9(11)V99 VALUE 0.
           01 WS-TRAILER-SWITCH PIC X VALUE 'N'.
             88 WS-TRAILER-FOUND VALUE 'Y'.
           01 WS-GLOBAL-REASON PIC X(30) VALUE SPACES.
           01 WS-POSTED-CHANGE     PIC S9(11)V99 VALUE 0.
           01 WS-POSTED-WRITEOFF   PIC S9(11)V99 VALUE 0.
           01 WS-POSTED-REVALUE    PIC S9(11)V99 VALUE 0.
           01 WS-POSTED-XFER-OUT   PIC S9(11)V99 VALUE 0.
           01 WS-POSTED-XFER-IN    PIC S9(11)V99 VALUE 0.
           01 WS-POSTED-PROVISION  PIC S9(11)V99 VALUE 0.
           01 WS-VALUATION-CHANGE  PIC S9(11)V99 VALUE 0.
           01 WS-VALUATION-DIFF    PIC S9(11)V99 VALUE 0.
           01 WS-VP-TOTAL          PIC S9(11)V99 VALUE 0.
           01 WS-VP-SWITCH PIC X VALUE 'N'.
             88 WS-VP-TONIGHT VALUE 'Y'.
           01 WS-VL-SWITCH PIC X VALUE 'N'.
             88 WS-VL-KNOWN VALUE 'Y'.
           01 WS-VL-TOTAL          PIC S9(11)V99 VALUE 0.

           01 WS-BATCH-LINE-OUT.
             05 FILLER          PIC X(6) VALUE 'Batch '.
             05 WS-BO-BATCH-ID  PIC X(12).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-BO-STORE-NAME PIC X(30).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-BO-STATUS    PIC X(8).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-BO-REASON    PIC X(40).

           01 WS-DETAIL-LINE.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-LINE-NO    PIC ZZZZ9.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-ACCOUNT    PIC X(8).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-COST-CENTRE PIC X(6).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-CATEGORY   PIC X(2).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-SOURCE     PIC X(8).
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-DEBIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-CREDIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             05 FILLER           PIC X(2) VALUE SPACES.
             05 WS-DL-NARRATIVE  PIC X(24).

           01 WS-TOTAL-LINE.
             05 WS-TL-LABEL PIC X(44).
             05 WS-TL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(44).
             05 WS-CL-VALUE PIC Z(9)9.

       PROCEDURE DIVISION.
       0100-start SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE WS-STORE-TABLE.

           PERFORM 0102-load-stores.
           PERFORM 0103-load-gl-accounts.
           PERFORM 0105-load-category-rules.
           PERFORM 0106-load-unit-prices.
           PERFORM 0107-load-provision-rates.
           PERFORM 0108-load-gl-position.
           PERFORM 0109-read-valuation-totals.

           SORT SD-OUT-WORK ON ASCENDING KEY SRT-OUT-ITEM-ID
               SRT-OUT-LOT-NUMBER
             USING FI-OUT-ITEMS
             GIVING FW-OUT-SORTED.

           OPEN INPUT FW-OUT-SORTED.

           OPEN INPUT FI-MARKDOWN-FEED.
           IF WS-FEED-STATUS = '00'
             MOVE 'Y' TO WS-FEED-OPEN-SWITCH
             PERFORM 0115-read-markdown-feed
           ELSE
             DISPLAY 'WARNING: markdown-feed.dat unavailable (status '
               WS-FEED-STATUS ') -- no markdown provision tonight'
             MOVE 'Y' TO WS-FEED-EOF-SWITCH
             MOVE HIGH-VALUES TO WS-FEED-KEY
           END-IF.

           OPEN INPUT FI-WRITEOFF-JOURNAL.
           IF WS-WRITEOFF-STATUS = '00'
             MOVE 'Y' TO WS-WRITEOFF-OPEN-SWITCH
             PERFORM 0116-read-writeoff-journal
           ELSE
             DISPLAY 'WARNING: writeoff-journal.dat unavailable '
               '(status ' WS-WRITEOFF-STATUS ') -- batches held'
             MOVE 'Y' TO WS-WRITEOFF-EOF-SWITCH
             MOVE HIGH-VALUES TO WS-WRITEOFF-KEY
           END-IF.

       0110-read-loop SECTION.
           READ FW-OUT-SORTED AT END GO TO 0190-close-input.
           ADD 1 TO WS-OUT-READ.
           MOVE ITEM-ID OF FS-OUT-ITEM TO WS-OUT-KEY-ID.
           MOVE LOT-NUMBER OF FS-OUT-ITEM TO WS-OUT-KEY-LOT.

           MOVE ITEM-NAME OF FS-OUT-ITEM TO WS-CL-ITEM-NAME.
           MOVE ITEM-CATEGORY-CODE OF FS-OUT-ITEM
             TO WS-CL-CATEGORY-CODE.
           MOVE QUALITY OF FS-OUT-ITEM TO WS-CL-QUALITY.
           MOVE QUANTITY OF FS-OUT-ITEM TO WS-CL-QUANTITY.
           PERFORM 0150-classify-item.
           PERFORM 0160-value-item.

           MOVE STORE-CODE OF FS-OUT-ITEM TO WS-FIND-STORE-CODE.
           PERFORM 0120-find-store.
           MOVE WS-FOUND-STORE-SUB TO WS-STORE-SUB.

           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
           IF WS-STORE-SUB > 0
             ADD WS-ITEM-VALUE
               TO WS-SC-VALUE(WS-STORE-SUB, WS-CATEGORY-INDEX)
           ELSE
             ADD 1 TO WS-UNLISTED-LINES
             ADD WS-ITEM-VALUE TO WS-UNLISTED-VALUE
           END-IF.

           PERFORM 0170-match-markdown.
           PERFORM 0175-match-writeoff.

           GO TO 0110-read-loop.

       0102-load-stores SECTION.
           OPEN INPUT FI-STORES.

           IF WS-STORES-FILE-STATUS = '00'
             PERFORM UNTIL WS-STORES-EOF
               READ FI-STORES
                 AT END
                   MOVE 'Y' TO WS-STORES-EOF-SWITCH
                 NOT AT END
                   IF WS-STORE-COUNT < 20
                     ADD 1 TO WS-STORE-COUNT
                     MOVE ST-CODE TO WS-ST-CODE(WS-STORE-COUNT)
                     MOVE ST-NAME TO WS-ST-NAME(WS-STORE-COUNT)
                     MOVE 'Y' TO WS-ST-LISTED-SWITCH(WS-STORE-COUNT)
                   ELSE
                     DISPLAY 'WARNING: stores.dat store count'
                     DISPLAY 'exceeds table size of 20 -- extra'
                     DISPLAY 'stores are ignored'
                     MOVE 'Y' TO WS-STORES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-STORES
           ELSE
             DISPLAY 'WARNING: stores.dat unavailable (status '
               WS-STORES-FILE-STATUS ') -- no batch can be posted'
           END-IF.

       0103-load-gl-accounts SECTION.
           OPEN INPUT FI-GL-ACCOUNTS.

           IF WS-ACCOUNTS-STATUS = '00'
             PERFORM UNTIL WS-ACCOUNTS-EOF
               READ FI-GL-ACCOUNTS
                 AT END
                   MOVE 'Y' TO WS-ACCOUNTS-EOF-SWITCH
                 NOT AT END
                   IF WS-ACCOUNT-COUNT < 100
                     ADD 1 TO WS-ACCOUNT-COUNT
                     SET WS-ACCOUNT-IDX TO WS-ACCOUNT-COUNT
                     MOVE GA-CATEGORY-CODE
                       TO WS-AC-CATEGORY-CODE(WS-ACCOUNT-IDX)
                     MOVE GA-STORE-CODE
                       TO WS-AC-STORE-CODE(WS-ACCOUNT-IDX)
                     MOVE GA-COST-CENTRE
                       TO WS-AC-COST-CENTRE(WS-ACCOUNT-IDX)
                     MOVE GA-INVENTORY-ACCT
                       TO WS-AC-INVENTORY-ACCT(WS-ACCOUNT-IDX)
                     MOVE GA-WRITEOFF-ACCT
                       TO WS-AC-WRITEOFF-ACCT(WS-ACCOUNT-IDX)
                     MOVE GA-REVALUE-ACCT
                       TO WS-AC-REVALUE-ACCT(WS-ACCOUNT-IDX)
                     MOVE GA-MARKDOWN-ACCT
                       TO WS-AC-MARKDOWN-ACCT(WS-ACCOUNT-IDX)
                     MOVE GA-PROVISION-ACCT
                       TO WS-AC-PROVISION-ACCT(WS-ACCOUNT-IDX)
                     MOVE GA-CLEARING-ACCT
                       TO WS-AC-CLEARING-ACCT(WS-ACCOUNT-IDX)
                   ELSE
                     DISPLAY 'WARNING: gl-accounts.dat row count'
                     DISPLAY 'exceeds table size of 100 -- extra'
                     DISPLAY 'rows are ignored'
                     MOVE 'Y' TO WS-ACCOUNTS-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-GL-ACCOUNTS
           ELSE
             DISPLAY 'WARNING: gl-accounts.dat unavailable (status '
               WS-ACCOUNTS-STATUS ') -- every movement is unmapped'
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

       0107-load-provision-rates SECTION.
      *>  Only the three provision rates matter here; the trigger
      *>  thresholds are markdown-feed's and reference-check already
      *>  reports anything it does not know.
           OPEN INPUT FI-MARKDOWN-RULES.

           IF WS-MD-RULES-STATUS = '00'
             PERFORM UNTIL WS-MD-RULES-EOF
               READ FI-MARKDOWN-RULES
                 AT END
                   MOVE 'Y' TO WS-MD-RULES-EOF-SWITCH
                 NOT AT END
                   EVALUATE MDR-KEYWORD
                     WHEN 'TIER1PCT'
                       MOVE MDR-VALUE TO WS-TIER-RATE(1)
                     WHEN 'TIER2PCT'
                       MOVE MDR-VALUE TO WS-TIER-RATE(2)
                     WHEN 'TIER3PCT'
                       MOVE MDR-VALUE TO WS-TIER-RATE(3)
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE FI-MARKDOWN-RULES
           END-IF.

       0108-load-gl-position SECTION.
      *>  A store with no rows (the first night, or a branch new to
      *>  stores.dat) posts an opening position only.  Rows dated
      *>  tonight mean the store was posted by an earlier run
      *>  tonight and is left alone.
           OPEN INPUT FI-GL-POSITION.

           IF WS-POSITION-STATUS = '00'
             PERFORM UNTIL WS-POSITION-EOF
               READ FI-GL-POSITION
                 AT END
                   MOVE 'Y' TO WS-POSITION-EOF-SWITCH
                 NOT AT END
                   PERFORM 0104-take-position-row
               END-READ
             END-PERFORM
             CLOSE FI-GL-POSITION
           END-IF.

       0104-take-position-row SECTION.
           EVALUATE GP-CATEGORY-CODE
             WHEN '01' MOVE 1 TO WS-CAT-SUB
             WHEN '02' MOVE 2 TO WS-CAT-SUB
             WHEN '03' MOVE 3 TO WS-CAT-SUB
             WHEN '04' MOVE 4 TO WS-CAT-SUB
             WHEN '05' MOVE 5 TO WS-CAT-SUB
             WHEN OTHER MOVE 0 TO WS-CAT-SUB
           END-EVALUATE.

           MOVE GP-STORE-CODE TO WS-FIND-STORE-CODE.
           PERFORM 0120-find-store.
           IF WS-FOUND-STORE-SUB = 0 AND WS-STORE-COUNT < 20
             ADD 1 TO WS-STORE-COUNT
             MOVE WS-STORE-COUNT TO WS-FOUND-STORE-SUB
             MOVE GP-STORE-CODE TO WS-ST-CODE(WS-STORE-COUNT)
             MOVE 'not in stores.dat'
               TO WS-ST-NAME(WS-STORE-COUNT)
             MOVE 'N' TO WS-ST-LISTED-SWITCH(WS-STORE-COUNT)
           END-IF.

           IF WS-CAT-SUB = 0 OR WS-FOUND-STORE-SUB = 0
             DISPLAY 'WARNING: gl-position.dat row for store '
               GP-STORE-CODE ' category ' GP-CATEGORY-CODE
               ' ignored'
           ELSE
             MOVE WS-FOUND-STORE-SUB TO WS-STORE-SUB
             MOVE 'Y' TO WS-ST-KNOWN-SWITCH(WS-STORE-SUB)
             IF GP-POSTED-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-ST-DONE-SWITCH(WS-STORE-SUB)
             END-IF
             MOVE GP-POSTED-DATE
               TO WS-SC-POSTED-DATE(WS-STORE-SUB, WS-CAT-SUB)
             MOVE GP-INVENTORY-VALUE
               TO WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB)
             MOVE GP-PROVISION
               TO WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB)
             MOVE GP-PREV-DATE
               TO WS-SC-PREV-DATE(WS-STORE-SUB, WS-CAT-SUB)
             MOVE GP-PREV-VALUE
               TO WS-SC-PREV-VALUE(WS-STORE-SUB, WS-CAT-SUB)
             MOVE GP-PREV-PROVISION
               TO WS-SC-PREV-PROV(WS-STORE-SUB, WS-CAT-SUB)
           END-IF.

       0109-read-valuation-totals SECTION.
      *>  valuation-report has already replaced its carried total
      *>  with tonight's, and kept last night's in
      *>  valuation-prior-last.dat: the difference is its Change.
           OPEN INPUT FI-VALUATION-PRIOR.
           IF WS-VP-STATUS = '00'
             READ FI-VALUATION-PRIOR
               AT END
                 CONTINUE
               NOT AT END
                 IF VP-RUN-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-VP-SWITCH
                   MOVE VP-TOTAL-VALUE TO WS-VP-TOTAL
                 END-IF
             END-READ
             CLOSE FI-VALUATION-PRIOR
           END-IF.

           OPEN INPUT FI-VALUATION-LAST.
           IF WS-VL-STATUS = '00'
             READ FI-VALUATION-LAST
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 'Y' TO WS-VL-SWITCH
                 MOVE VL-TOTAL-VALUE TO WS-VL-TOTAL
             END-READ
             CLOSE FI-VALUATION-LAST
           END-IF.

       0115-read-markdown-feed SECTION.
           READ FI-MARKDOWN-FEED
             AT END
               MOVE 'Y' TO WS-FEED-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-FEED-KEY
             NOT AT END
               ADD 1 TO WS-FEED-READ
               MOVE MF-ITEM-ID TO WS-FEED-KEY-ID
               MOVE MF-LOT-NUMBER TO WS-FEED-KEY-LOT
           END-READ.

       0116-read-writeoff-journal SECTION.
      *>  The TOTAL trailer is the last record writeoff-feed writes;
      *>  it ends the lines and is kept for the control check.
           READ FI-WRITEOFF-JOURNAL
             AT END
               MOVE 'Y' TO WS-WRITEOFF-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-WRITEOFF-KEY
             NOT AT END
               IF WJ-REASON = 'TOTAL'
                 MOVE 'Y' TO WS-TRAILER-SWITCH
                 MOVE WJ-VALUE-LOST TO WS-WRITEOFF-TRAILER
                 MOVE 'Y' TO WS-WRITEOFF-EOF-SWITCH
                 MOVE HIGH-VALUES TO WS-WRITEOFF-KEY
               ELSE
                 ADD 1 TO WS-WRITEOFF-READ
                 ADD WJ-VALUE-LOST TO WS-WRITEOFF-LINES-TOTAL
                 MOVE WJ-ITEM-ID TO WS-WRITEOFF-KEY-ID
                 MOVE WJ-LOT-NUMBER TO WS-WRITEOFF-KEY-LOT
               END-IF
           END-READ.

       0120-find-store SECTION.
           MOVE 0 TO WS-FOUND-STORE-SUB.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-STORE-COUNT
             OR WS-FOUND-STORE-SUB > 0
             IF WS-ST-CODE(WS-STORE-SCAN) = WS-FIND-STORE-CODE
               MOVE WS-STORE-SCAN TO WS-FOUND-STORE-SUB
             END-IF
           END-PERFORM.

       0150-classify-item SECTION.
           IF WS-CL-CATEGORY-CODE NOT = SPACES
             EVALUATE WS-CL-CATEGORY-CODE
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

       0160-value-item SECTION.
      *>  Priced exactly as valuation-report prices it, so the
      *>  inventory lines tie to valuation.rpt.
           IF WS-CATEGORY-INDEX = 3
             COMPUTE WS-ITEM-VALUE = WS-UNIT-PRICE(3) * WS-CL-QUANTITY
           ELSE
             COMPUTE WS-ITEM-VALUE = WS-CL-QUALITY
               * WS-UNIT-PRICE(WS-CATEGORY-INDEX) * WS-CL-QUANTITY
           END-IF.

       0170-match-markdown SECTION.
      *>  markdown-feed writes its lines in item id and lot order
      *>  from the same out.dat, so the feed walks forward beside it
      *>  and a line is consumed by the out.dat line with its id,
      *>  lot and store.  A feed line nothing matches cannot be
      *>  valued.
           PERFORM UNTIL WS-FEED-EOF
             OR WS-FEED-KEY NOT < WS-OUT-KEY
             ADD 1 TO WS-FEED-UNMATCHED
             PERFORM 0115-read-markdown-feed
           END-PERFORM.

           IF NOT WS-FEED-EOF
             AND WS-FEED-KEY = WS-OUT-KEY
             AND MF-STORE-CODE = STORE-CODE OF FS-OUT-ITEM
             IF MF-NEW-TIER > 0 AND MF-NEW-TIER < 4
               COMPUTE WS-ITEM-PROVISION ROUNDED = WS-ITEM-VALUE
                 * WS-TIER-RATE(MF-NEW-TIER) / 100
               IF WS-STORE-SUB > 0
                 ADD WS-ITEM-PROVISION
                   TO WS-SC-PROVISION(WS-STORE-SUB, WS-CATEGORY-INDEX)
               END-IF
             END-IF
             PERFORM 0115-read-markdown-feed
           END-IF.

       0175-match-writeoff SECTION.
      *>  Write-off lines walk forward the same way and take the
      *>  category the out.dat line classifies to; a line left
      *>  behind is still posted, on its own category code.
           PERFORM UNTIL WS-WRITEOFF-EOF
             OR WS-WRITEOFF-KEY NOT < WS-OUT-KEY
             PERFORM 0177-post-unmatched-writeoff
             PERFORM 0116-read-writeoff-journal
           END-PERFORM.

           IF NOT WS-WRITEOFF-EOF
             AND WS-WRITEOFF-KEY = WS-OUT-KEY
             AND WJ-STORE-CODE = STORE-CODE OF FS-OUT-ITEM
             IF WS-STORE-SUB > 0
               ADD WJ-VALUE-LOST
                 TO WS-SC-WRITEOFF(WS-STORE-SUB, WS-CATEGORY-INDEX)
             END-IF
             PERFORM 0116-read-writeoff-journal
           END-IF.

       0177-post-unmatched-writeoff SECTION.
           ADD 1 TO WS-WRITEOFF-UNMATCHED.

           EVALUATE WJ-CATEGORY
             WHEN '02' MOVE 2 TO WS-WO-CAT-SUB
             WHEN '03' MOVE 3 TO WS-WO-CAT-SUB
             WHEN '04' MOVE 4 TO WS-WO-CAT-SUB
             WHEN '05' MOVE 5 TO WS-WO-CAT-SUB
             WHEN OTHER MOVE 1 TO WS-WO-CAT-SUB
           END-EVALUATE.

           MOVE WJ-STORE-CODE TO WS-FIND-STORE-CODE.
           PERFORM 0120-find-store.
           MOVE WS-FOUND-STORE-SUB TO WS-WO-STORE-SUB.
           IF WS-WO-STORE-SUB > 0
             ADD WJ-VALUE-LOST
               TO WS-SC-WRITEOFF(WS-WO-STORE-SUB, WS-WO-CAT-SUB)
           END-IF.

       0180-load-transfers SECTION.
      *>  Each applied move is valued as the stock stood when it
      *>  left: the same quality and units out.dat priced tonight.
           OPEN INPUT FI-TRANSFERS-APPLIED.

           IF WS-TRANSFERS-STATUS = '00'
             PERFORM UNTIL WS-TRANSFERS-EOF
               READ FI-TRANSFERS-APPLIED
                 AT END
                   MOVE 'Y' TO WS-TRANSFERS-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-TRANSFERS-READ
                   PERFORM 0185-value-transfer
               END-READ
             END-PERFORM
             CLOSE FI-TRANSFERS-APPLIED
           ELSE
             DISPLAY 'WARNING: transfers-applied.dat unavailable '
               '(status ' WS-TRANSFERS-STATUS ') -- no transfers'
           END-IF.

       0185-value-transfer SECTION.
           MOVE TA-ITEM-NAME TO WS-CL-ITEM-NAME.
           MOVE TA-CATEGORY-CODE TO WS-CL-CATEGORY-CODE.
           MOVE TA-QUALITY TO WS-CL-QUALITY.
           MOVE TA-QUANTITY TO WS-CL-QUANTITY.
           PERFORM 0150-classify-item.
           PERFORM 0160-value-item.

           MOVE TA-FROM-STORE TO WS-FIND-STORE-CODE.
           PERFORM 0120-find-store.
           MOVE WS-FOUND-STORE-SUB TO WS-FROM-STORE-SUB.
           MOVE TA-TO-STORE TO WS-FIND-STORE-CODE.
           PERFORM 0120-find-store.
           MOVE WS-FOUND-STORE-SUB TO WS-TO-STORE-SUB.

           IF WS-FROM-STORE-SUB > 0
             ADD WS-ITEM-VALUE
               TO WS-SC-XFER-OUT(WS-FROM-STORE-SUB, WS-CATEGORY-INDEX)
           END-IF.
           IF WS-TO-STORE-SUB > 0
             ADD WS-ITEM-VALUE
               TO WS-SC-XFER-IN(WS-TO-STORE-SUB, WS-CATEGORY-INDEX)
           END-IF.

       0190-close-input SECTION.
           PERFORM UNTIL WS-WRITEOFF-EOF
             PERFORM 0177-post-unmatched-writeoff
             PERFORM 0116-read-writeoff-journal
           END-PERFORM.
           PERFORM UNTIL WS-FEED-EOF
             ADD 1 TO WS-FEED-UNMATCHED
             PERFORM 0115-read-markdown-feed
           END-PERFORM.

           CLOSE FW-OUT-SORTED.
           IF WS-FEED-OPEN
             CLOSE FI-MARKDOWN-FEED
           END-IF.
           IF WS-WRITEOFF-OPEN
             CLOSE FI-WRITEOFF-JOURNAL
           END-IF.

           PERFORM 0180-load-transfers.

      *>  A write-off journal that is missing, cut short or does not
      *>  add up to its own trailer cannot be posted from: every
      *>  batch is held until it is sorted out.
           EVALUATE TRUE
             WHEN NOT WS-WRITEOFF-OPEN
               MOVE 'WRITE-OFF JOURNAL MISSING' TO WS-GLOBAL-REASON
             WHEN NOT WS-TRAILER-FOUND
               MOVE 'WRITE-OFF TRAILER MISSING' TO WS-GLOBAL-REASON
             WHEN WS-WRITEOFF-TRAILER NOT = WS-WRITEOFF-LINES-TOTAL
               MOVE 'WRITE-OFF TRAILER MISMATCH' TO WS-GLOBAL-REASON
           END-EVALUATE.

       0200-post-batches SECTION.
           OPEN OUTPUT FO-REPORT.
           OPEN OUTPUT FO-GL-REJECTS.

           MOVE SPACES TO FS-REPORT-LINE.
           STRING 'General ledger posting -- run date '
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1 UNTIL
             WS-STORE-SUB > WS-STORE-COUNT
             PERFORM 0210-post-store
           END-PERFORM.

           PERFORM 0260-write-tie-out.
           PERFORM 0270-write-position.

           CLOSE FO-GL-REJECTS.
           CLOSE FO-REPORT.

           PERFORM 0250-append-run-ledger.

           IF WS-BATCHES-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

       0300-return SECTION.
           GOBACK.

       0210-post-store SECTION.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-BATCH-DEBITS.
           MOVE 0 TO WS-BATCH-CREDITS.
           MOVE SPACES TO WS-BATCH-REASON.

           EVALUATE TRUE
             WHEN NOT WS-ST-LISTED(WS-STORE-SUB)
               MOVE 'UNLISTED' TO WS-ST-BATCH-STATUS(WS-STORE-SUB)
               MOVE 'position carried, not posted'
                 TO WS-BATCH-REASON
             WHEN WS-ST-ALREADY-POSTED(WS-STORE-SUB)
               MOVE 'DONE' TO WS-ST-BATCH-STATUS(WS-STORE-SUB)
               MOVE 'already posted tonight'
                 TO WS-BATCH-REASON
             WHEN NOT WS-ST-POSITION-KNOWN(WS-STORE-SUB)
               MOVE 'OPENING' TO WS-ST-BATCH-STATUS(WS-STORE-SUB)
               MOVE 'opening position established'
                 TO WS-BATCH-REASON
               PERFORM 0240-write-batch
             WHEN OTHER
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL
                 WS-CAT-SUB > 5
                 PERFORM 0220-build-category-lines
               END-PERFORM
               IF WS-BATCH-REASON = SPACES
                 MOVE WS-GLOBAL-REASON TO WS-BATCH-REASON
               END-IF
               IF WS-BATCH-REASON = SPACES
                 AND WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                 MOVE 'DEBITS AND CREDITS DIFFER' TO WS-BATCH-REASON
               END-IF
               IF WS-BATCH-REASON = SPACES
                 MOVE 'POSTED' TO WS-ST-BATCH-STATUS(WS-STORE-SUB)
                 ADD 1 TO WS-BATCHES-POSTED
                 ADD WS-LINE-COUNT TO WS-LINES-POSTED
               ELSE
                 MOVE 'REJECTED' TO WS-ST-BATCH-STATUS(WS-STORE-SUB)
                 ADD 1 TO WS-BATCHES-REJECTED
               END-IF
               PERFORM 0240-write-batch
           END-EVALUATE.

           PERFORM 0245-report-batch.

       0220-build-category-lines SECTION.
      *>  The cell's inventory change against the last posting splits
      *>  into its write-offs and the rest (revaluation); transfers
      *>  and the provision movement post beside it.  Nothing to post
      *>  needs no account.
           COMPUTE WS-CELL-CHANGE =
             WS-SC-VALUE(WS-STORE-SUB, WS-CAT-SUB)
             - WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB).
           COMPUTE WS-CELL-REVALUE = WS-CELL-CHANGE
             + WS-SC-WRITEOFF(WS-STORE-SUB, WS-CAT-SUB).
           COMPUTE WS-CELL-PROVISION =
             WS-SC-PROVISION(WS-STORE-SUB, WS-CAT-SUB)
             - WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB).

           IF WS-CELL-REVALUE NOT = 0
             OR WS-CELL-PROVISION NOT = 0
             OR WS-SC-WRITEOFF(WS-STORE-SUB, WS-CAT-SUB) NOT = 0
             OR WS-SC-XFER-OUT(WS-STORE-SUB, WS-CAT-SUB) NOT = 0
             OR WS-SC-XFER-IN(WS-STORE-SUB, WS-CAT-SUB) NOT = 0
             PERFORM 0225-find-account
             IF NOT WS-ACCOUNT-FOUND
               IF WS-BATCH-REASON = SPACES
                 STRING 'NO ACCOUNT FOR CATEGORY '
                   DELIMITED BY SIZE
                   WS-MAPPED-CATEGORY DELIMITED BY SIZE
                   INTO WS-BATCH-REASON
               END-IF
             ELSE
               MOVE WS-SC-WRITEOFF(WS-STORE-SUB, WS-CAT-SUB)
                 TO WS-PAIR-AMOUNT
               MOVE WS-AC-WRITEOFF-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-DEBIT
               MOVE WS-AC-INVENTORY-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-CREDIT
               MOVE 'WRITEOFF' TO WS-PAIR-SOURCE
               MOVE 'Write-offs' TO WS-PAIR-NARRATIVE
               PERFORM 0230-add-line-pair

               MOVE WS-CELL-REVALUE TO WS-PAIR-AMOUNT
               MOVE WS-AC-INVENTORY-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-DEBIT
               MOVE WS-AC-REVALUE-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-CREDIT
               MOVE 'VALUECHG' TO WS-PAIR-SOURCE
               MOVE 'Inventory value change' TO WS-PAIR-NARRATIVE
               PERFORM 0230-add-line-pair

               MOVE WS-SC-XFER-OUT(WS-STORE-SUB, WS-CAT-SUB)
                 TO WS-PAIR-AMOUNT
               MOVE WS-AC-CLEARING-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-DEBIT
               MOVE WS-AC-INVENTORY-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-CREDIT
               MOVE 'TRANSFER' TO WS-PAIR-SOURCE
               MOVE 'Transfers out' TO WS-PAIR-NARRATIVE
               PERFORM 0230-add-line-pair

               MOVE WS-SC-XFER-IN(WS-STORE-SUB, WS-CAT-SUB)
                 TO WS-PAIR-AMOUNT
               MOVE WS-AC-INVENTORY-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-DEBIT
               MOVE WS-AC-CLEARING-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-CREDIT
               MOVE 'TRANSFER' TO WS-PAIR-SOURCE
               MOVE 'Transfers in' TO WS-PAIR-NARRATIVE
               PERFORM 0230-add-line-pair

               MOVE WS-CELL-PROVISION TO WS-PAIR-AMOUNT
               MOVE WS-AC-MARKDOWN-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-DEBIT
               MOVE WS-AC-PROVISION-ACCT(WS-ACCOUNT-IDX)
                 TO WS-PAIR-CREDIT
               MOVE 'MARKDOWN' TO WS-PAIR-SOURCE
               MOVE 'Markdown provision' TO WS-PAIR-NARRATIVE
               PERFORM 0230-add-line-pair
             END-IF
           END-IF.

       0225-find-account SECTION.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE '0' TO WS-MAPPED-CATEGORY(1:1).
           MOVE WS-CAT-SUB TO WS-MAPPED-CATEGORY(2:1).

           PERFORM VARYING WS-ACCOUNT-SCAN FROM 1 BY 1 UNTIL
             WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT OR WS-ACCOUNT-FOUND
             SET WS-ACCOUNT-IDX TO WS-ACCOUNT-SCAN
             IF WS-AC-CATEGORY-CODE(WS-ACCOUNT-IDX) =
               WS-MAPPED-CATEGORY
               AND WS-AC-STORE-CODE(WS-ACCOUNT-IDX) =
               WS-ST-CODE(WS-STORE-SUB)
               MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
             END-IF
           END-PERFORM.

       0230-add-line-pair SECTION.
           IF WS-PAIR-AMOUNT < 0
             MOVE WS-PAIR-DEBIT TO WS-PAIR-SWAP
             MOVE WS-PAIR-CREDIT TO WS-PAIR-DEBIT
             MOVE WS-PAIR-SWAP TO WS-PAIR-CREDIT
             COMPUTE WS-PAIR-AMOUNT = 0 - WS-PAIR-AMOUNT
           END-IF.

           IF WS-PAIR-AMOUNT > 0
             IF WS-LINE-COUNT > 98
               IF WS-BATCH-REASON = SPACES
                 MOVE 'TOO MANY LINES FOR ONE BATCH'
                   TO WS-BATCH-REASON
               END-IF
             ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-PAIR-DEBIT TO WS-BL-ACCOUNT(WS-LINE-COUNT)
               MOVE 'DR' TO WS-BL-SIDE(WS-LINE-COUNT)
               PERFORM 0235-fill-line
               ADD WS-PAIR-AMOUNT TO WS-BATCH-DEBITS
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-PAIR-CREDIT TO WS-BL-ACCOUNT(WS-LINE-COUNT)
               MOVE 'CR' TO WS-BL-SIDE(WS-LINE-COUNT)
               PERFORM 0235-fill-line
               ADD WS-PAIR-AMOUNT TO WS-BATCH-CREDITS
             END-IF
           END-IF.

       0235-fill-line SECTION.
           MOVE WS-AC-COST-CENTRE(WS-ACCOUNT-IDX)
             TO WS-BL-COST-CENTRE(WS-LINE-COUNT).
           MOVE WS-MAPPED-CATEGORY TO WS-BL-CATEGORY(WS-LINE-COUNT).
           MOVE WS-PAIR-AMOUNT TO WS-BL-AMOUNT(WS-LINE-COUNT).
           MOVE WS-PAIR-SOURCE TO WS-BL-SOURCE(WS-LINE-COUNT).
           MOVE WS-PAIR-NARRATIVE TO WS-BL-NARRATIVE(WS-LINE-COUNT).

       0240-write-batch SECTION.
      *>  The store's journal file always exists after a run, so the
      *>  archive and finance's loader find one per store; only a
      *>  POSTED batch carries lines in it.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING 'gl-journal-' DELIMITED BY SIZE
             WS-ST-CODE(WS-STORE-SUB) DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILE-NAME.

           MOVE WS-ST-CODE(WS-STORE-SUB) TO WS-JH-STORE-CODE.
           MOVE WS-RUN-DATE TO WS-JH-RUN-DATE.
           MOVE SPACES TO WS-JH-BATCH-ID.
           STRING WS-ST-CODE(WS-STORE-SUB) DELIMITED BY SIZE
             '-' DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-JH-BATCH-ID.
           MOVE WS-ST-NAME(WS-STORE-SUB) TO WS-JH-STORE-NAME.

           OPEN OUTPUT FO-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY 'WARNING: ' WS-JOURNAL-FILE-NAME
               ' cannot be written (status ' WS-JOURNAL-STATUS ')'
           ELSE
             MOVE 'J' TO WS-TARGET-SWITCH
             IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'POSTED'
               PERFORM 0242-put-batch
             ELSE
               MOVE WS-JOURNAL-HEADER TO WS-JOURNAL-OUT
               PERFORM 0248-put-record
               IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'REJECTED'
                 MOVE 'R' TO WS-TARGET-SWITCH
                 PERFORM 0242-put-batch
                 MOVE 'J' TO WS-TARGET-SWITCH
               END-IF
               PERFORM 0244-build-trailer
               MOVE 0 TO WS-JT-LINE-COUNT
               MOVE 0 TO WS-JT-TOTAL-DEBITS
               MOVE 0 TO WS-JT-TOTAL-CREDITS
               MOVE WS-JOURNAL-TRAILER TO WS-JOURNAL-OUT
               PERFORM 0248-put-record
             END-IF
             CLOSE FO-JOURNAL
           END-IF.

       0242-put-batch SECTION.
           MOVE WS-JOURNAL-HEADER TO WS-JOURNAL-OUT.
           PERFORM 0248-put-record.

           MOVE WS-ST-CODE(WS-STORE-SUB) TO WS-JD-STORE-CODE.
           MOVE WS-RUN-DATE TO WS-JD-RUN-DATE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1 UNTIL
             WS-LINE-SUB > WS-LINE-COUNT
             MOVE WS-LINE-SUB TO WS-JD-LINE-NO
             MOVE WS-BL-ACCOUNT(WS-LINE-SUB) TO WS-JD-ACCOUNT
             MOVE WS-BL-COST-CENTRE(WS-LINE-SUB) TO WS-JD-COST-CENTRE
             MOVE WS-BL-CATEGORY(WS-LINE-SUB) TO WS-JD-CATEGORY
             MOVE WS-BL-SIDE(WS-LINE-SUB) TO WS-JD-SIDE
             MOVE WS-BL-AMOUNT(WS-LINE-SUB) TO WS-JD-AMOUNT
             MOVE WS-BL-SOURCE(WS-LINE-SUB) TO WS-JD-SOURCE
             MOVE WS-BL-NARRATIVE(WS-LINE-SUB) TO WS-JD-NARRATIVE
             MOVE WS-JOURNAL-DETAIL TO WS-JOURNAL-OUT
             PERFORM 0248-put-record
           END-PERFORM.

           PERFORM 0244-build-trailer.
           PERFORM 0248-put-record.

       0244-build-trailer SECTION.
      *>  The trailer is the debit/credit check finance's loader
      *>  repeats: line count and both sides' totals, and the status
      *>  the batch ended in.
           MOVE WS-ST-CODE(WS-STORE-SUB) TO WS-JT-STORE-CODE.
           MOVE WS-RUN-DATE TO WS-JT-RUN-DATE.
           MOVE WS-LINE-COUNT TO WS-JT-LINE-COUNT.
           MOVE WS-BATCH-DEBITS TO WS-JT-TOTAL-DEBITS.
           MOVE WS-BATCH-CREDITS TO WS-JT-TOTAL-CREDITS.
           IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'POSTED'
             MOVE 'BALANCED' TO WS-JT-BATCH-STATUS
             MOVE SPACES TO WS-JT-REASON
           ELSE
             MOVE WS-ST-BATCH-STATUS(WS-STORE-SUB)
               TO WS-JT-BATCH-STATUS
             MOVE WS-BATCH-REASON TO WS-JT-REASON
           END-IF.
           MOVE WS-JOURNAL-TRAILER TO WS-JOURNAL-OUT.

       0245-report-batch SECTION.
           MOVE SPACES TO WS-BO-BATCH-ID.
           STRING WS-ST-CODE(WS-STORE-SUB) DELIMITED BY SIZE
             '-' DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-BO-BATCH-ID.
           MOVE WS-ST-NAME(WS-STORE-SUB) TO WS-BO-STORE-NAME.
           MOVE WS-ST-BATCH-STATUS(WS-STORE-SUB) TO WS-BO-STATUS.
           MOVE WS-BATCH-REASON TO WS-BO-REASON.
           WRITE FS-REPORT-LINE FROM WS-BATCH-LINE-OUT.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1 UNTIL
             WS-LINE-SUB > WS-LINE-COUNT
             MOVE WS-LINE-SUB TO WS-DL-LINE-NO
             MOVE WS-BL-ACCOUNT(WS-LINE-SUB) TO WS-DL-ACCOUNT
             MOVE WS-BL-COST-CENTRE(WS-LINE-SUB) TO WS-DL-COST-CENTRE
             MOVE WS-BL-CATEGORY(WS-LINE-SUB) TO WS-DL-CATEGORY
             MOVE WS-BL-SOURCE(WS-LINE-SUB) TO WS-DL-SOURCE
             IF WS-BL-SIDE(WS-LINE-SUB) = 'DR'
               MOVE WS-BL-AMOUNT(WS-LINE-SUB) TO WS-DL-DEBIT
               MOVE 0 TO WS-DL-CREDIT
             ELSE
               MOVE 0 TO WS-DL-DEBIT
               MOVE WS-BL-AMOUNT(WS-LINE-SUB) TO WS-DL-CREDIT
             END-IF
             MOVE WS-BL-NARRATIVE(WS-LINE-SUB) TO WS-DL-NARRATIVE
             WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

           IF WS-LINE-COUNT > 0
             MOVE SPACES TO WS-DETAIL-LINE
             MOVE 'TOTALS' TO WS-DL-SOURCE
             MOVE WS-BATCH-DEBITS TO WS-DL-DEBIT
             MOVE WS-BATCH-CREDITS TO WS-DL-CREDIT
             WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0248-put-record SECTION.
           IF WS-TARGET-REJECTS
             WRITE FS-REJECT-RECORD FROM WS-JOURNAL-OUT
           ELSE
             WRITE FS-JOURNAL-RECORD FROM WS-JOURNAL-OUT
           END-IF.

       0250-append-run-ledger SECTION.
           OPEN EXTEND FO-RUN-LEDGER.
           IF WS-LEDGER-STATUS = '35'
             OPEN OUTPUT FO-RUN-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS = '00'
             MOVE SPACES TO FS-LEDGER-RECORD
             MOVE WS-RUN-DATE TO RL-RUN-DATE
             MOVE 'gl-posting' TO RL-STEP-NAME
             MOVE 'GLPOST' TO RL-MODE
             MOVE WS-OUT-READ TO RL-RECORDS-READ
             MOVE WS-LINES-POSTED TO RL-RECORDS-WRITTEN
             MOVE WS-BATCHES-REJECTED TO RL-RECORDS-REJECTED
             MOVE 'COMPLETE' TO RL-STATUS
             WRITE FS-LEDGER-RECORD
             CLOSE FO-RUN-LEDGER
           ELSE
             DISPLAY 'WARNING: run-ledger.dat unavailable (status '
               WS-LEDGER-STATUS ') -- run not recorded in ledger'
           END-IF.

       0260-write-tie-out SECTION.
      *>  What finance ties to valuation.rpt: the inventory change
      *>  posted tonight against the Change line, with its
      *>  write-off and revaluation parts, beside the movements
      *>  that are not part of it.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1 UNTIL
             WS-STORE-SUB > WS-STORE-COUNT
             IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'POSTED'
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL
                 WS-CAT-SUB > 5
                 COMPUTE WS-CELL-CHANGE =
                   WS-SC-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                   - WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                 ADD WS-CELL-CHANGE TO WS-POSTED-CHANGE
                 ADD WS-SC-WRITEOFF(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-POSTED-WRITEOFF
                 ADD WS-SC-XFER-OUT(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-POSTED-XFER-OUT
                 ADD WS-SC-XFER-IN(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-POSTED-XFER-IN
                 COMPUTE WS-POSTED-PROVISION = WS-POSTED-PROVISION
                   + WS-SC-PROVISION(WS-STORE-SUB, WS-CAT-SUB)
                   - WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB)
               END-PERFORM
             END-IF
           END-PERFORM.
           COMPUTE WS-POSTED-REVALUE =
             WS-POSTED-CHANGE + WS-POSTED-WRITEOFF.

           MOVE 'Tie-out to valuation.rpt' TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

           MOVE 'Inventory value tonight (out.dat)' TO WS-TL-LABEL.
           MOVE WS-TOTAL-VALUE TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-UNLISTED-LINES > 0
             MOVE '  of which on stores not in stores.dat'
               TO WS-TL-LABEL
             MOVE WS-UNLISTED-VALUE TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-VP-TONIGHT
             MOVE 'valuation.rpt Total value' TO WS-TL-LABEL
             MOVE WS-VP-TOTAL TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-VP-TONIGHT AND WS-VL-KNOWN
             COMPUTE WS-VALUATION-CHANGE = WS-VP-TOTAL - WS-VL-TOTAL
             MOVE 'valuation.rpt Change' TO WS-TL-LABEL
             MOVE WS-VALUATION-CHANGE TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
             MOVE 'valuation.rpt has no Change line tonight'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'Inventory value change posted' TO WS-TL-LABEL.
           MOVE WS-POSTED-CHANGE TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '  write-offs (writeoff-journal.dat)' TO WS-TL-LABEL.
           COMPUTE WS-TL-VALUE = 0 - WS-POSTED-WRITEOFF.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '  revaluation (wear, aging, stock booked)'
             TO WS-TL-LABEL.
           MOVE WS-POSTED-REVALUE TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-VP-TONIGHT AND WS-VL-KNOWN
             COMPUTE WS-VALUATION-DIFF =
               WS-VALUATION-CHANGE - WS-POSTED-CHANGE
             MOVE 'Change not posted tonight' TO WS-TL-LABEL
             MOVE WS-VALUATION-DIFF TO WS-TL-VALUE
             WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE
             IF WS-VALUATION-DIFF NOT = 0
               MOVE '  (held, opening or already posted stores)'
                 TO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
             END-IF
           END-IF.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'Transfers out posted' TO WS-TL-LABEL.
           MOVE WS-POSTED-XFER-OUT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Transfers in posted' TO WS-TL-LABEL.
           MOVE WS-POSTED-XFER-IN TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'Markdown provision movement posted' TO WS-TL-LABEL.
           MOVE WS-POSTED-PROVISION TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'writeoff-journal.dat TOTAL trailer' TO WS-TL-LABEL.
           MOVE WS-WRITEOFF-TRAILER TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE 'out.dat lines read' TO WS-CL-LABEL.
           MOVE WS-OUT-READ TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'markdown-feed.dat lines read' TO WS-CL-LABEL.
           MOVE WS-FEED-READ TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-FEED-UNMATCHED > 0
             MOVE '  not matched to out.dat (no provision)'
               TO WS-CL-LABEL
             MOVE WS-FEED-UNMATCHED TO WS-CL-VALUE
             WRITE FS-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.
           MOVE 'writeoff-journal.dat lines read' TO WS-CL-LABEL.
           MOVE WS-WRITEOFF-READ TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-WRITEOFF-UNMATCHED > 0
             MOVE '  not matched to out.dat (own category)'
               TO WS-CL-LABEL
             MOVE WS-WRITEOFF-UNMATCHED TO WS-CL-VALUE
             WRITE FS-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.
           MOVE 'transfers-applied.dat moves read' TO WS-CL-LABEL.
           MOVE WS-TRANSFERS-READ TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'Batches posted' TO WS-CL-LABEL.
           MOVE WS-BATCHES-POSTED TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'Batches rejected' TO WS-CL-LABEL.
           MOVE WS-BATCHES-REJECTED TO WS-CL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-BATCHES-REJECTED > 0
             MOVE SPACES TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 'BATCHES REJECTED -- see gl-rejects.dat; their'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             MOVE 'movement posts with the next run once fixed'
               TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
           END-IF.

       0270-write-position SECTION.
      *>  A posted or opening store carries tonight's position --
      *>  the stock it holds once tonight's transfers have moved --
      *>  and keeps the one it replaces beside it.  Every other
      *>  store's rows are written back untouched.
           OPEN OUTPUT FI-GL-POSITION.

           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1 UNTIL
             WS-STORE-SUB > WS-STORE-COUNT
             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL
               WS-CAT-SUB > 5
               IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'POSTED'
                 OR WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'OPENING'
                 MOVE WS-SC-POSTED-DATE(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-SC-PREV-DATE(WS-STORE-SUB, WS-CAT-SUB)
                 MOVE WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-SC-PREV-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                 MOVE WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-SC-PREV-PROV(WS-STORE-SUB, WS-CAT-SUB)
                 MOVE WS-RUN-DATE
                   TO WS-SC-POSTED-DATE(WS-STORE-SUB, WS-CAT-SUB)
                 COMPUTE WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                   = WS-SC-VALUE(WS-STORE-SUB, WS-CAT-SUB)
                   + WS-SC-XFER-IN(WS-STORE-SUB, WS-CAT-SUB)
                   - WS-SC-XFER-OUT(WS-STORE-SUB, WS-CAT-SUB)
                 MOVE WS-SC-PROVISION(WS-STORE-SUB, WS-CAT-SUB)
                   TO WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB)
               END-IF
               IF WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'POSTED'
                 OR WS-ST-BATCH-STATUS(WS-STORE-SUB) = 'OPENING'
                 OR WS-ST-POSITION-KNOWN(WS-STORE-SUB)
                 PERFORM 0275-write-position-row
               END-IF
             END-PERFORM
           END-PERFORM.

           CLOSE FI-GL-POSITION.

       0275-write-position-row SECTION.
           MOVE SPACES TO FS-POSITION-RECORD.
           MOVE WS-ST-CODE(WS-STORE-SUB) TO GP-STORE-CODE.
           MOVE '0' TO GP-CATEGORY-CODE(1:1).
           MOVE WS-CAT-SUB TO GP-CATEGORY-CODE(2:1).
           MOVE WS-SC-POSTED-DATE(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-POSTED-DATE.
           MOVE WS-SC-POSTED-VALUE(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-INVENTORY-VALUE.
           MOVE WS-SC-POSTED-PROV(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-PROVISION.
           MOVE WS-SC-PREV-DATE(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-PREV-DATE.
           MOVE WS-SC-PREV-VALUE(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-PREV-VALUE.
           MOVE WS-SC-PREV-PROV(WS-STORE-SUB, WS-CAT-SUB)
             TO GP-PREV-PROVISION.
           WRITE FS-POSITION-RECORD.
