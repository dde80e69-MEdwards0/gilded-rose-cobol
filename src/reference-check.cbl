       IDENTIFICATION DIVISION.
       PROGRAM-ID. reference-check.

      *>  Pre-run guard for the eight hand-edited reference files, run
      *>  right after the staging steps the way gldr-cmpchk guards
      *>  the extract.  Every program that loads these files skips or
      *>  defaults on trouble -- rules past 20 are silently dropped,
      *>    - category codes used in category-rules.dat with no row
      *>      in unit-prices.dat
      *>    - duplicate store codes in stores.dat
      *>    - out-of-range thresholds, provision rates over 100 per
      *>      cent and unknown keywords in markdown-rules.dat
      *>    - aging-rates.dat rows that are not numeric, carry an
      *>      impossible effective date or an unknown category, a
      *>      floor at or over the ceiling, a zero multiplier,
      *>      backstage bands out of order, or repeat a category and
      *>      effective date already on file
      *>    - reorder-points.dat rows that are not numeric, name a
      *>      store not in stores.dat or a category nothing assigns,
      *>      carry a minimum over the maximum, repeat a category and
      *>      store already on file, or pass the 50 rows
      *>      replenishment loads
      *>    - gl-accounts.dat rows with a blank cost centre or
      *>      account, an unknown store or category, a repeated
      *>      category and store, or past the 100 rows gl-posting
      *>      loads, and any priced category at any store with no
      *>      row at all -- its movements could never be posted
      *>    - suppliers.dat rows with a blank code or name, a code
      *>      already on file, or past the 100 suppliers the
      *>      programs load
      *>  Every finding goes to reference-check.rpt and the program
      *>  ends with RETURN-CODE 8 so the nested IF chain holds the
      *>  run for a reference-data fix.
             SELECT FI-MARKDOWN-RULES ASSIGN "markdown-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-RULES-STATUS.
             SELECT FI-AGING-RATES ASSIGN "aging-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.
             SELECT FI-REORDER-POINTS ASSIGN "reorder-points.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-FILE-STATUS.
             SELECT FI-GL-ACCOUNTS ASSIGN "gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
             SELECT FI-SUPPLIERS ASSIGN "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-FILE-STATUS.
             SELECT FO-REPORT ASSIGN "reference-check.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

             05 FILLER      PIC X.
             05 MDR-VALUE   PIC 9(3).

           FD FI-AGING-RATES.
           01 FS-RATE-RECORD.
             COPY raterec.

           FD FI-REORDER-POINTS.
           01 FS-POINT-RECORD.
             05 RP-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X.
             05 RP-STORE-CODE    PIC X(3).
             05 FILLER           PIC X.
             05 RP-MIN-STOCK     PIC 9(5).
             05 FILLER           PIC X.
             05 RP-MAX-STOCK     PIC 9(5).
             05 FILLER           PIC X.
             05 RP-LEAD-TIME     PIC 9(3).

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

           FD FI-SUPPLIERS.
           01 FS-SUPPLIER-RECORD.
             05 SU-CODE PIC X(6).
             05 FILLER  PIC X.
             05 SU-NAME PIC X(30).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

           01 WS-PRICES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-STORES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-MD-RULES-STATUS PIC XX VALUE SPACES.
           01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-POINTS-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-GL-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-SUPPLIERS-FILE-STATUS PIC XX VALUE SPACES.

           01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RULES-EOF VALUE 'Y'.
             88 WS-STORES-EOF VALUE 'Y'.
           01 WS-MD-RULES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-MD-RULES-EOF VALUE 'Y'.
           01 WS-RATES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RATES-EOF VALUE 'Y'.
           01 WS-POINTS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-POINTS-EOF VALUE 'Y'.
           01 WS-GL-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-GL-EOF VALUE 'Y'.
           01 WS-SUPPLIERS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-SUPPLIERS-EOF VALUE 'Y'.

      *>  Every suppliers.dat code seen so far, for the duplicate
      *>  check; twice the 100 suppliers the programs load.
           01 WS-SUPPLIER-COUNT PIC 9(3) VALUE 0.
           01 WS-SUPPLIER-TABLE.
             05 WS-SUPPLIER-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-SUPPLIER-IDX.
               10 WS-SU-CODE PIC X(6).
           01 WS-SUPPLIER-SCAN PIC 9(3).

      *>  Category and store of every gl-accounts.dat row seen so
      *>  far, for the duplicate and coverage checks; twice the 100
      *>  rows gl-posting loads.
           01 WS-GL-COUNT PIC 9(3) VALUE 0.
           01 WS-GL-KEY-TABLE.
             05 WS-GL-KEY-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-GL-IDX.
               10 WS-GK-CATEGORY-CODE PIC X(2).
               10 WS-GK-STORE-CODE    PIC X(3).
           01 WS-GL-SCAN PIC 9(3).

      *>  Category and store of every reorder-points.dat row seen so
      *>  far, for the duplicate check; twice the 50 rows
      *>  replenishment loads.
           01 WS-POINT-COUNT PIC 9(3) VALUE 0.
           01 WS-POINT-KEY-TABLE.
             05 WS-POINT-KEY-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-POINT-IDX.
               10 WS-PK-CATEGORY-CODE PIC X(2).
               10 WS-PK-STORE-CODE    PIC X(3).
           01 WS-POINT-SCAN PIC 9(3).

      *>  Category and effective date of every aging-rates.dat row
      *>  seen so far, for the duplicate check; twice the 50 rows
      *>  the nightly programs load, like the rules table above.
           01 WS-RATE-COUNT PIC 9(3) VALUE 0.
           01 WS-RATE-KEY-TABLE.
             05 WS-RATE-KEY-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-RATE-IDX.
               10 WS-RK-CATEGORY-CODE  PIC X(2).
               10 WS-RK-EFFECTIVE-DATE PIC X(8).
           01 WS-RATE-SCAN PIC 9(3).

      *>  The table is deliberately bigger than the 20-entry tables
      *>  the nightly programs load, so rules past 20 can be seen and
           PERFORM 0150-check-rule-lengths.
           PERFORM 0160-check-rule-shadowing.
           PERFORM 0170-check-rule-pricing.
           PERFORM 0180-check-aging-rates.
           PERFORM 0187-check-reorder-points.
           PERFORM 0189-check-gl-accounts.
           PERFORM 0196-check-suppliers.

           GO TO 0200-summarize.

      *>  The same two keywords markdown-feed understands, with the
      *>  ranges the triggers make sense over: a QUALFLOOR past the
      *>  50-quality cap or a SELLPAST past a year is a hand-edit
      *>  slip, not a pricing policy.  The three per-tier provision
      *>  rates gl-posting reads are percentages of the stock value.
           OPEN INPUT FI-MARKDOWN-RULES.

           IF WS-MD-RULES-STATUS NOT = '00'
           EVALUATE TRUE
             WHEN MDR-KEYWORD NOT = 'QUALFLOOR'
               AND MDR-KEYWORD NOT = 'SELLPAST'
               AND MDR-KEYWORD NOT = 'TIER1PCT'
               AND MDR-KEYWORD NOT = 'TIER2PCT'
               AND MDR-KEYWORD NOT = 'TIER3PCT'
               MOVE 'markdown-rules.dat keyword unknown' TO WS-FL-TAG
               MOVE MDR-KEYWORD TO WS-FL-DETAIL
               PERFORM 0190-write-finding
                 MDR-VALUE DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             WHEN MDR-KEYWORD(1:4) = 'TIER' AND MDR-VALUE > 100
               MOVE 'markdown-rules.dat tier rate out of range (0-100)'
                 TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING MDR-KEYWORD DELIMITED BY SPACE
                 ' value ' DELIMITED BY SIZE
                 MDR-VALUE DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
           END-EVALUATE.

       0150-check-rule-lengths SECTION.
             END-IF
           END-PERFORM.

       0180-check-aging-rates SECTION.
           OPEN INPUT FI-AGING-RATES.

           IF WS-RATES-FILE-STATUS NOT = '00'
             MOVE 'aging-rates.dat unavailable' TO WS-FL-TAG
             MOVE SPACES TO WS-FL-DETAIL
             PERFORM 0190-write-finding
           ELSE
             PERFORM UNTIL WS-RATES-EOF
               READ FI-AGING-RATES
                 AT END
                   MOVE 'Y' TO WS-RATES-EOF-SWITCH
                 NOT AT END
                   PERFORM 0185-check-aging-rate
               END-READ
             END-PERFORM
             CLOSE FI-AGING-RATES
             IF WS-RATE-COUNT > 50
               MOVE 'More aging rates than programs load (50)'
                 TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING 'rates on file: ' DELIMITED BY SIZE
                 WS-RATE-COUNT DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             END-IF
           END-IF.

       0185-check-aging-rate SECTION.
      *>  A bad row is not skipped by the programs that load it -- it
      *>  ages every item in the category from its effective date --
      *>  so each one is a finding.  The category must be one the
      *>  rules can assign or unit-prices.dat prices.
           MOVE SPACES TO WS-FL-DETAIL.
           STRING 'category ' DELIMITED BY SIZE
             AR-CATEGORY-CODE DELIMITED BY SIZE
             ' effective ' DELIMITED BY SIZE
             AR-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO WS-FL-DETAIL.

           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1 UNTIL
             WS-PRICE-SCAN > WS-PRICE-CODE-COUNT OR WS-CODE-FOUND
             IF WS-PC-CODE(WS-PRICE-SCAN) = AR-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1 UNTIL
             WS-RULE-SCAN > WS-RULE-COUNT OR WS-CODE-FOUND
             IF WS-RULE-CODE(WS-RULE-SCAN) = AR-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN AR-EFFECTIVE-DATE NOT NUMERIC
               OR AR-DAILY-DECAY NOT NUMERIC
               OR AR-PAST-MULTIPLIER NOT NUMERIC
               OR AR-QUALITY-FLOOR NOT NUMERIC
               OR AR-QUALITY-CEILING NOT NUMERIC
               OR AR-STEP-BAND-1 NOT NUMERIC
               OR AR-STEP-BAND-2 NOT NUMERIC
               MOVE 'aging-rates.dat field not numeric' TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN FUNCTION TEST-DATE-YYYYMMDD(AR-EFFECTIVE-DATE)
               NOT = 0
               MOVE 'aging-rates.dat effective date invalid'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN NOT WS-CODE-FOUND
               MOVE 'aging-rates.dat category unknown' TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN AR-PAST-MULTIPLIER = 0
               MOVE 'aging-rates.dat multiplier zero' TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN AR-QUALITY-FLOOR NOT < AR-QUALITY-CEILING
               MOVE 'aging-rates.dat floor not under ceiling'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN AR-STEP-BAND-2 > 0
               AND AR-STEP-BAND-2 NOT < AR-STEP-BAND-1
               MOVE 'aging-rates.dat step band 2 not inside band 1'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
           END-EVALUATE.

           PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1 UNTIL
             WS-RATE-SCAN > WS-RATE-COUNT OR WS-RATE-SCAN > 100
             IF WS-RK-CATEGORY-CODE(WS-RATE-SCAN) = AR-CATEGORY-CODE
               AND WS-RK-EFFECTIVE-DATE(WS-RATE-SCAN) =
                 FS-RATE-RECORD(4:8)
               MOVE 'aging-rates.dat duplicate category and date'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             END-IF
           END-PERFORM.

           ADD 1 TO WS-RATE-COUNT.
           IF WS-RATE-COUNT NOT > 100
             SET WS-RATE-IDX TO WS-RATE-COUNT
             MOVE AR-CATEGORY-CODE TO WS-RK-CATEGORY-CODE(WS-RATE-IDX)
             MOVE FS-RATE-RECORD(4:8)
               TO WS-RK-EFFECTIVE-DATE(WS-RATE-IDX)
           END-IF.

       0187-check-reorder-points SECTION.
           OPEN INPUT FI-REORDER-POINTS.

           IF WS-POINTS-FILE-STATUS NOT = '00'
             MOVE 'reorder-points.dat unavailable' TO WS-FL-TAG
             MOVE SPACES TO WS-FL-DETAIL
             PERFORM 0190-write-finding
           ELSE
             PERFORM UNTIL WS-POINTS-EOF
               READ FI-REORDER-POINTS
                 AT END
                   MOVE 'Y' TO WS-POINTS-EOF-SWITCH
                 NOT AT END
                   PERFORM 0188-check-reorder-point
               END-READ
             END-PERFORM
             CLOSE FI-REORDER-POINTS
             IF WS-POINT-COUNT > 50
               MOVE 'More reorder points than replenishment loads (50)'
                 TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING 'rows on file: ' DELIMITED BY SIZE
                 WS-POINT-COUNT DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             END-IF
           END-IF.

       0188-check-reorder-point SECTION.
      *>  A row for a store or category that never occurs orders
      *>  nothing, and the items it was meant for go unreviewed; a
      *>  minimum over the maximum can never be satisfied.
           MOVE SPACES TO WS-FL-DETAIL.
           STRING 'category ' DELIMITED BY SIZE
             RP-CATEGORY-CODE DELIMITED BY SIZE
             ' store ' DELIMITED BY SIZE
             RP-STORE-CODE DELIMITED BY SIZE
             INTO WS-FL-DETAIL.

           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1 UNTIL
             WS-PRICE-SCAN > WS-PRICE-CODE-COUNT OR WS-CODE-FOUND
             IF WS-PC-CODE(WS-PRICE-SCAN) = RP-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1 UNTIL
             WS-RULE-SCAN > WS-RULE-COUNT OR WS-CODE-FOUND
             IF WS-RULE-CODE(WS-RULE-SCAN) = RP-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN RP-MIN-STOCK NOT NUMERIC
               OR RP-MAX-STOCK NOT NUMERIC
               OR RP-LEAD-TIME NOT NUMERIC
               MOVE 'reorder-points.dat field not numeric'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN NOT WS-CODE-FOUND
               MOVE 'reorder-points.dat category unknown' TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN RP-MIN-STOCK > RP-MAX-STOCK
               MOVE 'reorder-points.dat minimum over maximum'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
           END-EVALUATE.

           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-STORE-COUNT OR WS-CODE-FOUND
             IF WS-ST-CODE(WS-STORE-SCAN) = RP-STORE-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           IF NOT WS-CODE-FOUND
             MOVE 'reorder-points.dat store not in stores.dat'
               TO WS-FL-TAG
             PERFORM 0190-write-finding
           END-IF.

           PERFORM VARYING WS-POINT-SCAN FROM 1 BY 1 UNTIL
             WS-POINT-SCAN > WS-POINT-COUNT OR WS-POINT-SCAN > 100
             IF WS-PK-CATEGORY-CODE(WS-POINT-SCAN) = RP-CATEGORY-CODE
               AND WS-PK-STORE-CODE(WS-POINT-SCAN) = RP-STORE-CODE
               MOVE 'reorder-points.dat duplicate category and store'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             END-IF
           END-PERFORM.

           ADD 1 TO WS-POINT-COUNT.
           IF WS-POINT-COUNT NOT > 100
             SET WS-POINT-IDX TO WS-POINT-COUNT
             MOVE RP-CATEGORY-CODE TO WS-PK-CATEGORY-CODE(WS-POINT-IDX)
             MOVE RP-STORE-CODE TO WS-PK-STORE-CODE(WS-POINT-IDX)
           END-IF.

       0189-check-gl-accounts SECTION.
           OPEN INPUT FI-GL-ACCOUNTS.

           IF WS-GL-FILE-STATUS NOT = '00'
             MOVE 'gl-accounts.dat unavailable' TO WS-FL-TAG
             MOVE SPACES TO WS-FL-DETAIL
             PERFORM 0190-write-finding
           ELSE
             PERFORM UNTIL WS-GL-EOF
               READ FI-GL-ACCOUNTS
                 AT END
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
                 NOT AT END
                   PERFORM 0192-check-gl-account
               END-READ
             END-PERFORM
             CLOSE FI-GL-ACCOUNTS
             IF WS-GL-COUNT > 100
               MOVE 'More account mappings than gl-posting loads (100)'
                 TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING 'rows on file: ' DELIMITED BY SIZE
                 WS-GL-COUNT DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             END-IF
             PERFORM 0194-check-gl-coverage
           END-IF.

       0190-write-finding SECTION.
           ADD 1 TO WS-FINDING-COUNT.
           WRITE FS-REPORT-LINE FROM WS-FINDING-LINE.

       0192-check-gl-account SECTION.
      *>  A blank account or cost centre would post a line finance
      *>  cannot load; a row for a store or category that never
      *>  occurs maps nothing, and a repeated row leaves it to chance
      *>  which account a movement lands in.
           MOVE SPACES TO WS-FL-DETAIL.
           STRING 'category ' DELIMITED BY SIZE
             GA-CATEGORY-CODE DELIMITED BY SIZE
             ' store ' DELIMITED BY SIZE
             GA-STORE-CODE DELIMITED BY SIZE
             INTO WS-FL-DETAIL.

           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1 UNTIL
             WS-PRICE-SCAN > WS-PRICE-CODE-COUNT OR WS-CODE-FOUND
             IF WS-PC-CODE(WS-PRICE-SCAN) = GA-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1 UNTIL
             WS-RULE-SCAN > WS-RULE-COUNT OR WS-CODE-FOUND
             IF WS-RULE-CODE(WS-RULE-SCAN) = GA-CATEGORY-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN GA-COST-CENTRE = SPACES
               OR GA-INVENTORY-ACCT = SPACES
               OR GA-WRITEOFF-ACCT = SPACES
               OR GA-REVALUE-ACCT = SPACES
               OR GA-MARKDOWN-ACCT = SPACES
               OR GA-PROVISION-ACCT = SPACES
               OR GA-CLEARING-ACCT = SPACES
               MOVE 'gl-accounts.dat cost centre or account blank'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             WHEN NOT WS-CODE-FOUND
               MOVE 'gl-accounts.dat category unknown' TO WS-FL-TAG
               PERFORM 0190-write-finding
           END-EVALUATE.

           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-STORE-COUNT OR WS-CODE-FOUND
             IF WS-ST-CODE(WS-STORE-SCAN) = GA-STORE-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           IF NOT WS-CODE-FOUND
             MOVE 'gl-accounts.dat store not in stores.dat'
               TO WS-FL-TAG
             PERFORM 0190-write-finding
           END-IF.

           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1 UNTIL
             WS-GL-SCAN > WS-GL-COUNT OR WS-GL-SCAN > 200
             IF WS-GK-CATEGORY-CODE(WS-GL-SCAN) = GA-CATEGORY-CODE
               AND WS-GK-STORE-CODE(WS-GL-SCAN) = GA-STORE-CODE
               MOVE 'gl-accounts.dat duplicate category and store'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             END-IF
           END-PERFORM.

           ADD 1 TO WS-GL-COUNT.
           IF WS-GL-COUNT NOT > 200
             SET WS-GL-IDX TO WS-GL-COUNT
             MOVE GA-CATEGORY-CODE TO WS-GK-CATEGORY-CODE(WS-GL-IDX)
             MOVE GA-STORE-CODE TO WS-GK-STORE-CODE(WS-GL-IDX)
           END-IF.

       0194-check-gl-coverage SECTION.
      *>  gl-posting values stock in the five categories the nightly
      *>  programs price, so each of those codes on unit-prices.dat
      *>  needs a row at every store; a missing one rejects that
      *>  store's batch the first night it has a movement to post.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-STORE-COUNT
             PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1 UNTIL
               WS-PRICE-SCAN > WS-PRICE-CODE-COUNT
               IF WS-PC-CODE(WS-PRICE-SCAN) = '01' OR '02' OR '03'
                 OR '04' OR '05'
                 MOVE 'N' TO WS-CODE-FOUND-SWITCH
                 PERFORM VARYING WS-GL-SCAN FROM 1 BY 1 UNTIL
                   WS-GL-SCAN > WS-GL-COUNT OR WS-GL-SCAN > 200
                   OR WS-CODE-FOUND
                   IF WS-GK-CATEGORY-CODE(WS-GL-SCAN) =
                     WS-PC-CODE(WS-PRICE-SCAN)
                     AND WS-GK-STORE-CODE(WS-GL-SCAN) =
                     WS-ST-CODE(WS-STORE-SCAN)
                     MOVE 'Y' TO WS-CODE-FOUND-SWITCH
                   END-IF
                 END-PERFORM
                 IF NOT WS-CODE-FOUND
                   MOVE 'gl-accounts.dat no row for category and store'
                     TO WS-FL-TAG
                   MOVE SPACES TO WS-FL-DETAIL
                   STRING 'category ' DELIMITED BY SIZE
                     WS-PC-CODE(WS-PRICE-SCAN) DELIMITED BY SIZE
                     ' store ' DELIMITED BY SIZE
                     WS-ST-CODE(WS-STORE-SCAN) DELIMITED BY SIZE
                     INTO WS-FL-DETAIL
                   PERFORM 0190-write-finding
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

       0196-check-suppliers SECTION.
           OPEN INPUT FI-SUPPLIERS.

           IF WS-SUPPLIERS-FILE-STATUS NOT = '00'
             MOVE 'suppliers.dat unavailable' TO WS-FL-TAG
             MOVE SPACES TO WS-FL-DETAIL
             PERFORM 0190-write-finding
           ELSE
             PERFORM UNTIL WS-SUPPLIERS-EOF
               READ FI-SUPPLIERS
                 AT END
                   MOVE 'Y' TO WS-SUPPLIERS-EOF-SWITCH
                 NOT AT END
                   PERFORM 0198-check-supplier
               END-READ
             END-PERFORM
             CLOSE FI-SUPPLIERS
             IF WS-SUPPLIER-COUNT > 100
               MOVE 'More suppliers than programs load (100)'
                 TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING 'suppliers on file: ' DELIMITED BY SIZE
                 WS-SUPPLIER-COUNT DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             END-IF
           END-IF.

       0198-check-supplier SECTION.
      *>  A blank code can never be keyed against a lot, a blank
      *>  name leaves the scorecard line unreadable, and a repeated
      *>  code leaves it to chance which name buying sees.
           MOVE SPACES TO WS-FL-DETAIL.
           STRING 'supplier ' DELIMITED BY SIZE
             SU-CODE DELIMITED BY SIZE
             INTO WS-FL-DETAIL.

           EVALUATE TRUE
             WHEN SU-CODE = SPACES
               MOVE 'suppliers.dat supplier code blank' TO WS-FL-TAG
               MOVE SPACES TO WS-FL-DETAIL
               STRING 'name ' DELIMITED BY SIZE
                 SU-NAME DELIMITED BY SIZE
                 INTO WS-FL-DETAIL
               PERFORM 0190-write-finding
             WHEN SU-NAME = SPACES
               MOVE 'suppliers.dat supplier name blank' TO WS-FL-TAG
               PERFORM 0190-write-finding
           END-EVALUATE.

           PERFORM VARYING WS-SUPPLIER-SCAN FROM 1 BY 1 UNTIL
             WS-SUPPLIER-SCAN > WS-SUPPLIER-COUNT
             OR WS-SUPPLIER-SCAN > 200
             IF WS-SU-CODE(WS-SUPPLIER-SCAN) = SU-CODE
               AND SU-CODE NOT = SPACES
               MOVE 'suppliers.dat duplicate supplier code'
                 TO WS-FL-TAG
               PERFORM 0190-write-finding
             END-IF
           END-PERFORM.

           ADD 1 TO WS-SUPPLIER-COUNT.
           IF WS-SUPPLIER-COUNT NOT > 200
             SET WS-SUPPLIER-IDX TO WS-SUPPLIER-COUNT
             MOVE SU-CODE TO WS-SU-CODE(WS-SUPPLIER-IDX)
           END-IF.

       0200-summarize SECTION.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
