       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FO-AUDIT-TRAIL ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-CATEGORY-RULES ASSIGN "category-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
             SELECT FI-RESTART-CHECK ASSIGN USING WS-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-CHECK-STATUS.
             SELECT FI-AGING-RATES ASSIGN "aging-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           01 FS-RESTART-CHECK-RECORD.
             COPY restartrec.

           FD FI-AGING-RATES.
           01 FS-RATE-RECORD.
             COPY raterec.

           FD FO-AUDIT-TRAIL.
           01 FS-AUDIT-RECORD.
             05 AU-ITEM-ID         PIC 9(8).
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

           WORKING-STORAGE SECTION.
           01 WS-FIRST-CALL-SWITCH PIC X VALUE 'Y'.
           01 WS-ITEM-CATEGORY-CODE PIC X(2) VALUE '01'.
           01 WS-MATCH-IDX PIC 9(3).

      *>  A store partition run of gilded-rose keeps its own audit
      *>  trail and checkpoint (see 0066-set-partition); everyone else
      *>  uses the whole-night files.
           01 WS-AUDIT-FILE-NAME   PIC X(40) VALUE 'audit.dat'.
           01 WS-RESTART-FILE-NAME PIC X(40) VALUE 'restart.dat'.

           01 WS-RESTART-CHECK-STATUS PIC XX VALUE SPACES.
           01 WS-AUDIT-RESTART-SWITCH PIC X VALUE 'N'.
             88 WS-AUDIT-RESTART-ACTIVE VALUE 'Y'.
           01 WS-FORECAST-SWITCH PIC X VALUE 'N'.
             88 WS-FORECAST-ACTIVE VALUE 'Y'.

      *>  Every aging rate comes from aging-rates.dat, tabled once on
      *>  the first call; the rates applied to an item are the ones
      *>  in force for its category on WS-RATE-DATE (the run date, or
      *>  the simulated night in a forecast).
           01 WS-RATE-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RATES-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-RATES-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-RATES-EOF VALUE 'Y'.
           01 WS-RATE-COUNT PIC 9(3) VALUE 0.

           01 WS-AGING-RATE-TABLE.
             05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY WS-RATE-IDX.
               10 WS-RT-CATEGORY-CODE   PIC X(2).
               10 WS-RT-EFFECTIVE-DATE  PIC 9(8).
               10 WS-RT-DAILY-DECAY     PIC S99.
               10 WS-RT-PAST-MULTIPLIER PIC 9.
               10 WS-RT-QUALITY-FLOOR   PIC S999.
               10 WS-RT-QUALITY-CEILING PIC S999.
               10 WS-RT-STEP-BAND-1     PIC 99.
               10 WS-RT-STEP-BAND-2     PIC 99.

           01 WS-RATE-SEARCH PIC 9(3).
           01 WS-RATE-IN-FORCE-DATE PIC 9(8).

      *>  The item master's status flag and last-run date for the item
      *>  about to be aged, handed over by the caller just before the
      *>  call so the audit trail holds the whole master before-image
      *>  night-backout restores from.  '*' means the id was not yet
      *>  on the master; a space means the caller gave no image.
           01 WS-MASTER-STATUS-BEFORE PIC X VALUE SPACE.
           01 WS-MASTER-LAST-RUN-BEFORE PIC 9(8) VALUE ZEROS.

      *>  The rates in force for the item being aged.
           01 WS-DAILY-DECAY     PIC S99.
           01 WS-PAST-MULTIPLIER PIC 9.
           01 WS-PAST-DECAY      PIC S9(3).
           01 WS-QUALITY-FLOOR   PIC S999.
           01 WS-QUALITY-CEILING PIC S999.
           01 WS-STEP-BAND-1     PIC 99.
           01 WS-STEP-BAND-2     PIC 99.

           LINKAGE SECTION.

           01 ITEM.
             COPY itemrec.

           01 RATE-DATE PIC 9(8).

           01 MASTER-STATUS-BEFORE PIC X.
           01 MASTER-LAST-RUN-BEFORE PIC 9(8).

           01 PARTITION-STORE-CODE PIC X(3).

           PROCEDURE DIVISION USING ITEM.

       0050-classify SECTION.
               END-IF
             END-IF
             PERFORM 0055-load-category-rules
             PERFORM 0056-load-aging-rates
             IF WS-RATE-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RATE-DATE
             END-IF
             MOVE 'N' TO WS-FIRST-CALL-SWITCH
           END-IF.

           MOVE QUALITY TO WS-QUALITY-BEFORE.

           PERFORM 0058-lookup-category.
           PERFORM 0063-select-aging-rate.

           EVALUATE WS-ITEM-CATEGORY-CODE
             WHEN '02' GO TO 0110-aged-brie

          *>  ----------------------ITEM LOGIC-------------------------
       0100-normal-item SECTION.
           IF QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           SUBTRACT 1 FROM SELL-IN.

           IF SELL-IN < 0 AND QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-PAST-DECAY FROM QUALITY
           END-IF.

           MOVE '0100-NORMAL-ITEM' TO WS-PARAGRAPH-CODE.
           PERFORM 0190-write-audit-trail.
           GOBACK.

      *>  Brie and backstage passes carry a negative decay, so the
      *>  same SUBTRACT that ages a normal item improves them.
       0110-aged-brie SECTION.
           IF QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           SUBTRACT 1 FROM SELL-IN.

           IF SELL-IN < 0 AND QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-PAST-DECAY FROM QUALITY
           END-IF.

           MOVE '0110-AGED-BRIE' TO WS-PARAGRAPH-CODE.
           GOBACK.

       0140-backstage-pass SECTION.
           IF QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           IF SELL-IN < WS-STEP-BAND-1 AND QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           IF SELL-IN < WS-STEP-BAND-2 AND QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           SUBTRACT 1 FROM SELL-IN.

           IF SELL-IN < 0
             MOVE WS-QUALITY-FLOOR TO QUALITY
           END-IF.

           MOVE '0140-BACKSTAGE-PASS' TO WS-PARAGRAPH-CODE.
           GOBACK.

       0200-conjured-item SECTION.
           IF QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-DAILY-DECAY FROM QUALITY
           END-IF.

           SUBTRACT 1 FROM SELL-IN.

           IF SELL-IN < 0 AND QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-PAST-DECAY FROM QUALITY
           END-IF.

           MOVE '0200-CONJURED-ITEM' TO WS-PARAGRAPH-CODE.
             MOVE SELL-IN           TO AU-SELL-IN-AFTER
             MOVE QUALITY           TO AU-QUALITY-AFTER
             MOVE WS-PARAGRAPH-CODE TO AU-PARAGRAPH
             MOVE WS-ITEM-CATEGORY-CODE TO AU-CATEGORY-CODE
             MOVE WS-RATE-DATE      TO AU-RUN-DATE
             MOVE WS-MASTER-STATUS-BEFORE TO AU-STATUS-BEFORE
             MOVE WS-MASTER-LAST-RUN-BEFORE TO AU-LAST-RUN-BEFORE
             MOVE QUANTITY          TO AU-QUANTITY-BEFORE
             MOVE QUANTITY          TO AU-QUANTITY-AFTER
             MOVE LOT-NUMBER        TO AU-LOT-NUMBER
             WRITE FS-AUDIT-RECORD
           END-IF.

           MOVE SPACE TO WS-MASTER-STATUS-BEFORE.
           MOVE ZEROS TO WS-MASTER-LAST-RUN-BEFORE.

       0055-load-category-rules SECTION.
           OPEN INPUT FI-CATEGORY-RULES.

             CLOSE FI-CATEGORY-RULES
           END-IF.

       0056-load-aging-rates SECTION.
           OPEN INPUT FI-AGING-RATES.

           IF WS-RATES-FILE-STATUS = '00'
             PERFORM UNTIL WS-RATES-EOF
               READ FI-AGING-RATES
                 AT END
                   MOVE 'Y' TO WS-RATES-EOF-SWITCH
                 NOT AT END
                   IF WS-RATE-COUNT < 50
                     ADD 1 TO WS-RATE-COUNT
                     SET WS-RATE-IDX TO WS-RATE-COUNT
                     MOVE AR-CATEGORY-CODE TO
                       WS-RT-CATEGORY-CODE(WS-RATE-IDX)
                     MOVE AR-EFFECTIVE-DATE TO
                       WS-RT-EFFECTIVE-DATE(WS-RATE-IDX)
                     MOVE AR-DAILY-DECAY TO
                       WS-RT-DAILY-DECAY(WS-RATE-IDX)
                     MOVE AR-PAST-MULTIPLIER TO
                       WS-RT-PAST-MULTIPLIER(WS-RATE-IDX)
                     MOVE AR-QUALITY-FLOOR TO
                       WS-RT-QUALITY-FLOOR(WS-RATE-IDX)
                     MOVE AR-QUALITY-CEILING TO
                       WS-RT-QUALITY-CEILING(WS-RATE-IDX)
                     MOVE AR-STEP-BAND-1 TO
                       WS-RT-STEP-BAND-1(WS-RATE-IDX)
                     MOVE AR-STEP-BAND-2 TO
                       WS-RT-STEP-BAND-2(WS-RATE-IDX)
                   ELSE
                     DISPLAY 'WARNING: aging-rates.dat row count'
                     DISPLAY 'exceeds table size of 50 -- extra rows'
                     DISPLAY 'are ignored'
                     MOVE 'Y' TO WS-RATES-EOF-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FI-AGING-RATES
           ELSE
             DISPLAY 'WARNING: aging-rates.dat unavailable -- items'
             DISPLAY 'age at the standard rates'
           END-IF.

       0057-check-restart-for-audit SECTION.
           OPEN INPUT FI-RESTART-CHECK.

             END-EVALUATE
           END-IF.

       0063-select-aging-rate SECTION.
      *>  The standard rates stand unless aging-rates.dat has a row
      *>  for the category in force on the rate date; of those, the
      *>  latest effective date wins.
           PERFORM 0064-standard-aging-rate.
           MOVE ZEROS TO WS-RATE-IN-FORCE-DATE.

           PERFORM VARYING WS-RATE-SEARCH FROM 1 BY 1 UNTIL
             WS-RATE-SEARCH > WS-RATE-COUNT
             SET WS-RATE-IDX TO WS-RATE-SEARCH
             IF WS-RT-CATEGORY-CODE(WS-RATE-IDX) =
               WS-ITEM-CATEGORY-CODE
               AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT >
                 WS-RATE-DATE
               AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT <
                 WS-RATE-IN-FORCE-DATE
               MOVE WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) TO
                 WS-RATE-IN-FORCE-DATE
               MOVE WS-RT-DAILY-DECAY(WS-RATE-IDX) TO WS-DAILY-DECAY
               MOVE WS-RT-PAST-MULTIPLIER(WS-RATE-IDX) TO
                 WS-PAST-MULTIPLIER
               MOVE WS-RT-QUALITY-FLOOR(WS-RATE-IDX) TO
                 WS-QUALITY-FLOOR
               MOVE WS-RT-QUALITY-CEILING(WS-RATE-IDX) TO
                 WS-QUALITY-CEILING
               MOVE WS-RT-STEP-BAND-1(WS-RATE-IDX) TO WS-STEP-BAND-1
               MOVE WS-RT-STEP-BAND-2(WS-RATE-IDX) TO WS-STEP-BAND-2
             END-IF
           END-PERFORM.

      *>  The first night's movement is already taken; past the
      *>  sell-by date the rest of the multiple follows it.
           COMPUTE WS-PAST-DECAY =
             WS-DAILY-DECAY * (WS-PAST-MULTIPLIER - 1).

       0064-standard-aging-rate SECTION.
      *>  The long-standing rates, used until aging-rates.dat says
      *>  otherwise for the category.
           MOVE 0  TO WS-QUALITY-FLOOR.
           MOVE 50 TO WS-QUALITY-CEILING.
           MOVE 0  TO WS-STEP-BAND-1.
           MOVE 0  TO WS-STEP-BAND-2.

           EVALUATE WS-ITEM-CATEGORY-CODE
             WHEN '02'
               MOVE -1 TO WS-DAILY-DECAY
               MOVE 2  TO WS-PAST-MULTIPLIER
             WHEN '03'
               MOVE 0  TO WS-DAILY-DECAY
               MOVE 1  TO WS-PAST-MULTIPLIER
             WHEN '04'
               MOVE -1 TO WS-DAILY-DECAY
               MOVE 1  TO WS-PAST-MULTIPLIER
               MOVE 11 TO WS-STEP-BAND-1
               MOVE 6  TO WS-STEP-BAND-2
             WHEN '05'
               MOVE 2  TO WS-DAILY-DECAY
               MOVE 3  TO WS-PAST-MULTIPLIER
             WHEN OTHER
               MOVE 1  TO WS-DAILY-DECAY
               MOVE 3  TO WS-PAST-MULTIPLIER
           END-EVALUATE.

       0059-close-audit-trail SECTION.
           ENTRY "item-processing-close".
           IF NOT WS-FIRST-CALL AND NOT WS-FORECAST-ACTIVE
           MOVE 'Y' TO WS-FORECAST-SWITCH.
           GOBACK.

       0062-set-rate-date SECTION.
      *>  Called with the run date before the first item -- and by a
      *>  forecast before every simulated night -- so the aging rates
      *>  in force on that date are the ones applied and the date is
      *>  stamped on the audit trail.  A caller that never sets it
      *>  ages at the rates in force today.
           ENTRY "item-processing-rate-date" USING RATE-DATE.
           MOVE RATE-DATE TO WS-RATE-DATE.
           GOBACK.

       0065-set-master-image SECTION.
      *>  Called just before an item is aged with the master's
      *>  status flag and last-run date for that id as they stood
      *>  before tonight; the next audit record carries them.
           ENTRY "item-processing-master-image" USING
             MASTER-STATUS-BEFORE MASTER-LAST-RUN-BEFORE.
           MOVE MASTER-STATUS-BEFORE TO WS-MASTER-STATUS-BEFORE.
           MOVE MASTER-LAST-RUN-BEFORE TO WS-MASTER-LAST-RUN-BEFORE.
           GOBACK.

       0066-set-partition SECTION.
      *>  Called once, before the first item, by a store partition
      *>  run: the audit trail and the checkpoint that says whether
      *>  a same-day restart is under way are the store's own
      *>  (audit-<store>.dat, restart-<store>.dat), so one store's
      *>  restart never reopens another store's trail.
           ENTRY "item-processing-partition" USING PARTITION-STORE-CODE.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING 'audit-' DELIMITED BY SIZE
             PARTITION-STORE-CODE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-RESTART-FILE-NAME.
           STRING 'restart-' DELIMITED BY SIZE
             PARTITION-STORE-CODE DELIMITED BY SPACE
             '.dat' DELIMITED BY SIZE
             INTO WS-RESTART-FILE-NAME.
           GOBACK.

      *>  0120-elixir-of-mongoose SECTION.
      *>      IF QUALITY > 0
      *>        SUBTRACT 1 FROM QUALITY
