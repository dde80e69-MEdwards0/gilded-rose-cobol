      *>  every record whose after-image is not what the rule says it
      *>  must be -- a normal item losing 5, a Sulfuras that moved,
      *>  a brie that fell.
      *>  The replay ages with the aging-rates.dat row that was in
      *>  force for the record's category on the night it names
      *>  (AU-RUN-DATE), so a season's rate change never turns an
      *>  earlier night's trail into anomalies.  Records written
      *>  before the trail carried a date replay at today's rates.
      *>  The file is walked in item id and lot order (SORTed to a
      *>  work file first) so a lot appearing in more than one
      *>  after-image the same night -- the signature of a
      *>  double-processed record -- is caught in the same pass at
      *>  any volume.  Records written before the trail carried a
      *>  lot read as the blank lot.
      *>  Cycle-count adjustments (paragraph CYCLE-COUNT-ADJUST,
      *>  appended by cycle-count) are a clerk's correction, not an
      *>  aging movement: they are listed and counted apart and take
      *>  no part in the replay or the duplicate-id check.
      *>  Out-of-rule movements end with RETURN-CODE 8 so the archive
      *>  chain holds the night, the same as reconciliation failures;
      *>  duplicate ids are reported for the operators either way.
      *>  Each anomaly -- a movement outside its rule, a paragraph
      *>  with no rule, a lot in more than one after-image -- is
      *>  also written to audit-anomalies.dat with the night, item
      *>  id, lot and store, so the supplier scorecard can count
      *>  them against the supplier the lot came from.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             SELECT SD-AUDIT-WORK ASSIGN "auditchk-sort.tmp".
             SELECT FO-REPORT ASSIGN "audit-analysis.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-ANOMALIES ASSIGN "audit-anomalies.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FI-AGING-RATES ASSIGN "aging-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FI-AUDIT-TRAIL.
           01 FS-AUDIT-RAW PIC X(148).

           FD FW-AUDIT-SORTED.
           01 FS-AUDIT-RECORD.
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

      *>  The sort key only needs the leading item id and the
      *>  trailing lot; the rest of the record rides along opaque.
           SD SD-AUDIT-WORK.
           01 SRT-AUDIT-RECORD.
             05 SRT-AU-ITEM-ID    PIC X(8).
             05 FILLER            PIC X(132).
             05 SRT-AU-LOT-NUMBER PIC X(8).

           FD FO-REPORT.
           01 FS-REPORT-LINE PIC X(132).

      *>  One record per anomaly reported; written (empty) even on a
      *>  clean night or with no audit.dat.
           FD FO-ANOMALIES.
           01 FS-ANOMALY-RECORD.
             05 AN-RUN-DATE     PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 AN-ITEM-ID      PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 AN-LOT-NUMBER   PIC X(8).
             05 FILLER          PIC X VALUE SPACE.
             05 AN-STORE-CODE   PIC X(3).
             05 FILLER          PIC X VALUE SPACE.
             05 AN-TYPE         PIC X(12).
             05 FILLER          PIC X VALUE SPACE.
             05 AN-PARAGRAPH    PIC X(20).

           FD FI-AGING-RATES.
           01 FS-RATE-RECORD.
             COPY raterec.

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
           01 WS-AUDIT-EOF-SWITCH PIC X VALUE 'N'.
           01 WS-RULE-KNOWN-SWITCH PIC X VALUE 'Y'.
             88 WS-RULE-KNOWN VALUE 'Y'.

      *>  aging-rates.dat, tabled once; the replay picks the row in
      *>  force for the record's category on its run date.
           01 WS-RATES-STATUS PIC XX VALUE SPACES.
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
           01 WS-TODAY PIC 9(8).
           01 WS-REPLAY-CATEGORY PIC X(2).
           01 WS-REPLAY-DATE PIC 9(8).

           01 WS-DAILY-DECAY     PIC S99.
           01 WS-PAST-MULTIPLIER PIC 9.
           01 WS-PAST-DECAY      PIC S9(3).
           01 WS-QUALITY-FLOOR   PIC S999.
           01 WS-QUALITY-CEILING PIC S999.
           01 WS-STEP-BAND-1     PIC 99.
           01 WS-STEP-BAND-2     PIC 99.

           01 WS-PREV-ITEM-ID PIC X(8) VALUE SPACES.
           01 WS-PREV-LOT-NUMBER PIC X(8) VALUE SPACES.
           01 WS-PREV-REPORTED-SWITCH PIC X VALUE 'N'.
             88 WS-PREV-REPORTED VALUE 'Y'.

           01 WS-ANOMALY-TYPE PIC X(12).

           01 WS-RECORDS-READ     PIC 9(7) VALUE 0.
           01 WS-OUT-OF-RULE-COUNT PIC 9(5) VALUE 0.
           01 WS-DUPLICATE-COUNT  PIC 9(5) VALUE 0.
           01 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE 0.

           01 WS-DETAIL-LINE.
             05 WS-DL-TAG       PIC X(24).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 WS-DL-ITEM-ID   PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-NAME      PIC X(29).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-PARAGRAPH PIC X(20).
             05 FILLER          PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       0100-start SECTION.
           OPEN OUTPUT FO-REPORT.
           OPEN OUTPUT FO-ANOMALIES.

           MOVE 'Audit movement analysis' TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
             MOVE 'No audit.dat to analyse' TO FS-REPORT-LINE
             WRITE FS-REPORT-LINE
             CLOSE FO-REPORT
             CLOSE FO-ANOMALIES
             GO TO 0300-return
           END-IF.
           CLOSE FI-AUDIT-TRAIL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0105-load-aging-rates.

           SORT SD-AUDIT-WORK ON ASCENDING KEY SRT-AU-ITEM-ID
               SRT-AU-LOT-NUMBER
             USING FI-AUDIT-TRAIL
             GIVING FW-AUDIT-SORTED.

           READ FW-AUDIT-SORTED AT END GO TO 0200-summarize.
           ADD 1 TO WS-RECORDS-READ.

           IF AU-PARAGRAPH = 'CYCLE-COUNT-ADJUST'
             PERFORM 0180-list-count-adjustment
           ELSE
             PERFORM 0120-check-duplicate-id
             PERFORM 0130-replay-aging-rule
             PERFORM 0160-judge-movement
           END-IF.

           GO TO 0110-read-loop.

       0120-check-duplicate-id SECTION.
      *>  The file arrives sorted by item id and lot, so a duplicate
      *>  is simply the same lot twice in a row.  The first extra
      *>  occurrence reports the lot; further ones only count.
           IF FS-AUDIT-RECORD(1:8) = WS-PREV-ITEM-ID
             AND AU-LOT-NUMBER = WS-PREV-LOT-NUMBER
             ADD 1 TO WS-DUPLICATE-COUNT
             IF NOT WS-PREV-REPORTED
               MOVE 'Y' TO WS-PREV-REPORTED-SWITCH
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Id in multiple images' TO WS-DL-TAG
               MOVE AU-ITEM-ID TO WS-DL-ITEM-ID
               MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER
               MOVE AU-ITEM-NAME TO WS-DL-NAME
               MOVE AU-PARAGRAPH TO WS-DL-PARAGRAPH
               WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
               MOVE 'DUPLICATE' TO WS-ANOMALY-TYPE
               PERFORM 0175-write-anomaly
             END-IF
           ELSE
             MOVE FS-AUDIT-RECORD(1:8) TO WS-PREV-ITEM-ID
             MOVE AU-LOT-NUMBER TO WS-PREV-LOT-NUMBER
             MOVE 'N' TO WS-PREV-REPORTED-SWITCH
           END-IF.

           MOVE AU-SELL-IN-BEFORE TO WS-EXPECT-SELL-IN.
           MOVE AU-QUALITY-BEFORE TO WS-EXPECT-QUALITY.

           PERFORM 0135-select-aging-rate.

           EVALUATE AU-PARAGRAPH
             WHEN '0100-NORMAL-ITEM'
               PERFORM 0140-replay-normal-item
               MOVE 'N' TO WS-RULE-KNOWN-SWITCH
           END-EVALUATE.

       0135-select-aging-rate SECTION.
      *>  The category and night the record was aged under; a record
      *>  from before the trail carried them falls back to the
      *>  paragraph's own category and today's date.
           IF AU-CATEGORY-CODE NOT = SPACES
             MOVE AU-CATEGORY-CODE TO WS-REPLAY-CATEGORY
           ELSE
             EVALUATE AU-PARAGRAPH
               WHEN '0110-AGED-BRIE'
                 MOVE '02' TO WS-REPLAY-CATEGORY
               WHEN '0130-SULFURAS'
                 MOVE '03' TO WS-REPLAY-CATEGORY
               WHEN '0140-BACKSTAGE-PASS'
                 MOVE '04' TO WS-REPLAY-CATEGORY
               WHEN '0200-CONJURED-ITEM'
                 MOVE '05' TO WS-REPLAY-CATEGORY
               WHEN OTHER
                 MOVE '01' TO WS-REPLAY-CATEGORY
             END-EVALUATE
           END-IF.

           IF AU-RUN-DATE IS NUMERIC AND AU-RUN-DATE > ZEROS
             MOVE AU-RUN-DATE TO WS-REPLAY-DATE
           ELSE
             MOVE WS-TODAY TO WS-REPLAY-DATE
           END-IF.

           PERFORM 0136-standard-aging-rate.
           MOVE ZEROS TO WS-RATE-IN-FORCE-DATE.

           PERFORM VARYING WS-RATE-SEARCH FROM 1 BY 1 UNTIL
             WS-RATE-SEARCH > WS-RATE-COUNT
             SET WS-RATE-IDX TO WS-RATE-SEARCH
             IF WS-RT-CATEGORY-CODE(WS-RATE-IDX) = WS-REPLAY-CATEGORY
               AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT >
                 WS-REPLAY-DATE
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

           COMPUTE WS-PAST-DECAY =
             WS-DAILY-DECAY * (WS-PAST-MULTIPLIER - 1).

       0136-standard-aging-rate SECTION.
      *>  Must stay in step with item-processing's standard rates.
           MOVE 0  TO WS-QUALITY-FLOOR.
           MOVE 50 TO WS-QUALITY-CEILING.
           MOVE 0  TO WS-STEP-BAND-1.
           MOVE 0  TO WS-STEP-BAND-2.

           EVALUATE WS-REPLAY-CATEGORY
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

       0140-replay-normal-item SECTION.
           IF WS-EXPECT-QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           SUBTRACT 1 FROM WS-EXPECT-SELL-IN.
           IF WS-EXPECT-SELL-IN < 0
             AND WS-EXPECT-QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-PAST-DECAY FROM WS-EXPECT-QUALITY
           END-IF.

       0141-replay-aged-brie SECTION.
           IF WS-EXPECT-QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           SUBTRACT 1 FROM WS-EXPECT-SELL-IN.
           IF WS-EXPECT-SELL-IN < 0
             AND WS-EXPECT-QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-PAST-DECAY FROM WS-EXPECT-QUALITY
           END-IF.

       0142-replay-backstage-pass SECTION.
           IF WS-EXPECT-QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           IF WS-EXPECT-SELL-IN < WS-STEP-BAND-1
             AND WS-EXPECT-QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           IF WS-EXPECT-SELL-IN < WS-STEP-BAND-2
             AND WS-EXPECT-QUALITY < WS-QUALITY-CEILING
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           SUBTRACT 1 FROM WS-EXPECT-SELL-IN.
           IF WS-EXPECT-SELL-IN < 0
             MOVE WS-QUALITY-FLOOR TO WS-EXPECT-QUALITY
           END-IF.

       0143-replay-conjured-item SECTION.
           IF WS-EXPECT-QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-DAILY-DECAY FROM WS-EXPECT-QUALITY
           END-IF.
           SUBTRACT 1 FROM WS-EXPECT-SELL-IN.
           IF WS-EXPECT-SELL-IN < 0
             AND WS-EXPECT-QUALITY > WS-QUALITY-FLOOR
             SUBTRACT WS-PAST-DECAY FROM WS-EXPECT-QUALITY
           END-IF.

       0160-judge-movement SECTION.
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'Paragraph unknown' TO WS-DL-TAG
               MOVE AU-ITEM-ID TO WS-DL-ITEM-ID
               MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER
               MOVE AU-ITEM-NAME TO WS-DL-NAME
               MOVE AU-PARAGRAPH TO WS-DL-PARAGRAPH
               WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
               MOVE 'NO-RULE' TO WS-ANOMALY-TYPE
               PERFORM 0175-write-anomaly
             WHEN AU-SELL-IN-AFTER NOT = WS-EXPECT-SELL-IN
               OR AU-QUALITY-AFTER NOT = WS-EXPECT-QUALITY
               ADD 1 TO WS-OUT-OF-RULE-COUNT
               PERFORM 0170-write-movement-detail
               MOVE 'OUT-OF-RULE' TO WS-ANOMALY-TYPE
               PERFORM 0175-write-anomaly
           END-EVALUATE.

       0170-write-movement-detail SECTION.
           MOVE ' -> ' TO WS-DL-ARROW.
           MOVE ' exp ' TO WS-DL-EXPTAG.
           MOVE AU-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE AU-ITEM-NAME TO WS-DL-NAME.
           MOVE AU-PARAGRAPH TO WS-DL-PARAGRAPH.
           MOVE AU-SELL-IN-BEFORE TO WS-PE-SELL-IN.
           MOVE WS-PAIR-EDIT TO WS-DL-EXPECT.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

       0175-write-anomaly SECTION.
      *>  The caller names the anomaly; the rest comes off the audit
      *>  record, dated today when the record carries no night.
           MOVE SPACES TO FS-ANOMALY-RECORD.
           MOVE WS-ANOMALY-TYPE TO AN-TYPE.
           IF AU-RUN-DATE IS NUMERIC AND AU-RUN-DATE > ZEROS
             MOVE AU-RUN-DATE TO AN-RUN-DATE
           ELSE
             MOVE WS-TODAY TO AN-RUN-DATE
           END-IF.
           MOVE AU-ITEM-ID TO AN-ITEM-ID.
           MOVE AU-LOT-NUMBER TO AN-LOT-NUMBER.
           MOVE AU-STORE-CODE TO AN-STORE-CODE.
           MOVE AU-PARAGRAPH TO AN-PARAGRAPH.
           WRITE FS-ANOMALY-RECORD.

       0180-list-count-adjustment SECTION.
           ADD 1 TO WS-ADJUSTMENT-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Cycle-count adjustment' TO WS-DL-TAG.
           MOVE ' -> ' TO WS-DL-ARROW.
           MOVE AU-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE AU-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE AU-ITEM-NAME TO WS-DL-NAME.
           MOVE AU-PARAGRAPH TO WS-DL-PARAGRAPH.
           MOVE AU-SELL-IN-BEFORE TO WS-PE-SELL-IN.
           MOVE AU-QUALITY-BEFORE TO WS-PE-QUALITY.
           MOVE WS-PAIR-EDIT TO WS-DL-BEFORE.
           MOVE AU-SELL-IN-AFTER TO WS-PE-SELL-IN.
           MOVE AU-QUALITY-AFTER TO WS-PE-QUALITY.
           MOVE WS-PAIR-EDIT TO WS-DL-AFTER.
           WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE.

       0105-load-aging-rates SECTION.
           OPEN INPUT FI-AGING-RATES.

           IF WS-RATES-STATUS = '00'
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
             DISPLAY 'WARNING: aging-rates.dat unavailable -- replay'
             DISPLAY 'uses the standard rates'
           END-IF.

       0200-summarize SECTION.
           CLOSE FW-AUDIT-SORTED.
           CLOSE FO-ANOMALIES.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'Cycle-count adjustments' TO WS-TL-LABEL.
           MOVE WS-ADJUSTMENT-COUNT TO WS-TL-VALUE.
           WRITE FS-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

