             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FI-STORES ASSIGN "stores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE SECTION.
           FD FI-REJECTS.
           01 FS-REJECT-RECORD.
             05 REJ-RAW-RECORD PIC X(91).
             05 FILLER PIC X.
             05 REJ-REASON PIC X(30).

           01 FS-CORRECTION-RECORD.
             05 CORR-SEQ PIC 9(5).
             05 FILLER PIC X.
             05 CORR-ITEM-DETAIL PIC X(91).

           FD FI-OUT-ITEMS.
           01 FS-OUT-ITEM.

           FD FO-REJECTS2.
           01 FS-REJECT2-RECORD.
             05 REJ2-RAW-RECORD PIC X(91).
             05 FILLER PIC X VALUE SPACE.
             05 REJ2-REASON PIC X(30).

           01 WS-MASTER-STATUS PIC XX VALUE SPACES.
           01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
             88 WS-MASTER-OPEN VALUE 'Y'.
           01 WS-IMAGE-STATUS   PIC X.
           01 WS-IMAGE-LAST-RUN PIC 9(8).

           01 WS-CORRECTIONS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-CORRECTIONS-EOF VALUE 'Y'.
             05 WS-CORRECTION-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-CORR-IDX.
               10 WS-CORR-SEQ     PIC 9(5).
               10 WS-CORR-DETAIL  PIC X(91).
               10 WS-CORR-APPLIED PIC X.

           01 WS-CORR-FOUND-SWITCH PIC X VALUE 'N'.
           01 WS-FAIL-LINE.
             05 FILLER        PIC X(4) VALUE 'Seq '.
             05 WS-FL-SEQ     PIC 9(5).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-FL-REASON  PIC X(30).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-FL-RAW     PIC X(91).

           01 WS-CONTROL-TOTALS-LABEL PIC X(20).
           01 WS-CONTROL-TOTALS-VALUE PIC Z(9)9-.
           PERFORM 0097-open-item-master.

           CALL 'item-processing-extend'.
           CALL 'item-processing-rate-date' USING WS-RUN-DATE.

       0110-read-loop SECTION.
           READ FI-REJECTS AT END GO TO 0200-end.
           PERFORM 0120-validate-item.

           IF WS-VALID
             IF WS-MASTER-OPEN
               PERFORM 0148-pass-master-image
             END-IF
             CALL 'item-processing' USING WS-WORK-ITEM
             MOVE WS-WORK-ITEM TO FS-OUT-ITEM
             WRITE FS-OUT-ITEM
             ITEM-CATEGORY-CODE OF FS-HISTORY-RECORD.
           MOVE QUANTITY OF WS-WORK-ITEM TO
             QUANTITY OF FS-HISTORY-RECORD.
           MOVE LOT-NUMBER OF WS-WORK-ITEM TO
             LOT-NUMBER OF FS-HISTORY-RECORD.
           WRITE FS-HISTORY-RECORD.

       0148-pass-master-image SECTION.
      *>  The master's status flag and last-run date for this lot
      *>  as they stand before tonight go to item-processing for the
      *>  audit record, so night-backout can put them back; '*'
      *>  marks a lot the master does not hold yet.
           MOVE ITEM-ID OF WS-WORK-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF WS-WORK-ITEM TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE '*' TO WS-IMAGE-STATUS
               MOVE ZEROS TO WS-IMAGE-LAST-RUN
             NOT INVALID KEY
               MOVE MAST-STATUS-FLAG TO WS-IMAGE-STATUS
               MOVE MAST-LAST-RUN-DATE TO WS-IMAGE-LAST-RUN
           END-READ.
           CALL 'item-processing-master-image' USING WS-IMAGE-STATUS
             WS-IMAGE-LAST-RUN.

       0150-update-master SECTION.
           MOVE ITEM-ID OF WS-WORK-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF WS-WORK-ITEM TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               PERFORM 0155-build-master-record
               MOVE SPACES TO MAST-SUPPLIER-CODE
               MOVE WS-RUN-DATE TO MAST-ARRIVAL-DATE
               WRITE FS-MASTER-RECORD
             NOT INVALID KEY
               PERFORM 0155-build-master-record

       0155-build-master-record SECTION.
           MOVE ITEM-ID OF WS-WORK-ITEM TO MAST-ITEM-ID.
           MOVE LOT-NUMBER OF WS-WORK-ITEM TO MAST-LOT-NUMBER.
           MOVE STORE-CODE OF WS-WORK-ITEM TO MAST-STORE-CODE.
           MOVE SELL-IN OF WS-WORK-ITEM TO MAST-SELL-IN.
           MOVE QUALITY OF WS-WORK-ITEM TO MAST-QUALITY.
