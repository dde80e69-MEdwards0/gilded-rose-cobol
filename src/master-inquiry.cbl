      *>  day clerks and buyers -- until now the only way to see
      *>  inside itemmast.dat was to ask a programmer.  Batch request
      *>  cards in inquiry-cards.dat drive it, one card per request:
      *>    ITEM   nnnnnnnn   every lot of one item id, with the
      *>                      units of all its lots together
      *>    STORE  ccc        every master record at that store
      *>    STATUS f          every master record with that status
      *>                      flag (A, M, S, X, R, N)
      *>  Each request gets its own formatted page in inquiry.rpt
      *>  with the master fields as they stand right now: lot, store,
      *>  sell-in, quality, category, quantity, MAST-LAST-RUN-DATE,
      *>  MAST-STATUS-FLAG and the successor id on renamed items.
      *>  The range listings run on START / READ NEXT; the master is
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-REPORT ASSIGN "inquiry.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           01 WS-CARDS-READ    PIC 9(5) VALUE 0.
           01 WS-MATCH-COUNT   PIC 9(7) VALUE 0.
           01 WS-LOOKUP-ID     PIC 9(8).
           01 WS-LOOKUP-UNITS  PIC 9(7).
           01 WS-UNITS-EDIT    PIC Z,ZZZ,ZZ9.

           01 WS-PAGE-HEADER.
             05 FILLER         PIC X(8) VALUE 'Request '.

           01 WS-COLUMN-HEADER.
             05 FILLER PIC X(9)  VALUE 'Item id  '.
             05 FILLER PIC X(9)  VALUE 'Lot      '.
             05 FILLER PIC X(51) VALUE 'Item name'.
             05 FILLER PIC X(5)  VALUE 'Store'.
             05 FILLER PIC X(7)  VALUE '  Sell '.
           01 WS-DETAIL-LINE.
             05 WS-DL-ITEM-ID   PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-LOT-NUMBER PIC X(8).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-NAME      PIC X(50).
             05 FILLER          PIC X VALUE SPACE.
             05 WS-DL-STORE     PIC X(3).
             MOVE IQ-VALUE(1:8) TO WS-LOOKUP-ID
             MOVE WS-LOOKUP-ID TO MAST-ITEM-ID
             MOVE 'Y' TO WS-RECORD-FOUND-SWITCH
             MOVE 'N' TO WS-MASTER-EOF-SWITCH
             START FI-ITEM-MASTER KEY = MAST-ITEM-ID
               INVALID KEY
                 MOVE 'N' TO WS-RECORD-FOUND-SWITCH
             END-START
             IF WS-RECORD-FOUND
               WRITE FS-REPORT-LINE FROM WS-COLUMN-HEADER
               MOVE 0 TO WS-MATCH-COUNT
               MOVE 0 TO WS-LOOKUP-UNITS
               PERFORM UNTIL WS-MASTER-EOF
                 READ FI-ITEM-MASTER NEXT RECORD
                   AT END
                     MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                     IF MAST-ITEM-ID NOT = WS-LOOKUP-ID
                       MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                     ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       ADD MAST-QUANTITY TO WS-LOOKUP-UNITS
                       PERFORM 0160-write-detail-line
                     END-IF
                 END-READ
               END-PERFORM
               PERFORM 0180-write-match-count
               MOVE WS-LOOKUP-UNITS TO WS-UNITS-EDIT
               MOVE SPACES TO FS-REPORT-LINE
               STRING 'Units in all lots' DELIMITED BY SIZE
                 WS-UNITS-EDIT DELIMITED BY SIZE
                 INTO FS-REPORT-LINE
               WRITE FS-REPORT-LINE
             ELSE
               MOVE SPACES TO FS-REPORT-LINE
               STRING 'Item id ' DELIMITED BY SIZE

       0160-write-detail-line SECTION.
           MOVE MAST-ITEM-ID TO WS-DL-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO WS-DL-LOT-NUMBER.
           MOVE MAST-ITEM-NAME TO WS-DL-NAME.
           MOVE MAST-STORE-CODE TO WS-DL-STORE.
           MOVE MAST-SELL-IN TO WS-DL-SELL-IN.
