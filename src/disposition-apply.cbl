      *>  nothing ever resolved them.  The clerks key one
      *>  dispositions.dat transaction per decided item -- the item id
      *>  and a code: SOLD, SCRAPPED, RETURNED, or RENAMED-TO with the
      *>  successor id, then the lot number (blank for an item not
      *>  held in lots, and one transaction per lot of an item that
      *>  is) -- and this program applies it to that lot on the keyed
      *>  master with the matching status flag ('S', 'X', 'R', 'N'
      *>  plus MAST-SUCCESSOR-ID).  Once dispositioned, the id stops
      *>  being re-flagged MISSING every night.
      *>  count, instead of diffing master-activity.rpt generations by
      *>  hand.  Transactions naming an unknown item id or code
      *>  reject to disposition-rejects.dat, never silently vanish.
      *>  Every applied disposition is also written to
      *>  dispositions-applied.dat with the lot's supplier, category,
      *>  quality and units as they stood when it was applied, so the
      *>  supplier scorecard can price what was scrapped and count
      *>  what went back.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-REGISTER ASSIGN "disposition.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REJECTS ASSIGN "disposition-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-APPLIED ASSIGN "dispositions-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *>  One transaction per decided item and lot: the id, the
      *>  disposition code, (for RENAMED-TO only) the id it now trades
      *>  under, and the lot.
           FD FI-DISPOSITIONS.
           01 FS-DISPOSITION-RECORD.
             05 DI-ITEM-ID      PIC 9(8).
             05 DI-CODE         PIC X(10).
             05 FILLER          PIC X.
             05 DI-SUCCESSOR-ID PIC 9(8).
             05 FILLER          PIC X.
             05 DI-LOT-NUMBER   PIC X(8).

           FD FI-ITEM-MASTER.
           01 FS-MASTER-RECORD.

           FD FO-REJECTS.
           01 FS-REJECT-RECORD.
             05 DRJ-RAW-RECORD PIC X(37).
             05 FILLER         PIC X VALUE SPACE.
             05 DRJ-REASON     PIC X(30).

      *>  One record per applied disposition: written even on a
      *>  night with none (empty), so the supplier scorecard always
      *>  finds it.
           FD FO-APPLIED.
           01 FS-APPLIED-RECORD.
             05 DA-RUN-DATE      PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-LOT-NUMBER    PIC X(8).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-STORE-CODE    PIC X(3).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-SUPPLIER-CODE PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-CODE          PIC X(10).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X VALUE SPACE.
             05 DA-QUANTITY      PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 DA-ITEM-NAME     PIC X(50).

           FD FO-RUN-LEDGER.
           01 FS-LEDGER-RECORD.
             COPY ledgerec.
           01 WS-REGISTER-LINE.
             05 WS-RG-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-RG-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-RG-NAME    PIC X(50).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-RG-CODE    PIC X(10).
           01 WS-EXCEPTION-LINE.
             05 WS-EX-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-EX-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-EX-NAME    PIC X(50).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-EX-NIGHTS  PIC ZZZZ9.
           END-IF.

           OPEN OUTPUT FO-REJECTS.
           OPEN OUTPUT FO-APPLIED.

           OPEN INPUT FI-DISPOSITIONS.
           IF WS-DISPOSITIONS-STATUS NOT = '00'
       0200-end SECTION.
           PERFORM 0230-list-unexplained-missing.
           CLOSE FO-REJECTS.
           CLOSE FO-APPLIED.
           CLOSE FI-ITEM-MASTER.

       0290-wrap-up SECTION.

       0130-apply-disposition SECTION.
           MOVE DI-ITEM-ID TO MAST-ITEM-ID.
           MOVE DI-LOT-NUMBER TO MAST-LOT-NUMBER.
           READ FI-ITEM-MASTER
             INVALID KEY
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID AND LOT NOT ON MASTER' TO WS-REJECT-REASON
             NOT INVALID KEY
               MOVE WS-NEW-STATUS TO MAST-STATUS-FLAG
               IF DI-CODE = 'RENAMED-TO'
               REWRITE FS-MASTER-RECORD
               ADD 1 TO WS-DISPOSITIONS-APPLIED
               PERFORM 0140-write-register-line
               PERFORM 0145-write-applied-record
           END-READ.

       0140-write-register-line SECTION.
           MOVE MAST-ITEM-ID TO WS-RG-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO WS-RG-LOT-NUMBER.
           MOVE MAST-ITEM-NAME TO WS-RG-NAME.
           MOVE DI-CODE TO WS-RG-CODE.
           IF DI-CODE = 'RENAMED-TO'
           END-IF.
           WRITE FS-REGISTER-LINE FROM WS-REGISTER-LINE.

       0145-write-applied-record SECTION.
           MOVE SPACES TO FS-APPLIED-RECORD.
           MOVE WS-RUN-DATE TO DA-RUN-DATE.
           MOVE MAST-ITEM-ID TO DA-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO DA-LOT-NUMBER.
           MOVE MAST-STORE-CODE TO DA-STORE-CODE.
           MOVE MAST-SUPPLIER-CODE TO DA-SUPPLIER-CODE.
           MOVE DI-CODE TO DA-CODE.
           MOVE MAST-ITEM-CATEGORY-CODE TO DA-CATEGORY-CODE.
           MOVE MAST-QUALITY TO DA-QUALITY.
           MOVE MAST-QUANTITY TO DA-QUANTITY.
           MOVE MAST-ITEM-NAME TO DA-ITEM-NAME.
           WRITE FS-APPLIED-RECORD.

       0230-list-unexplained-missing SECTION.
      *>  Walk the whole master and list every lot still 'M' past the
      *>  age limit: missing that long with no disposition keyed is
      *>  exactly what loss-prevention wants to chase.
           MOVE SPACES TO FS-REGISTER-LINE.
                   IF WS-NIGHTS-MISSING > WS-AGE-LIMIT
                     ADD 1 TO WS-UNEXPLAINED-COUNT
                     MOVE MAST-ITEM-ID TO WS-EX-ITEM-ID
                     MOVE MAST-LOT-NUMBER TO WS-EX-LOT-NUMBER
                     MOVE MAST-ITEM-NAME TO WS-EX-NAME
                     MOVE WS-NIGHTS-MISSING TO WS-EX-NIGHTS
                     WRITE FS-REGISTER-LINE FROM WS-EXCEPTION-LINE
