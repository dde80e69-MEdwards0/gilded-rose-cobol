      *>  paperwork.  Each transfers.dat transaction names an item id,
      *>  the store it left, the store it went to and the transfer
      *>  date.  Both store codes are validated against stores.dat and
      *>  the item id against the keyed master; MAST-STORE-CODE is
      *>  rewritten in place on every lot of the id (the whole item
      *>  moves, whatever lots it is held in), a transfer register
      *>  is printed for the branch managers, and per-store in/out
      *>  counts are appended to control-totals.rpt so each branch's
      *>  read/written/rejected totals still reconcile across a
      *>  transfer night.  Transfers naming an unknown item id or an
      *>  unknown store reject to transfer-rejects.dat with a reason,
      *>  never silently vanish.
      *>  Every lot moved is also written to transfers-applied.dat
      *>  with the category, quality and units it carried across, so
      *>  gl-posting can value the stock leaving one branch's books
      *>  and arriving on another's.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             SELECT FI-ITEM-MASTER ASSIGN "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
             SELECT FO-REGISTER ASSIGN "transfer-register.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-REJECTS ASSIGN "transfer-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-APPLIED ASSIGN "transfers-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-CONTROL-TOTALS ASSIGN "control-totals.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FO-RUN-LEDGER ASSIGN "run-ledger.dat"
             05 FILLER         PIC X VALUE SPACE.
             05 XRJ-REASON     PIC X(30).

      *>  One record per applied move, as the master stood when it
      *>  moved: written even on a night with no transfers (empty),
      *>  so gl-posting always finds it.
           FD FO-APPLIED.
           01 FS-APPLIED-RECORD.
             05 TA-ITEM-ID       PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-FROM-STORE    PIC X(3).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-TO-STORE      PIC X(3).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-TRANSFER-DATE PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-CATEGORY-CODE PIC X(2).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-QUALITY       PIC S999
                 SIGN IS LEADING SEPARATE CHARACTER.
             05 FILLER           PIC X VALUE SPACE.
             05 TA-QUANTITY      PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-ITEM-NAME     PIC X(50).
             05 FILLER           PIC X VALUE SPACE.
             05 TA-LOT-NUMBER    PIC X(8).

           FD FO-CONTROL-TOTALS.
           01 FS-CONTROL-TOTALS-LINE PIC X(80).

           01 WS-VALID-SWITCH PIC X VALUE 'Y'.
             88 WS-VALID VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-LOTS-EOF-SWITCH PIC X VALUE 'N'.
             88 WS-LOTS-EOF VALUE 'Y'.
           01 WS-LOTS-MOVED PIC 9(5) VALUE 0.

           01 WS-TRANSFERS-READ     PIC 9(7) VALUE 0.
           01 WS-TRANSFERS-APPLIED  PIC 9(7) VALUE 0.
           01 WS-REGISTER-LINE.
             05 WS-RG-ITEM-ID PIC 9(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-RG-LOT-NUMBER PIC X(8).
             05 FILLER        PIC X VALUE SPACE.
             05 WS-RG-NAME    PIC X(50).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 WS-RG-FROM    PIC X(3).
           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.

           OPEN OUTPUT FO-APPLIED.

           OPEN INPUT FI-TRANSFERS.
           IF WS-TRANSFERS-STATUS NOT = '00'
             MOVE 'No transfers.dat to apply' TO FS-REGISTER-LINE
           END-EVALUATE.

       0130-apply-transfer SECTION.
      *>  The lots of the id read together from the id alone; each
      *>  one at the from-store moves and counts out of one store and
      *>  into the other, the way each is a record in the extract.
           MOVE TRN-ITEM-ID TO MAST-ITEM-ID.
           MOVE 0 TO WS-LOTS-MOVED.
           MOVE 'N' TO WS-LOTS-EOF-SWITCH.
           START FI-ITEM-MASTER KEY = MAST-ITEM-ID
             INVALID KEY
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM-ID NOT ON MASTER' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-LOTS-EOF-SWITCH
           END-START.

           PERFORM UNTIL WS-LOTS-EOF
             READ FI-ITEM-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-LOTS-EOF-SWITCH
               NOT AT END
                 IF MAST-ITEM-ID NOT = TRN-ITEM-ID
                   MOVE 'Y' TO WS-LOTS-EOF-SWITCH
                 ELSE
                   IF MAST-STORE-CODE = TRN-FROM-STORE
                     PERFORM 0135-move-lot
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-VALID
             IF WS-LOTS-MOVED = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'ITEM NOT AT FROM-STORE' TO WS-REJECT-REASON
             ELSE
               ADD 1 TO WS-TRANSFERS-APPLIED
             END-IF
           END-IF.

       0135-move-lot SECTION.
           MOVE TRN-TO-STORE TO MAST-STORE-CODE.
           REWRITE FS-MASTER-RECORD.
           ADD 1 TO WS-LOTS-MOVED.
           SET WS-STORE-IDX TO WS-FROM-INDEX.
           ADD 1 TO WS-ST-OUT-COUNT(WS-STORE-IDX).
           SET WS-STORE-IDX TO WS-TO-INDEX.
           ADD 1 TO WS-ST-IN-COUNT(WS-STORE-IDX).
           PERFORM 0140-write-register-line.
           PERFORM 0145-write-applied-record.

       0140-write-register-line SECTION.
           MOVE MAST-ITEM-ID TO WS-RG-ITEM-ID.
           MOVE MAST-LOT-NUMBER TO WS-RG-LOT-NUMBER.
           MOVE MAST-ITEM-NAME TO WS-RG-NAME.
           MOVE TRN-FROM-STORE TO WS-RG-FROM.
           MOVE TRN-TO-STORE TO WS-RG-TO.
           MOVE TRN-DATE TO WS-RG-DATE.
           WRITE FS-REGISTER-LINE FROM WS-REGISTER-LINE.

       0145-write-applied-record SECTION.
           MOVE SPACES TO FS-APPLIED-RECORD.
           MOVE MAST-ITEM-ID TO TA-ITEM-ID.
           MOVE TRN-FROM-STORE TO TA-FROM-STORE.
           MOVE TRN-TO-STORE TO TA-TO-STORE.
           MOVE TRN-DATE TO TA-TRANSFER-DATE.
           MOVE MAST-ITEM-CATEGORY-CODE TO TA-CATEGORY-CODE.
           MOVE MAST-QUALITY TO TA-QUALITY.
           MOVE MAST-QUANTITY TO TA-QUANTITY.
           MOVE MAST-ITEM-NAME TO TA-ITEM-NAME.
           MOVE MAST-LOT-NUMBER TO TA-LOT-NUMBER.
           WRITE FS-APPLIED-RECORD.

       0200-end SECTION.
           CLOSE FI-TRANSFERS.
           CLOSE FO-REJECTS.
           PERFORM 0210-append-control-totals.

       0290-wrap-up SECTION.
           CLOSE FO-APPLIED.

           MOVE SPACES TO FS-REGISTER-LINE.
           WRITE FS-REGISTER-LINE.
           MOVE WS-TRANSFERS-READ TO WS-CONTROL-TOTALS-VALUE.
