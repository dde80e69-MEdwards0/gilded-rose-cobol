             05 WS-DL-SELL-IN   PIC ---9.
             05 FILLER          PIC X(3) VALUE SPACES.
             05 WS-DL-QUALITY   PIC ---9.
             05 FILLER          PIC X(3) VALUE SPACES.
             05 WS-DL-LOT-NUMBER PIC X(8).

           01 WS-BAND-TABLE.
             05 WS-BAND-GROUP OCCURS 3 TIMES INDEXED BY WS-BAND-IDX.
                   INDEXED BY WS-BAND-ITEM-IDX.
                 15 WS-BI-STORE-CODE PIC X(3).
                 15 WS-BI-ITEM-NAME PIC X(50).
                 15 WS-BI-LOT-NUMBER PIC X(8).
                 15 WS-BI-SELL-IN   PIC S999
                     SIGN IS LEADING SEPARATE CHARACTER.
                 15 WS-BI-QUALITY   PIC S999
               WS-BI-STORE-CODE(WS-BAND-IDX, WS-BAND-ITEM-IDX)
             MOVE ITEM-NAME TO
               WS-BI-ITEM-NAME(WS-BAND-IDX, WS-BAND-ITEM-IDX)
             MOVE LOT-NUMBER TO
               WS-BI-LOT-NUMBER(WS-BAND-IDX, WS-BAND-ITEM-IDX)
             MOVE SELL-IN TO
               WS-BI-SELL-IN(WS-BAND-IDX, WS-BAND-ITEM-IDX)
             MOVE QUALITY TO

       0200-write-bands SECTION.
      *>  One page per store so each branch manager gets only their
      *>  own expiring passes, one line per lot (each lot has its
      *>  own concert date); the trailing unassigned page appears
      *>  only when passes arrived with an unknown store code.
           PERFORM VARYING WS-REPORT-STORE FROM 1 BY 1 UNTIL
             WS-REPORT-STORE > WS-STORE-COUNT + 1
                     WS-BAND-ITEM-IDX) TO WS-DL-SELL-IN
                   MOVE WS-BI-QUALITY(WS-BAND-IDX,
                     WS-BAND-ITEM-IDX) TO WS-DL-QUALITY
                   MOVE WS-BI-LOT-NUMBER(WS-BAND-IDX,
                     WS-BAND-ITEM-IDX) TO WS-DL-LOT-NUMBER
                   WRITE FS-WARNING-LINE FROM WS-DETAIL-LINE
                 END-IF
               END-PERFORM
