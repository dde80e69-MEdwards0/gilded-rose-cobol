      *>    'X' scrapped      (clerk-keyed disposition)
      *>    'R' returned      (clerk-keyed disposition)
      *>    'N' renamed -- the successor id is in MAST-SUCCESSOR-ID
      *>  MAST-ITEM-KEY, the item id and lot number, is the record
      *>  key: each lot of an item is its own record, aged and flagged
      *>  on its own, and the lots of one id read together in key
      *>  order (a blank lot first).  MAST-SUCCESSOR-ID is zeros
      *>  except on renamed items.
      *>  MAST-SUPPLIER-CODE names the suppliers.dat supplier the lot
      *>  was bought from (spaces when not known) and
      *>  MAST-ARRIVAL-DATE the date the lot first reached the
      *>  master (zeros on lots loaded before it was kept); both are
      *>  set when the lot is inserted and never aged.
           05 MAST-ITEM-KEY.
             10 MAST-ITEM-ID PIC 9(8).
             10 MAST-LOT-NUMBER PIC X(8).
           05 MAST-STORE-CODE PIC X(3).
           05 MAST-SELL-IN PIC S999
               SIGN IS LEADING SEPARATE CHARACTER.
           05 MAST-LAST-RUN-DATE PIC 9(8).
           05 MAST-STATUS-FLAG PIC X.
           05 MAST-SUCCESSOR-ID PIC 9(8).
           05 MAST-SUPPLIER-CODE PIC X(6).
           05 MAST-ARRIVAL-DATE PIC 9(8).
