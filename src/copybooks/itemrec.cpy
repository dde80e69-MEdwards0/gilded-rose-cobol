      *>  this same shape so a field added here reaches every program
      *>  in one place.
      *>  ITEM-ID is the stable identity assigned by the upstream
      *>  extract; with LOT-NUMBER it is the record key of the item
      *>  master and the pair history matching keys on, so two items
      *>  with the same name stay distinguishable.
      *>  STORE-CODE is the shop location the record belongs to,
      *>  validated against the stores.dat reference file, so the
      *>  three concatenated branch extracts stay separable all the
           05 FILLER PIC X VALUE SPACE.
           05 ITEM-CATEGORY-CODE PIC X(2).
      *>  QUANTITY is the units on hand behind this line: the branch
      *>  extracts carry one record per item id, lot and store with
      *>  the count of identical units in that lot, not one record per
      *>  physical unit, so counts, the quality hash and valuation all
      *>  weight by it.
           05 FILLER PIC X VALUE SPACE.
           05 QUANTITY PIC 9(5).
      *>  LOT-NUMBER tells apart two deliveries of the same item id
      *>  held at once with their own sell-by dates: SELL-IN, QUALITY
      *>  and QUANTITY above are that lot's, and each lot ages on its
      *>  own.  Blank is the item's single untracked lot, which is how
      *>  a record from an extract without lot numbers reads.
           05 FILLER PIC X VALUE SPACE.
           05 LOT-NUMBER PIC X(8).
