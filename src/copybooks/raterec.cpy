      *>  Effective-dated aging rate record (aging-rates.dat), shared
      *>  by item-processing, which ages every item with it,
      *>  audit-analysis, which replays the audit trail with it, and
      *>  reference-check, which guards the hand edits to it.
      *>  One row per category code per effective date.  The row in
      *>  force on a run date is the latest one for the category
      *>  dated on or before that date, so merchandising keys a new
      *>  season's rates in ahead of time and last month's audit
      *>  trail still replays with last month's rates.
      *>    AR-DAILY-DECAY      quality lost per night before the
      *>                        sell-by date; negative for the lines
      *>                        that gain (Aged Brie, backstage passes)
      *>    AR-PAST-MULTIPLIER  the night's whole movement once the
      *>                        sell-by date is gone, as a multiple of
      *>                        the daily decay
      *>    AR-QUALITY-FLOOR    no further loss at or below this; a
      *>                        backstage pass drops to it after the
      *>                        event
      *>    AR-QUALITY-CEILING  no further gain at or above this
      *>    AR-STEP-BAND-1/2    backstage passes take one more step of
      *>                        gain inside each band (fewer days left
      *>                        than the band); zeros elsewhere
           05 AR-CATEGORY-CODE   PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 AR-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AR-DAILY-DECAY     PIC S99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER             PIC X VALUE SPACE.
           05 AR-PAST-MULTIPLIER PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 AR-QUALITY-FLOOR   PIC S999
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER             PIC X VALUE SPACE.
           05 AR-QUALITY-CEILING PIC S999
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER             PIC X VALUE SPACE.
           05 AR-STEP-BAND-1     PIC 99.
           05 FILLER             PIC X VALUE SPACE.
           05 AR-STEP-BAND-2     PIC 99.
