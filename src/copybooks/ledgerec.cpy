      *>  Shared run-ledger record layout.  Every top-level step of
      *>  the batch appends exactly one record to run-ledger.dat as
      *>  it finishes -- gilded-rose (nightly and forecast),
      *>  transfer-apply, goods-receipt, disposition-apply,
      *>  cycle-count, item-maintenance, completeness-check,
      *>  reconcile-outputs, gl-posting, replenishment,
      *>  supplier-scorecard, history-housekeep, reject-reprocess
      *>  and night-backout -- so the ledger is the cross-night
      *>  memory the GDG generations never were:
      *>  ops-history-report reads it back to flag skipped nights
      *>  and duplicate same-date runs.
      *>  RL-MODE says what kind of work the step did (NIGHTLY,
      *>  FORECAST, REPROCESS, TRANSFER, RECEIVE, DISPOSE,
      *>  CYCLECOUNT, MAINTAIN, RECONCILE, GLPOST, REPLENISH, SCORE,
      *>  HOUSEKEEP, BACKOUT, MERGE, CMPCHK);
      *>  RL-STATUS is COMPLETE or FAILED.
      *>  A BACKOUT record is dated the night it reversed, not the
      *>  day it ran, so it lines up with that night's NIGHTLY one.
      *>  RL-STORE-CODE names the store partition a record belongs to
      *>  -- the completeness check, gilded-rose and reconcile-outputs
      *>  run once per store in stores.dat -- and is blank for steps
      *>  that cover the whole night.  The merge that joins the store
      *>  partitions back together is recorded as gilded-rose, mode
      *>  MERGE; the per-store completeness check as completeness,
      *>  mode CMPCHK.
           05 RL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RL-STEP-NAME PIC X(12).
           05 RL-RECORDS-REJECTED PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 RL-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RL-STORE-CODE PIC X(3).
