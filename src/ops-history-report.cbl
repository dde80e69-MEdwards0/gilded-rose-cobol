      *>  night's control-totals.rpt and reconcile.rpt describe that
      *>  night only, so until the ledger nothing in the system
      *>  noticed a skipped night or a double-submitted GLDRJOB.
      *>  Reads run-ledger.dat (appended by completeness-check,
      *>  gilded-rose, transfer-apply, goods-receipt,
      *>  disposition-apply, cycle-count, item-maintenance,
      *>  reconcile-outputs, gl-posting, replenishment,
      *>  history-housekeep, reject-reprocess and night-backout --
      *>  see the ledgerec copybook), prints the
      *>  last 30 nightly run dates with every step recorded for
      *>  each, and flags the things the operators care about:
      *>    - gaps in the nightly date sequence (a skipped night)
      *>    - more than one NIGHTLY record on the same date -- the
      *>      double-aging accident the restart logic exists to
      *>      prevent, caught here instead of by noticing sell-in
      *>      dropped by two.  A completed BACKOUT dated the same
      *>      night cancels one of them, so a double-aged night
      *>      that has been backed out stops being flagged
      *>    - nights reversed by night-backout, so a night backed
      *>      out is not mistaken for a good one.
      *>  A night run by store partition carries a store code on its
      *>  completeness, gilded-rose and reconcile records; after the
      *>  night's entries one line per store gives the latest status
      *>  of each of the three steps and whether the store is DONE or
      *>  held, and where.  Double aging is judged per store -- three
      *>  partitions aging three stores once each is one nightly run.
      *>  The page is informational; it never holds the chain.

       ENVIRONMENT DIVISION.
               10 WS-LE-WRITTEN  PIC 9(7).
               10 WS-LE-REJECTED PIC 9(7).
               10 WS-LE-STATUS   PIC X(8).
               10 WS-LE-STORE    PIC X(3).

      *>  Distinct dates carrying at least one NIGHTLY record or a
      *>  store partition's record, in the order the ledger met them,
      *>  with how many completed backouts each date carries.  Each
      *>  date keeps a slot per store (blank for a whole-extract run)
      *>  with that store's NIGHTLY record count and the latest
      *>  status of its partition steps; the night's run count is
      *>  the highest of its stores' counts.
           01 WS-NIGHT-COUNT PIC 9(3) VALUE 0.
           01 WS-NIGHT-TABLE.
             05 WS-NIGHT-ENTRY OCCURS 400 TIMES
                 INDEXED BY WS-NIGHT-IDX.
               10 WS-NT-DATE    PIC 9(8).
               10 WS-NT-RUNS    PIC 9(3).
               10 WS-NT-BACKOUTS PIC 9(3).
               10 WS-NT-STORE-COUNT PIC 99.
               10 WS-NT-STORE OCCURS 10 TIMES
                   INDEXED BY WS-NS-IDX.
                 15 WS-NS-CODE    PIC X(3).
                 15 WS-NS-RUNS    PIC 9(3).
                 15 WS-NS-CMPCHK  PIC X(8).
                 15 WS-NS-ROSE    PIC X(8).
                 15 WS-NS-RECON   PIC X(8).

           01 WS-ENTRY-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-ENTRY-FOUND VALUE 'Y'.
           01 WS-PREV-INT  PIC 9(7).
           01 WS-CURR-INT  PIC 9(7).
           01 WS-GAP-NIGHTS PIC 9(5).
           01 WS-NET-RUNS   PIC S9(3).
           01 WS-STORE-SCAN PIC 99.
           01 WS-STORE-FOUND-SWITCH PIC X VALUE 'N'.
             88 WS-STORE-FOUND VALUE 'Y'.

           01 WS-COLUMN-HEADER.
             05 FILLER PIC X(10) VALUE 'Run date  '.
             05 FILLER PIC X(9)  VALUE '    Read '.
             05 FILLER PIC X(9)  VALUE ' Written '.
             05 FILLER PIC X(9)  VALUE 'Rejected '.
             05 FILLER PIC X(10) VALUE 'Status'.
             05 FILLER PIC X(5)  VALUE 'Store'.

           01 WS-DETAIL-LINE.
             05 WS-DL-DATE     PIC 9(8).
             05 WS-DL-REJECTED PIC ZZZZ,ZZ9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 WS-DL-STATUS   PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 WS-DL-STORE    PIC X(3).

           01 WS-STORE-LINE.
             05 FILLER         PIC X(10) VALUE SPACES.
             05 FILLER         PIC X(6)  VALUE 'Store '.
             05 WS-SL-STORE    PIC X(3).
             05 FILLER         PIC X(15) VALUE '  completeness '.
             05 WS-SL-CMPCHK   PIC X(8).
             05 FILLER         PIC X(14) VALUE '  gilded-rose '.
             05 WS-SL-ROSE     PIC X(8).
             05 FILLER         PIC X(12) VALUE '  reconcile '.
             05 WS-SL-RECON    PIC X(8).
             05 FILLER         PIC X(5)  VALUE '  -> '.
             05 WS-SL-VERDICT  PIC X(14).

           01 WS-FLAG-LINE.
             05 FILLER       PIC X(3) VALUE '** '.
                     MOVE ZEROS TO WS-LE-REJECTED(WS-ENTRY-IDX)
                   END-IF
                   MOVE RL-STATUS TO WS-LE-STATUS(WS-ENTRY-IDX)
                   MOVE RL-STORE-CODE TO WS-LE-STORE(WS-ENTRY-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1 UNTIL
             WS-SEARCH-IDX > WS-ENTRY-COUNT
             SET WS-ENTRY-IDX TO WS-SEARCH-IDX
             EVALUATE TRUE
               WHEN WS-LE-MODE(WS-ENTRY-IDX) = 'NIGHTLY'
                 PERFORM 0135-tally-nightly-date
               WHEN WS-LE-STORE(WS-ENTRY-IDX) NOT = SPACES
                 PERFORM 0135-tally-nightly-date
               WHEN WS-LE-MODE(WS-ENTRY-IDX) = 'BACKOUT'
                 AND WS-LE-STATUS(WS-ENTRY-IDX) = 'COMPLETE'
                 PERFORM 0138-clear-store-status
             END-EVALUATE
           END-PERFORM.

      *>  Backouts are netted once every nightly date is known; one
      *>  whose night has aged out of the table is simply listed.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1 UNTIL
             WS-SEARCH-IDX > WS-ENTRY-COUNT
             SET WS-ENTRY-IDX TO WS-SEARCH-IDX
             IF WS-LE-MODE(WS-ENTRY-IDX) = 'BACKOUT'
               AND WS-LE-STATUS(WS-ENTRY-IDX) = 'COMPLETE'
               PERFORM 0137-tally-backout
             END-IF
           END-PERFORM.

             END-IF
           END-PERFORM.

           IF NOT WS-ENTRY-FOUND
             IF WS-NIGHT-COUNT < 400
               ADD 1 TO WS-NIGHT-COUNT
               SET WS-NIGHT-IDX TO WS-NIGHT-COUNT
               MOVE WS-LE-DATE(WS-ENTRY-IDX)
                 TO WS-NT-DATE(WS-NIGHT-IDX)
               MOVE 0 TO WS-NT-RUNS(WS-NIGHT-IDX)
               MOVE 0 TO WS-NT-BACKOUTS(WS-NIGHT-IDX)
               MOVE 0 TO WS-NT-STORE-COUNT(WS-NIGHT-IDX)
               MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
             END-IF
           END-IF.

           IF WS-ENTRY-FOUND
             PERFORM 0136-tally-store-step
           END-IF.

       0136-tally-store-step SECTION.
      *>  Find or add the record's store slot on the night, then
      *>  carry the step's latest status; a fresh gilded-rose run for
      *>  the store makes any earlier reconcile verdict stale.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.

           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-NT-STORE-COUNT(WS-NIGHT-IDX)
             SET WS-NS-IDX TO WS-STORE-SCAN
             IF WS-NS-CODE(WS-NIGHT-IDX, WS-NS-IDX)
               = WS-LE-STORE(WS-ENTRY-IDX)
               MOVE 'Y' TO WS-STORE-FOUND-SWITCH
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF NOT WS-STORE-FOUND
             AND WS-NT-STORE-COUNT(WS-NIGHT-IDX) < 10
             ADD 1 TO WS-NT-STORE-COUNT(WS-NIGHT-IDX)
             SET WS-NS-IDX TO WS-NT-STORE-COUNT(WS-NIGHT-IDX)
             MOVE WS-LE-STORE(WS-ENTRY-IDX)
               TO WS-NS-CODE(WS-NIGHT-IDX, WS-NS-IDX)
             MOVE 0 TO WS-NS-RUNS(WS-NIGHT-IDX, WS-NS-IDX)
             MOVE SPACES TO WS-NS-CMPCHK(WS-NIGHT-IDX, WS-NS-IDX)
             MOVE SPACES TO WS-NS-ROSE(WS-NIGHT-IDX, WS-NS-IDX)
             MOVE SPACES TO WS-NS-RECON(WS-NIGHT-IDX, WS-NS-IDX)
             MOVE 'Y' TO WS-STORE-FOUND-SWITCH
           END-IF.

           IF WS-STORE-FOUND
             EVALUATE TRUE
               WHEN WS-LE-MODE(WS-ENTRY-IDX) = 'NIGHTLY'
                 ADD 1 TO WS-NS-RUNS(WS-NIGHT-IDX, WS-NS-IDX)
                 IF WS-NS-RUNS(WS-NIGHT-IDX, WS-NS-IDX)
                   > WS-NT-RUNS(WS-NIGHT-IDX)
                   MOVE WS-NS-RUNS(WS-NIGHT-IDX, WS-NS-IDX)
                     TO WS-NT-RUNS(WS-NIGHT-IDX)
                 END-IF
                 MOVE WS-LE-STATUS(WS-ENTRY-IDX)
                   TO WS-NS-ROSE(WS-NIGHT-IDX, WS-NS-IDX)
                 MOVE SPACES TO WS-NS-RECON(WS-NIGHT-IDX, WS-NS-IDX)
               WHEN WS-LE-MODE(WS-ENTRY-IDX) = 'CMPCHK'
                 MOVE WS-LE-STATUS(WS-ENTRY-IDX)
                   TO WS-NS-CMPCHK(WS-NIGHT-IDX, WS-NS-IDX)
               WHEN WS-LE-STEP(WS-ENTRY-IDX) = 'reconcile'
                 MOVE WS-LE-STATUS(WS-ENTRY-IDX)
                   TO WS-NS-RECON(WS-NIGHT-IDX, WS-NS-IDX)
             END-EVALUATE
           END-IF.

       0138-clear-store-status SECTION.
      *>  A completed backout undoes every store's partition for the
      *>  night; whatever runs after it sets the statuses afresh.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1 UNTIL
             WS-NIGHT-SCAN > WS-NIGHT-COUNT
             SET WS-NIGHT-IDX TO WS-NIGHT-SCAN
             IF WS-NT-DATE(WS-NIGHT-IDX) = WS-LE-DATE(WS-ENTRY-IDX)
               PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
                 WS-STORE-SCAN > WS-NT-STORE-COUNT(WS-NIGHT-IDX)
                 SET WS-NS-IDX TO WS-STORE-SCAN
                 MOVE SPACES TO WS-NS-CMPCHK(WS-NIGHT-IDX, WS-NS-IDX)
                 MOVE SPACES TO WS-NS-ROSE(WS-NIGHT-IDX, WS-NS-IDX)
                 MOVE SPACES TO WS-NS-RECON(WS-NIGHT-IDX, WS-NS-IDX)
               END-PERFORM
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0137-tally-backout SECTION.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1 UNTIL
             WS-NIGHT-SCAN > WS-NIGHT-COUNT
             SET WS-NIGHT-IDX TO WS-NIGHT-SCAN
             IF WS-NT-DATE(WS-NIGHT-IDX) = WS-LE-DATE(WS-ENTRY-IDX)
               ADD 1 TO WS-NT-BACKOUTS(WS-NIGHT-IDX)
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0200-write-report SECTION.
           IF WS-NIGHT-COUNT = 0
             MOVE 'No nightly runs on the ledger' TO FS-REPORT-LINE
           END-IF.

       0220-flag-duplicates SECTION.
           COMPUTE WS-NET-RUNS =
             WS-NT-RUNS(WS-NIGHT-IDX) - WS-NT-BACKOUTS(WS-NIGHT-IDX).
           IF WS-NET-RUNS > 1
             MOVE WS-NET-RUNS TO WS-EDIT-RUNS
             MOVE SPACES TO WS-FG-TEXT
             STRING 'DUPLICATE: ' DELIMITED BY SIZE
               WS-EDIT-RUNS DELIMITED BY SIZE
             WRITE FS-REPORT-LINE FROM WS-FLAG-LINE
           END-IF.

           IF WS-NT-BACKOUTS(WS-NIGHT-IDX) > 0
             MOVE WS-NT-BACKOUTS(WS-NIGHT-IDX) TO WS-EDIT-RUNS
             MOVE SPACES TO WS-FG-TEXT
             STRING 'BACKED OUT: ' DELIMITED BY SIZE
               WS-EDIT-RUNS DELIMITED BY SIZE
               ' nightly run(s) dated ' DELIMITED BY SIZE
               WS-NT-DATE(WS-NIGHT-IDX) DELIMITED BY SIZE
               ' reversed by backout' DELIMITED BY SIZE
               INTO WS-FG-TEXT
             WRITE FS-REPORT-LINE FROM WS-FLAG-LINE
           END-IF.

       0230-write-night-entries SECTION.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1 UNTIL
             WS-SEARCH-IDX > WS-ENTRY-COUNT
               MOVE WS-LE-WRITTEN(WS-ENTRY-IDX) TO WS-DL-WRITTEN
               MOVE WS-LE-REJECTED(WS-ENTRY-IDX) TO WS-DL-REJECTED
               MOVE WS-LE-STATUS(WS-ENTRY-IDX) TO WS-DL-STATUS
               MOVE WS-LE-STORE(WS-ENTRY-IDX) TO WS-DL-STORE
               WRITE FS-REPORT-LINE FROM WS-DETAIL-LINE
             END-IF
           END-PERFORM.
           PERFORM 0240-write-store-status.
           MOVE SPACES TO FS-REPORT-LINE.
           WRITE FS-REPORT-LINE.

       0240-write-store-status SECTION.
      *>  A store is DONE once it has aged and reconciled; otherwise
      *>  it is held at the step that stopped it -- a blown
      *>  completeness check, a failed reconcile -- or simply held
      *>  when its partition never finished.
           PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1 UNTIL
             WS-STORE-SCAN > WS-NT-STORE-COUNT(WS-NIGHT-IDX)
             SET WS-NS-IDX TO WS-STORE-SCAN
             IF WS-NS-CODE(WS-NIGHT-IDX, WS-NS-IDX) NOT = SPACES
               MOVE WS-NS-CODE(WS-NIGHT-IDX, WS-NS-IDX)
                 TO WS-SL-STORE
               MOVE WS-NS-CMPCHK(WS-NIGHT-IDX, WS-NS-IDX)
                 TO WS-SL-CMPCHK
               MOVE WS-NS-ROSE(WS-NIGHT-IDX, WS-NS-IDX)
                 TO WS-SL-ROSE
               MOVE WS-NS-RECON(WS-NIGHT-IDX, WS-NS-IDX)
                 TO WS-SL-RECON
               EVALUATE TRUE
                 WHEN WS-SL-ROSE = 'COMPLETE'
                   AND WS-SL-RECON = 'COMPLETE'
                   MOVE 'DONE' TO WS-SL-VERDICT
                 WHEN WS-SL-ROSE = 'COMPLETE'
                   MOVE 'HELD AT RECON' TO WS-SL-VERDICT
                 WHEN WS-SL-CMPCHK = 'FAILED'
                   MOVE 'HELD AT CMPCHK' TO WS-SL-VERDICT
                 WHEN OTHER
                   MOVE 'HELD' TO WS-SL-VERDICT
               END-EVALUATE
               WRITE FS-REPORT-LINE FROM WS-STORE-LINE
             END-IF
           END-PERFORM.
