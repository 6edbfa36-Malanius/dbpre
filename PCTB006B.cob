      *
      * Run plan - one entry per line: table name, run mode, batch
      * size, optionally the table's feed file (derived as
      * <table>.DAT when left blank), a criticality flag - 'C'
      * marks a table the online day cannot open without, which is
      * warned about rather than skipped when the window runs short -
      * up to four earlier entries this one depends on, and optionally
      * the table's adjustment file (<table>.ADJ when left blank). The
      * nightly schedule maintains this file instead of eleven
      * separate parameter files
           SELECT PLAN-FILE           ASSIGN TO 'PCTB006B.PLN'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PLAN-STATUS.
      *
      * Batch-window control - one record with the time the window
      * closes (hhmmss) and the number of streams the plan may run
      * side by side. Missing or blank, the driver grinds through
      * every entry one at a time, exactly as it always has
           SELECT WINDOW-FILE         ASSIGN TO 'PCTB006B.CTL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-WINDOW-STATUS.
      *
      * Driver checkpoint - the plan entries that completed, so a
      * restarted plan re-runs every unfinished entry, not table one
           SELECT CKPT-FILE           ASSIGN TO 'PCTB006B.CKP'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CKPT-STATUS.
                                      FILE STATUS WS-OVERRIDE-STATUS.
      *
      * Control totals handed back by PCTB003B after each invocation
      * - the entry's own generation, named by its checkpoint identity
      * so entries running side by side never overwrite each other's
           SELECT TOTIN-FILE          ASSIGN TO DYNAMIC
                                                WS-TOTIN-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-TOTIN-STATUS.
      *
      * Return code of an entry launched into a stream - written by
      * the entry's shell the moment its program ends, so its
      * appearance is how the driver learns the entry is finished
           SELECT RCIN-FILE           ASSIGN TO DYNAMIC
                                                WS-RCIN-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-RCIN-STATUS.
      *
      * An entry's error log or reject generation, and the shared file
      * it is folded back into once the entry has ended - held as
      * plain text, the driver never looks inside the records
           SELECT GEN-IN-FILE         ASSIGN TO DYNAMIC
                                                WS-GEN-IN-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-GEN-IN-STATUS.
           SELECT GEN-OUT-FILE        ASSIGN TO DYNAMIC
                                                WS-GEN-OUT-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-GEN-OUT-STATUS.
      *
      * Error log - one line per failure, same shape as the loaders'
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB006B.ERRLOG'
                                      ORGANIZATION LINE SEQUENTIAL
            05 PLN-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
            05 PLN-CRITICAL             PIC  X(01).
            05 FILLER                   PIC  X(01).
      * Entry numbers (two digits, blank for none) of the entries that
      * must complete before this one may start - always earlier
      * entries, so the plan can never wait on itself
            05 PLN-DEPENDS-ON OCCURS 4.
               10 PLN-DEP-ENTRY         PIC  9(02).
               10 PLN-DEP-ENTRY-X REDEFINES PLN-DEP-ENTRY
                                        PIC  X(02).
               10 FILLER                PIC  X(01).
            05 PLN-ADJ-NAME             PIC  X(32).
      *
        FD  WINDOW-FILE.
        01  WINDOW-RECORD.
            05 WDW-END-TIME             PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 WDW-STREAMS              PIC  9(02).
      *
        FD  CKPT-FILE.
        01  CKPT-RECORD.
      * read a skipped entry below it as completed and the deferral
      * would be silently lost
            05 CKPT-SKIP-MAP            PIC  X(20).
      * One byte per plan entry - 'D' where the entry completed. With
      * entries running side by side, completion no longer follows
      * entry order, so this map, not the high-water mark, is what a
      * restart goes by. A checkpoint without it predates the map
      * and is read the old way
            05 CKPT-DONE-MAP            PIC  X(20).
      *
        FD  OVERRIDE-FILE.
        01  OVERRIDE-RECORD.
            05 OVR-CKPT-SUFFIX          PIC  X(32).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 OVR-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 OVR-ADJ-NAME             PIC  X(44).
      *
        FD  TOTIN-FILE.
        01  TOTIN-RECORD.
            05 TOT-ROWS-REJECTED        PIC  9(08).
            05 FILLER                   PIC  X(01).
            05 TOT-ROWS-PENDED          PIC  9(08).
      *
        FD  RCIN-FILE.
        01  RCIN-RECORD                 PIC  X(08).
      *
        FD  GEN-IN-FILE.
        01  GEN-IN-RECORD               PIC  X(200).
      *
        FD  GEN-OUT-FILE.
        01  GEN-OUT-RECORD              PIC  X(200).
      *
        FD  ERRLOG-FILE.
        01  ERRLOG-RECORD.
            88  WS-PLAN-NOT-EOF                           VALUE 'N'.
        01  WS-CKPT-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-OVERRIDE-STATUS                PIC  X(02) VALUE '00'.
        01  WS-OVERRIDE-TAKEN-FLAG            PIC  X(01) VALUE 'N'.
            88  WS-OVERRIDE-TAKEN                         VALUE 'Y'.
        01  WS-TOTIN-FILE-NAME                PIC  X(64) VALUE SPACES.
        01  WS-TOTIN-STATUS                   PIC  X(02) VALUE '00'.
      *
      * Error log working storage
      * Checkpoint / restart working storage - entry number of the
      * last plan entry that completed on a prior, abended run, the
      * prior run's skip map (entries the window check skipped, which
      * a restart re-judges instead of treating as completed), its
      * map of the entries that completed, and the high-water entry
      * number the checkpoint is written with - a re-run skipped
      * entry completing out of order must never regress the
      * checkpoint below entries already done
        01  WS-RESTART-ENTRY                  PIC  9(08) VALUE ZERO.
        01  WS-RESTART-SKIP-MAP               PIC  X(20) VALUE SPACES.
        01  WS-RESTART-DONE-MAP               PIC  X(20) VALUE SPACES.
        01  WS-CKPT-HIGH-ENTRY                PIC  9(08) VALUE ZERO.
        01  WS-MAP-SUB                        PIC  S9(4) COMP VALUE 0.
      *
            05 WS-PLAN-ENTRY OCCURS 20.
               10 WS-PLN-TABLE-NAME        PIC  X(32).
               10 WS-PLN-RUN-MODE          PIC  X(01).
      * A recycle run reads and replaces the shared reject file, and
      * an adjustment proof writes the one shared proof report - an
      * entry in either mode runs with nothing beside it
                  88 WS-PLN-RUNS-ALONE                 VALUE 'R' 'E'.
               10 WS-PLN-BATCH-SIZE        PIC  9(02).
               10 WS-PLN-FEED-NAME         PIC  X(44).
               10 WS-PLN-ADJ-NAME          PIC  X(32).
               10 WS-PLN-STATE             PIC  X(01).
                  88 WS-PLN-DONE                       VALUE 'D'.
                  88 WS-PLN-PRIOR-RUN                  VALUE 'P'.
                  88 WS-PLN-SKIPPED                    VALUE 'S'.
                  88 WS-PLN-PENDING                    VALUE ' '.
                  88 WS-PLN-RUNNING                    VALUE 'R'.
                  88 WS-PLN-FAILED                     VALUE 'F'.
                  88 WS-PLN-HELD                       VALUE 'H'.
               10 WS-PLN-CRITICAL          PIC  X(01).
                  88 WS-PLN-CRITICAL-TBL               VALUE 'C'.
               10 WS-PLN-DECISION          PIC  X(24).
               10 WS-PLN-UPDATED           PIC  9(08).
               10 WS-PLN-REJECTED          PIC  9(08).
               10 WS-PLN-PENDED            PIC  9(08).
      * The entries this one waits for, zero for none, and where and
      * when it ran - its stream (zero until it is launched), its
      * start and end in seconds past the driver's start, and the
      * return code its program ended with
               10 WS-PLN-DEP OCCURS 4      PIC  9(02).
               10 WS-PLN-STREAM            PIC  9(02).
               10 WS-PLN-START-SECS        PIC  S9(09) COMP.
               10 WS-PLN-END-SECS          PIC  S9(09) COMP.
               10 WS-PLN-RC                PIC  9(03).
      *
        01  WS-ENTRY-NUM                      PIC  9(08) VALUE ZERO.
        01  WS-ENTRY-SUB                      PIC  S9(4) COMP VALUE 0.
      *
      * Dependency check working storage - the entry's verdict and
      * the dependency behind it
        01  WS-DEP-MAX                        PIC  9(02) VALUE 4.
        01  WS-DEP-SUB                        PIC  S9(4) COMP VALUE 0.
        01  WS-DEP-ENTRY-SUB                  PIC  S9(4) COMP VALUE 0.
        01  WS-DEP-BLOCKER                    PIC  9(02) VALUE ZERO.
        01  WS-DEP-VERDICT                    PIC  X(01) VALUE SPACE.
            88  WS-DEPS-MET                               VALUE 'Y'.
            88  WS-DEPS-WAIT                              VALUE 'W'.
            88  WS-DEPS-FAILED                            VALUE 'H'.
            88  WS-DEPS-SKIPPED                           VALUE 'S'.
      *
      * Parallel streams - how many entries may run at once (from the
      * window control record, one when it does not say), which
      * entry each stream is running (zero when it is free) and how
      * long it has been busy, and the order the entries started in
        01  WS-STREAM-MAX                     PIC  9(02) VALUE 10.
        01  WS-STREAM-COUNT                   PIC  9(02) VALUE 1.
        01  WS-STREAM-TABLE.
            05 WS-STREAM-ENTRY OCCURS 10.
               10 WS-STREAM-RUNNING        PIC  9(02).
               10 WS-STREAM-BUSY-SECS      PIC  S9(09) COMP.
        01  WS-STREAM-SUB                     PIC  S9(4) COMP VALUE 0.
        01  WS-RUNNING-COUNT                  PIC  9(02) VALUE ZERO.
        01  WS-ALONE-FLAG                     PIC  X(01) VALUE 'N'.
            88  WS-ALONE-RUNNING                          VALUE 'Y'.
      * Set when an entry that runs alone is ready but must wait for
      * the streams to empty - nothing else starts meanwhile, or a
      * busy plan would keep it waiting all night
        01  WS-DRAIN-FLAG                     PIC  X(01) VALUE 'N'.
            88  WS-DRAINING                               VALUE 'Y'.
        01  WS-START-FLAG                     PIC  X(01) VALUE 'N'.
            88  WS-START-OK                               VALUE 'Y'.
        01  WS-LAUNCH-COUNT                   PIC  9(02) VALUE ZERO.
        01  WS-LAUNCH-TABLE.
            05 WS-LAUNCH-ORDER OCCURS 20      PIC  9(02).
        01  WS-LAUNCH-SUB                     PIC  S9(4) COMP VALUE 0.
      * Seconds between looks at the running entries
        01  WS-POLL-DELAY                     PIC  9(02) VALUE 1.
        01  WS-FAILED-COUNT                   PIC  9(02) VALUE ZERO.
        01  WS-HELD-COUNT                     PIC  9(02) VALUE ZERO.
      *
      * Grand totals across every entry of the plan
        01  WS-GRAND-DELETED                  PIC  9(08) VALUE ZERO.
        01  WS-GRAND-INSERTED                 PIC  9(08) VALUE ZERO.
            VALUE 'pctb012b'.
        01  WS-RUN-COMMAND                    PIC  X(80) VALUE SPACES.
        01  WS-SYSTEM-RC                      PIC  S9(9) COMP VALUE 0.
      *
      * The entry's launch into its stream - the program runs in the
      * background with its console output in the entry's own log,
      * and its return code lands in the entry's return-code file,
      * written under a temporary name and renamed, so the file is
      * never seen half written
        01  WS-LAUNCH-COMMAND                 PIC  X(256) VALUE SPACES.
        01  WS-ENTRY-SUFFIX                   PIC  X(09) VALUE SPACES.
        01  WS-LOG-FILE-NAME                  PIC  X(64) VALUE SPACES.
        01  WS-RCIN-FILE-NAME                 PIC  X(64) VALUE SPACES.
        01  WS-RCTMP-FILE-NAME                PIC  X(64) VALUE SPACES.
        01  WS-RCIN-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-RC-LEN                         PIC  S9(4) COMP VALUE 0.
      *
      * Generation fold working storage
        01  WS-GEN-IN-NAME                    PIC  X(64) VALUE SPACES.
        01  WS-GEN-OUT-NAME                   PIC  X(64) VALUE SPACES.
        01  WS-GEN-IN-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-GEN-OUT-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-GEN-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-GEN-EOF                                VALUE 'Y'.
            88  WS-GEN-NOT-EOF                            VALUE 'N'.
        01  WS-GEN-REC-COUNT                  PIC  9(08) VALUE ZERO.
      *
      * Batch-window deadline management - the window-end time from
      * the control file, everything converted to seconds past the
            05 WS-TIME-HH                  PIC  9(02).
            05 WS-TIME-MM                  PIC  9(02).
            05 WS-TIME-SS                  PIC  9(02).
        01  WS-CLOCK-TIME                     PIC  9(08) VALUE ZERO.
        01  WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
            05 WS-CLOCK-HHMMSS             PIC  9(06).
            05 FILLER                      PIC  9(02).
      *
      * Stream timeline working storage - seconds shown as clock
      * times, the bar chart line for one stream (each column a slice
      * of the run, each entry lettered), and the critical path,
      * collected from the last entry to finish back to its start
        01  WS-CLOCK-SECS                     PIC  S9(09) COMP VALUE 0.
        01  WS-CLOCK-SHOW                     PIC  X(08) VALUE SPACES.
        01  WS-SHOW-START                     PIC  X(08) VALUE SPACES.
        01  WS-SHOW-END                       PIC  X(08) VALUE SPACES.
        01  WS-SHOW-SECS                      PIC  9(06) VALUE ZERO.
        01  WS-SHOW-WAIT                      PIC  9(06) VALUE ZERO.
        01  WS-SHOW-STREAM                    PIC  9(02) VALUE ZERO.
        01  WS-SPAN-SECS                      PIC  S9(09) COMP VALUE 0.
        01  WS-ENTRY-LETTERS                  PIC  X(20)
            VALUE 'ABCDEFGHIJKLMNOPQRST'.
        01  WS-BAR-WIDTH                      PIC  9(02) VALUE 60.
        01  WS-BAR-LINE                       PIC  X(60) VALUE SPACES.
        01  WS-BAR-SCALE                      PIC  9(06) VALUE ZERO.
        01  WS-BAR-FROM                       PIC  S9(4) COMP VALUE 0.
        01  WS-BAR-TO                         PIC  S9(4) COMP VALUE 0.
        01  WS-BAR-COL                        PIC  S9(4) COMP VALUE 0.
        01  WS-PATH-COUNT                     PIC  9(02) VALUE ZERO.
        01  WS-PATH-TABLE.
            05 WS-PATH-ENTRY OCCURS 20        PIC  9(02).
        01  WS-PATH-SUB                       PIC  S9(4) COMP VALUE 0.
        01  WS-PATH-PRED                      PIC  S9(4) COMP VALUE 0.
        01  WS-PATH-PRED-END                  PIC  S9(09) COMP VALUE 0.
      *
      * Duration estimate for the entry about to launch - the average
      * recorded elapsed time of the table's recent runs, read from
      *
      * The driver's own start in seconds-of-day - the yardstick the
      * window end and every later clock reading are measured against
           MOVE ZERO                        TO WS-DRIVER-START-SECS
           PERFORM CLOCK-READ
           MOVE WS-NOW-SECS                 TO WS-DRIVER-START-SECS
      *
           PERFORM ERRLOG-OPEN
           PERFORM WINDOW-CONTROL-READ
              PERFORM DB-CONNECT
           END-IF
      *
           PERFORM PLAN-RESTART-MARK
                   VARYING WS-ENTRY-NUM FROM 1 BY 1
                   UNTIL WS-ENTRY-NUM > WS-PLAN-COUNT
           PERFORM PLAN-SCHEDULE
      *
           IF WS-WINDOW-ACTIVE
DBPRE         MOVE 5             TO SQLCA-SEQUENCE
      *
           PERFORM CONSOLIDATED-BANNER
      *
      * A stale override must not leak into the next stand-alone run
           PERFORM OVERRIDE-CLEAR
      *
      * A failed entry held only its own dependents - the rest of the
      * plan ran on. The checkpoint stays incomplete, so a restart
      * re-runs the failed and held entries and nothing else
           IF WS-FAILED-COUNT NOT = ZERO
              OR WS-HELD-COUNT NOT = ZERO
              MOVE ZERO                     TO WS-ENTRY-NUM
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'PLAN: '               DELIMITED BY SIZE
                     WS-FAILED-COUNT        DELIMITED BY SIZE
                     ' entries failed, '    DELIMITED BY SIZE
                     WS-HELD-COUNT          DELIMITED BY SIZE
                     ' held behind them - restart re-runs them'
                                            DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
      *
      * Every entry completed - the checkpoint no longer applies
           PERFORM CHECKPOINT-CLEAR
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
       CHECKPOINT-READ SECTION.
      *
      * Look for a checkpoint left behind by a prior, abended plan run.
      * WS-RESTART-ENTRY comes back ZERO and the done map blank (start
      * at entry one) when there is no usable checkpoint
           MOVE ZERO                        TO WS-RESTART-ENTRY
           MOVE SPACES                      TO WS-RESTART-SKIP-MAP
           MOVE SPACES                      TO WS-RESTART-DONE-MAP
      *
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = '00'
                    AND CKPT-INCOMPLETE
                    MOVE CKPT-LOOP-COUNTER    TO WS-RESTART-ENTRY
                    MOVE CKPT-SKIP-MAP        TO WS-RESTART-SKIP-MAP
                    MOVE CKPT-DONE-MAP        TO WS-RESTART-DONE-MAP
                 END-IF
              END-IF
              CLOSE CKPT-FILE
           END-IF
           MOVE WS-RESTART-ENTRY            TO WS-CKPT-HIGH-ENTRY
      *
           EVALUATE TRUE
           WHEN WS-RESTART-DONE-MAP NOT = SPACES
              DISPLAY 'Checkpoint found - every entry the prior run '
                      'did not complete will be run'
           WHEN WS-RESTART-ENTRY NOT = ZERO
              DISPLAY 'Checkpoint found - resuming after plan entry '
                       WS-RESTART-ENTRY
              IF WS-RESTART-SKIP-MAP NOT = SPACES
                 DISPLAY 'Window-skipped entries below that will be '
                         're-judged'
              END-IF
           WHEN OTHER
              DISPLAY 'No usable checkpoint - starting at entry one'
           END-EVALUATE
           .
       CHECKPOINT-READ-EXIT.
           EXIT.
      *************************************************************************
       CHECKPOINT-WRITE SECTION.
      *
      * Record the high-water completed entry, the skip map and the
      * done map. The high-water mark (not the current entry) goes out
      * so a restart-re-judged skipped entry completing below entries
      * already done cannot regress the checkpoint past them. Both
      * maps are rebuilt from the plan states at every write, so
      * every skip and every completion known at the moment of this
      * write is in them, whatever order the streams finished in
           IF WS-PLN-DONE (WS-ENTRY-SUB)
              AND WS-ENTRY-NUM > WS-CKPT-HIGH-ENTRY
              MOVE WS-ENTRY-NUM             TO WS-CKPT-HIGH-ENTRY
           END-IF
           OPEN OUTPUT CKPT-FILE
              MOVE WS-CKPT-HIGH-ENTRY       TO CKPT-LOOP-COUNTER
              SET CKPT-INCOMPLETE           TO TRUE
              MOVE SPACES                   TO CKPT-SKIP-MAP
              MOVE SPACES                   TO CKPT-DONE-MAP
              PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                      UNTIL WS-MAP-SUB > WS-PLAN-COUNT
                 IF WS-PLN-SKIPPED (WS-MAP-SUB)
                    MOVE 'S' TO CKPT-SKIP-MAP (WS-MAP-SUB:1)
                 END-IF
                 IF WS-PLN-DONE (WS-MAP-SUB)
                    OR WS-PLN-PRIOR-RUN (WS-MAP-SUB)
                    MOVE 'D' TO CKPT-DONE-MAP (WS-MAP-SUB:1)
                 END-IF
              END-PERFORM
              WRITE CKPT-RECORD
              CLOSE CKPT-FILE
              MOVE ZERO                     TO CKPT-LOOP-COUNTER
              SET CKPT-COMPLETE             TO TRUE
              MOVE SPACES                   TO CKPT-SKIP-MAP
              MOVE SPACES                   TO CKPT-DONE-MAP
              WRITE CKPT-RECORD
              CLOSE CKPT-FILE
           ELSE
                 MOVE 'Y'                   TO WS-WINDOW-FLAG
                 DISPLAY 'Batch window closes at ' WDW-END-TIME
              END-IF
      * The stream count rides on the same record, with or without an
      * end time - blank or zero keeps the plan to one entry at a
      * time, and more than the driver can track is cut back to the
      * most it can
              IF WS-WINDOW-STATUS = '00'
                 AND WDW-STREAMS NUMERIC
                 AND WDW-STREAMS NOT = ZERO
                 IF WDW-STREAMS > WS-STREAM-MAX
                    MOVE WS-STREAM-MAX      TO WS-STREAM-COUNT
                    DISPLAY WDW-STREAMS ' streams asked for - '
                            'running ' WS-STREAM-MAX ', the most the '
                            'driver takes'
                 ELSE
                    MOVE WDW-STREAMS        TO WS-STREAM-COUNT
                 END-IF
              END-IF
              CLOSE WINDOW-FILE
           END-IF
           IF NOT WS-WINDOW-ACTIVE
              DISPLAY 'No window-end control record - every entry runs'
           END-IF
           DISPLAY 'Parallel streams.......: ' WS-STREAM-COUNT
           .
       WINDOW-CONTROL-READ-EXIT.
           EXIT.
                 MOVE PLN-FEED-NAME
                      TO WS-PLN-FEED-NAME (WS-ENTRY-SUB)
              END-IF
      * Left blank, PCTB003B reads the table's own <table>.ADJ
              MOVE PLN-ADJ-NAME
                   TO WS-PLN-ADJ-NAME (WS-ENTRY-SUB)
              MOVE SPACE
                   TO WS-PLN-STATE (WS-ENTRY-SUB)
              MOVE PLN-CRITICAL
              MOVE ZERO TO WS-PLN-UPDATED (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-REJECTED (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-PENDED (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-STREAM (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-START-SECS (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-END-SECS (WS-ENTRY-SUB)
              MOVE ZERO TO WS-PLN-RC (WS-ENTRY-SUB)
      * A dependency must name an earlier entry - the plan is read top
      * down, so a loop of entries each waiting on the next can never
      * be written, and an entry that names anything else stops the
      * plan here, before anything has been launched
              PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                      UNTIL WS-DEP-SUB > WS-DEP-MAX
                 EVALUATE TRUE
                 WHEN PLN-DEP-ENTRY-X (WS-DEP-SUB) = SPACES
                    MOVE ZERO
                         TO WS-PLN-DEP (WS-ENTRY-SUB WS-DEP-SUB)
                 WHEN PLN-DEP-ENTRY-X (WS-DEP-SUB) IS NUMERIC
                  AND PLN-DEP-ENTRY (WS-DEP-SUB) NOT = ZERO
                  AND PLN-DEP-ENTRY (WS-DEP-SUB) < WS-PLAN-COUNT
                    MOVE PLN-DEP-ENTRY (WS-DEP-SUB)
                         TO WS-PLN-DEP (WS-ENTRY-SUB WS-DEP-SUB)
                 WHEN OTHER
                    MOVE SPACES             TO POCTB-ERROR-MESSAGE
                    STRING 'PLAN-STORE-ENTRY: entry '
                                             DELIMITED BY SIZE
                           WS-PLAN-COUNT     DELIMITED BY SIZE
                           ' depends on '    DELIMITED BY SIZE
                           PLN-DEP-ENTRY-X (WS-DEP-SUB)
                                             DELIMITED BY SIZE
                           ' - not an earlier entry'
                                             DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                    SET POCTB-ERROR         TO TRUE
                    PERFORM POCTB-STATUS
                 END-EVALUATE
              END-PERFORM
           END-IF
           .
       PLAN-STORE-ENTRY-EXIT.
           EXIT.
      *************************************************************************
       PLAN-RESTART-MARK SECTION.
      *
      * Entries the prior, abended run completed are not re-run. A
      * checkpoint with a done map names them outright - every other
      * entry, on whatever branch of the plan, is run again. An older
      * checkpoint has only the high-water mark: entries at or below
      * it completed, except those the window check skipped, which
      * are re-judged (and, window permitting, run) instead of being
      * misreported as completed
           MOVE WS-ENTRY-NUM                TO WS-ENTRY-SUB
           IF WS-RESTART-DONE-MAP NOT = SPACES
              IF WS-RESTART-DONE-MAP (WS-ENTRY-SUB:1) = 'D'
                 SET WS-PLN-PRIOR-RUN (WS-ENTRY-SUB) TO TRUE
              END-IF
           ELSE
              IF WS-ENTRY-NUM NOT > WS-RESTART-ENTRY
                 AND WS-RESTART-SKIP-MAP (WS-ENTRY-SUB:1) NOT = 'S'
                 SET WS-PLN-PRIOR-RUN (WS-ENTRY-SUB) TO TRUE
              END-IF
           END-IF
           IF WS-PLN-PRIOR-RUN (WS-ENTRY-SUB)
              DISPLAY 'Entry ' WS-ENTRY-NUM ' '
                      WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                      ' - completed on a prior run'
           END-IF
           .
       PLAN-RESTART-MARK-EXIT.
           EXIT.
      *************************************************************************
       PLAN-SCHEDULE SECTION.
      *
      * Run the plan: start every entry whose dependencies are met, as
      * far as the streams go, then look in on the running entries
      * every WS-POLL-DELAY seconds - each one that has ended frees
      * its stream and may release the entries waiting on it. The plan
      * is done when nothing is running and nothing more can start
           MOVE ZERO                        TO WS-RUNNING-COUNT
           MOVE ZERO                        TO WS-LAUNCH-COUNT
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-MAX
              MOVE ZERO         TO WS-STREAM-RUNNING (WS-STREAM-SUB)
              MOVE ZERO         TO WS-STREAM-BUSY-SECS (WS-STREAM-SUB)
           END-PERFORM
           PERFORM PLAN-DISPATCH
           PERFORM UNTIL WS-RUNNING-COUNT = ZERO
              CALL 'C$SLEEP' USING WS-POLL-DELAY
              END-CALL
              PERFORM ENTRY-POLL
                      VARYING WS-ENTRY-NUM FROM 1 BY 1
                      UNTIL WS-ENTRY-NUM > WS-PLAN-COUNT
              PERFORM PLAN-DISPATCH
           END-PERFORM
           .
       PLAN-SCHEDULE-EXIT.
           EXIT.
      *************************************************************************
       PLAN-DISPATCH SECTION.
      *
      * One pass down the plan in entry order. Dependencies always
      * name earlier entries, so by the time the pass reaches an
      * entry every entry it waits on has been settled in this same
      * pass - a failure or a skip carries down a whole branch at once
           MOVE 'N'                         TO WS-DRAIN-FLAG
           PERFORM PLAN-DISPATCH-ENTRY
                   VARYING WS-ENTRY-NUM FROM 1 BY 1
                   UNTIL WS-ENTRY-NUM > WS-PLAN-COUNT
           .
       PLAN-DISPATCH-EXIT.
           EXIT.
      *************************************************************************
       PLAN-DISPATCH-ENTRY SECTION.
      *
      * A pending entry is held when an entry it waits on failed (or
      * was itself held), skipped when one was skipped for the window,
      * left waiting while one is still to finish, and otherwise
      * started if a stream will take it
           MOVE WS-ENTRY-NUM                TO WS-ENTRY-SUB
           IF WS-PLN-PENDING (WS-ENTRY-SUB)
              PERFORM ENTRY-DEPS-CHECK
              EVALUATE TRUE
              WHEN WS-DEPS-FAILED
                 SET WS-PLN-HELD (WS-ENTRY-SUB) TO TRUE
                 ADD 1                      TO WS-HELD-COUNT
                 MOVE SPACES TO WS-PLN-DECISION (WS-ENTRY-SUB)
                 STRING 'HELD (ENTRY '      DELIMITED BY SIZE
                        WS-DEP-BLOCKER      DELIMITED BY SIZE
                        ' FAILED)'          DELIMITED BY SIZE
                        INTO WS-PLN-DECISION (WS-ENTRY-SUB)
                 END-STRING
                 DISPLAY 'Entry ' WS-ENTRY-NUM ' '
                         WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                         ' held - entry ' WS-DEP-BLOCKER
                         ' it depends on did not complete'
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'PLAN: entry '      DELIMITED BY SIZE
                        WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                                            DELIMITED BY SPACE
                        ' held, entry '     DELIMITED BY SIZE
                        WS-DEP-BLOCKER      DELIMITED BY SIZE
                        ' it depends on failed'
                                            DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
              WHEN WS-DEPS-SKIPPED
                 SET WS-PLN-SKIPPED (WS-ENTRY-SUB) TO TRUE
                 MOVE SPACES TO WS-PLN-DECISION (WS-ENTRY-SUB)
                 STRING 'SKIPPED (ENTRY '   DELIMITED BY SIZE
                        WS-DEP-BLOCKER      DELIMITED BY SIZE
                        ')'                 DELIMITED BY SIZE
                        INTO WS-PLN-DECISION (WS-ENTRY-SUB)
                 END-STRING
                 DISPLAY 'Entry ' WS-ENTRY-NUM ' '
                         WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                         ' skipped - entry ' WS-DEP-BLOCKER
                         ' it depends on was skipped'
              WHEN WS-DEPS-WAIT
                 CONTINUE
              WHEN OTHER
                 PERFORM ENTRY-START-CHECK
                 IF WS-START-OK
                    PERFORM ENTRY-LAUNCH
                 END-IF
              END-EVALUATE
           END-IF
           .
       PLAN-DISPATCH-ENTRY-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-DEPS-CHECK SECTION.
      *
      * Where the entry's dependencies stand - a failed (or held) one
      * outweighs a skipped one, which outweighs one still to finish.
      * Completed on this run or on a prior one, a dependency is met
           SET WS-DEPS-MET                  TO TRUE
           MOVE ZERO                        TO WS-DEP-BLOCKER
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-MAX
              IF WS-PLN-DEP (WS-ENTRY-SUB WS-DEP-SUB) NOT = ZERO
                 MOVE WS-PLN-DEP (WS-ENTRY-SUB WS-DEP-SUB)
                                            TO WS-DEP-ENTRY-SUB
                 EVALUATE TRUE
                 WHEN WS-PLN-FAILED (WS-DEP-ENTRY-SUB)
                 WHEN WS-PLN-HELD (WS-DEP-ENTRY-SUB)
                    IF NOT WS-DEPS-FAILED
                       SET WS-DEPS-FAILED   TO TRUE
                       MOVE WS-DEP-ENTRY-SUB TO WS-DEP-BLOCKER
                    END-IF
                 WHEN WS-PLN-SKIPPED (WS-DEP-ENTRY-SUB)
                    IF NOT WS-DEPS-FAILED
                       AND NOT WS-DEPS-SKIPPED
                       SET WS-DEPS-SKIPPED  TO TRUE
                       MOVE WS-DEP-ENTRY-SUB TO WS-DEP-BLOCKER
                    END-IF
                 WHEN WS-PLN-DONE (WS-DEP-ENTRY-SUB)
                 WHEN WS-PLN-PRIOR-RUN (WS-DEP-ENTRY-SUB)
                    CONTINUE
                 WHEN OTHER
                    IF WS-DEPS-MET
                       SET WS-DEPS-WAIT     TO TRUE
                    END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
       ENTRY-DEPS-CHECK-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-START-CHECK SECTION.
      *
      * May the ready entry start now? Not while every stream is busy,
      * not beside an entry that runs alone, and not beside another
      * entry for the same table - two runs would fight over its
      * staging table and its pending rows. An entry that runs alone
      * starts only on an empty set of streams, and holds back the
      * rest of the pass until it has them
           MOVE 'Y'                         TO WS-START-FLAG
           EVALUATE TRUE
           WHEN WS-ALONE-RUNNING
           WHEN WS-DRAINING
           WHEN WS-RUNNING-COUNT NOT < WS-STREAM-COUNT
              MOVE 'N'                      TO WS-START-FLAG
           WHEN WS-PLN-RUNS-ALONE (WS-ENTRY-SUB)
              IF WS-RUNNING-COUNT NOT = ZERO
                 MOVE 'N'                   TO WS-START-FLAG
                 MOVE 'Y'                   TO WS-DRAIN-FLAG
              END-IF
           WHEN OTHER
              PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                      UNTIL WS-MAP-SUB > WS-PLAN-COUNT
                 IF WS-PLN-RUNNING (WS-MAP-SUB)
                    AND WS-PLN-TABLE-NAME (WS-MAP-SUB)
                      = WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                    MOVE 'N'                TO WS-START-FLAG
                 END-IF
              END-PERFORM
           END-EVALUATE
           .
       ENTRY-START-CHECK-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-LAUNCH SECTION.
      *
      * Start one plan entry in a free stream: hand it to PCTB003B
      * (or, for a mode P entry, the pending-change release step)
      * through the override file and launch the program in the
      * background. Its own checkpoint identity (the entry number
      * suffix) keeps a mid-table abend restartable without touching
      * the other entries' state, and names the generation of every
      * file it writes
           DISPLAY 'Entry ' WS-ENTRY-NUM ' '
                   WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                   ' mode ' WS-PLN-RUN-MODE (WS-ENTRY-SUB)
      *
      * Window check: estimate this table's likely duration from its
      * recent runs and decide, before anything is launched, whether
      * it fits the window - a deferrable table that would overrun is
      * skipped, a critical one runs with a loud warning
           MOVE 'RAN'                       TO
                WS-PLN-DECISION (WS-ENTRY-SUB)
           IF WS-WINDOW-ACTIVE
              PERFORM WINDOW-DECIDE-ENTRY
           END-IF
           IF WS-PLN-SKIPPED (WS-ENTRY-SUB)
              CONTINUE
           ELSE
              PERFORM ENTRY-FILE-NAMES
              MOVE ZERO                     TO WS-STREAM-SUB
              PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                      UNTIL WS-MAP-SUB > WS-STREAM-COUNT
                         OR WS-STREAM-SUB NOT = ZERO
                 IF WS-STREAM-RUNNING (WS-MAP-SUB) = ZERO
                    MOVE WS-MAP-SUB         TO WS-STREAM-SUB
                 END-IF
              END-PERFORM
      *
      * A return code left over from an earlier run of this entry
      * would read as this run having ended already
              CALL 'CBL_DELETE_FILE' USING WS-RCIN-FILE-NAME
              END-CALL
              PERFORM TOTIN-CLEAR
              PERFORM OVERRIDE-WRITE
              IF WS-PLN-RUN-MODE (WS-ENTRY-SUB) = 'P'
                 MOVE WS-RELEASE-COMMAND    TO WS-RUN-COMMAND
              ELSE
                 MOVE WS-LOAD-COMMAND       TO WS-RUN-COMMAND
              END-IF
              MOVE SPACES                   TO WS-LAUNCH-COMMAND
              STRING '( '                   DELIMITED BY SIZE
                     WS-RUN-COMMAND         DELIMITED BY '  '
                     ' > '                  DELIMITED BY SIZE
                     WS-LOG-FILE-NAME       DELIMITED BY SPACE
                     ' 2>&1 ; echo $? > '   DELIMITED BY SIZE
                     WS-RCTMP-FILE-NAME     DELIMITED BY SPACE
                     ' ; mv '               DELIMITED BY SIZE
                     WS-RCTMP-FILE-NAME     DELIMITED BY SPACE
                     ' '                    DELIMITED BY SIZE
                     WS-RCIN-FILE-NAME      DELIMITED BY SPACE
                     ' ) &'                 DELIMITED BY SIZE
                     INTO WS-LAUNCH-COMMAND
              END-STRING
              CALL 'SYSTEM' USING WS-LAUNCH-COMMAND
              END-CALL
              MOVE RETURN-CODE              TO WS-SYSTEM-RC
              PERFORM CLOCK-READ
              COMPUTE WS-PLN-START-SECS (WS-ENTRY-SUB) =
                      WS-NOW-SECS - WS-DRIVER-START-SECS
              IF WS-SYSTEM-RC NOT = ZERO
                 PERFORM OVERRIDE-CLEAR
                 MOVE 999                   TO WS-PLN-RC (WS-ENTRY-SUB)
                 MOVE WS-PLN-START-SECS (WS-ENTRY-SUB)
                                            TO WS-PLN-END-SECS
                                               (WS-ENTRY-SUB)
                 PERFORM ENTRY-FAIL
              ELSE
                 SET WS-PLN-RUNNING (WS-ENTRY-SUB) TO TRUE
                 MOVE WS-STREAM-SUB         TO WS-PLN-STREAM
                                               (WS-ENTRY-SUB)
                 MOVE WS-ENTRY-NUM          TO WS-STREAM-RUNNING
                                               (WS-STREAM-SUB)
                 ADD 1                      TO WS-RUNNING-COUNT
                 ADD 1                      TO WS-LAUNCH-COUNT
                 MOVE WS-ENTRY-NUM          TO WS-LAUNCH-ORDER
                                               (WS-LAUNCH-COUNT)
                 IF WS-PLN-RUNS-ALONE (WS-ENTRY-SUB)
                    MOVE 'Y'                TO WS-ALONE-FLAG
                 END-IF
                 DISPLAY 'Entry ' WS-ENTRY-NUM ' started on stream '
                         WS-PLN-STREAM (WS-ENTRY-SUB)
                         ' - console output in ' WS-LOG-FILE-NAME
                 PERFORM OVERRIDE-WAIT
              END-IF
           END-IF
           .
       ENTRY-LAUNCH-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-FILE-NAMES SECTION.
      *
      * The entry's checkpoint identity and the names it gives the
      * files of this entry's run - the totals handoff the program
      * writes, and the console log and return-code file its launch
      * writes
           MOVE SPACES                      TO WS-ENTRY-SUFFIX
           STRING 'E' DELIMITED SIZE
                  WS-ENTRY-NUM DELIMITED SIZE
                  INTO WS-ENTRY-SUFFIX
           END-STRING
           MOVE SPACES                      TO WS-TOTIN-FILE-NAME
           STRING 'PCTB003B.TOT.' DELIMITED SIZE
                  WS-ENTRY-SUFFIX DELIMITED SIZE
                  INTO WS-TOTIN-FILE-NAME
           END-STRING
           MOVE SPACES                      TO WS-LOG-FILE-NAME
           STRING 'PCTB006B.LOG.' DELIMITED SIZE
                  WS-ENTRY-SUFFIX DELIMITED SIZE
                  INTO WS-LOG-FILE-NAME
           END-STRING
           MOVE SPACES                      TO WS-RCIN-FILE-NAME
           STRING 'PCTB006B.RC.' DELIMITED SIZE
                  WS-ENTRY-SUFFIX DELIMITED SIZE
                  INTO WS-RCIN-FILE-NAME
           END-STRING
           MOVE SPACES                      TO WS-RCTMP-FILE-NAME
           STRING WS-RCIN-FILE-NAME DELIMITED BY SPACE
                  '.TMP' DELIMITED SIZE
                  INTO WS-RCTMP-FILE-NAME
           END-STRING
           .
       ENTRY-FILE-NAMES-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-POLL SECTION.
      *
      * Has this running entry ended? Its return-code file appears
      * the moment its program does. A file that cannot be read as a
      * return code counts as a failure - the entry is not taken on
      * trust
           MOVE WS-ENTRY-NUM                TO WS-ENTRY-SUB
           IF WS-PLN-RUNNING (WS-ENTRY-SUB)
              PERFORM ENTRY-FILE-NAMES
              OPEN INPUT RCIN-FILE
              IF WS-RCIN-STATUS = '00'
                 MOVE SPACES                TO RCIN-RECORD
                 READ RCIN-FILE
                 MOVE ZERO                  TO WS-RC-LEN
                 INSPECT RCIN-RECORD TALLYING WS-RC-LEN
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-RC-LEN > ZERO
                    AND WS-RC-LEN < 4
                    AND RCIN-RECORD (1:WS-RC-LEN) IS NUMERIC
                    COMPUTE WS-PLN-RC (WS-ENTRY-SUB) = FUNCTION NUMVAL
                            (RCIN-RECORD (1:WS-RC-LEN))
                 ELSE
                    MOVE 999                TO WS-PLN-RC (WS-ENTRY-SUB)
                 END-IF
                 CLOSE RCIN-FILE
                 PERFORM ENTRY-COMPLETE
              END-IF
           END-IF
           .
       ENTRY-POLL-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-COMPLETE SECTION.
      *
      * The entry has ended - free its stream, fold its error log and
      * reject generations back into the shared files, and either take
      * its control totals (return code zero) or fail it, which holds
      * the entries that depend on it and nothing else
           PERFORM CLOCK-READ
           COMPUTE WS-PLN-END-SECS (WS-ENTRY-SUB) =
                   WS-NOW-SECS - WS-DRIVER-START-SECS
           MOVE WS-PLN-STREAM (WS-ENTRY-SUB) TO WS-STREAM-SUB
           MOVE ZERO            TO WS-STREAM-RUNNING (WS-STREAM-SUB)
           COMPUTE WS-STREAM-BUSY-SECS (WS-STREAM-SUB) =
                   WS-STREAM-BUSY-SECS (WS-STREAM-SUB)
                 + WS-PLN-END-SECS (WS-ENTRY-SUB)
                 - WS-PLN-START-SECS (WS-ENTRY-SUB)
           SUBTRACT 1                       FROM WS-RUNNING-COUNT
           IF WS-PLN-RUNS-ALONE (WS-ENTRY-SUB)
              MOVE 'N'                      TO WS-ALONE-FLAG
           END-IF
           PERFORM ENTRY-GENERATIONS-FOLD
           CALL 'CBL_DELETE_FILE' USING WS-RCIN-FILE-NAME
           END-CALL
           MOVE ZERO                        TO RETURN-CODE
           IF WS-PLN-RC (WS-ENTRY-SUB) = ZERO
      * An adjustment pre-edit loads nothing and hands back no totals
              IF WS-PLN-RUN-MODE (WS-ENTRY-SUB) NOT = 'E'
                 PERFORM TOTIN-READ
              END-IF
              SET WS-PLN-DONE (WS-ENTRY-SUB) TO TRUE
              DISPLAY 'Entry ' WS-ENTRY-NUM ' '
                      WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                      ' completed on stream '
                      WS-PLN-STREAM (WS-ENTRY-SUB)
              PERFORM CHECKPOINT-WRITE
           ELSE
              PERFORM ENTRY-FAIL
           END-IF
           .
       ENTRY-COMPLETE-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-FAIL SECTION.
      *
      * The entry failed, or could not be launched - logged and
      * counted, and the checkpoint rewritten so a restart finds it
      * still to do. The plan runs on; the next dispatch pass holds
      * the entries that depend on this one
           SET WS-PLN-FAILED (WS-ENTRY-SUB) TO TRUE
           ADD 1                            TO WS-FAILED-COUNT
           IF WS-PLN-STREAM (WS-ENTRY-SUB) = ZERO
              MOVE 'FAILED (NOT STARTED)'   TO
                   WS-PLN-DECISION (WS-ENTRY-SUB)
           ELSE
              MOVE SPACES TO WS-PLN-DECISION (WS-ENTRY-SUB)
              STRING 'FAILED (RC '          DELIMITED BY SIZE
                     WS-PLN-RC (WS-ENTRY-SUB) DELIMITED BY SIZE
                     ')'                    DELIMITED BY SIZE
                     INTO WS-PLN-DECISION (WS-ENTRY-SUB)
              END-STRING
           END-IF
           DISPLAY '*** Entry ' WS-ENTRY-NUM ' '
                   WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                   ' failed, return code ' WS-PLN-RC (WS-ENTRY-SUB)
                   ' - entries depending on it are held'
           MOVE SPACES                      TO POCTB-ERROR-MESSAGE
           STRING 'ENTRY-FAIL: entry '      DELIMITED BY SIZE
                  WS-ENTRY-NUM              DELIMITED BY SIZE
                  ' table '                 DELIMITED BY SIZE
                  WS-PLN-TABLE-NAME (WS-ENTRY-SUB)
                                            DELIMITED BY SPACE
                  ' failed'                 DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
           PERFORM ERRLOG-WRITE
           PERFORM CHECKPOINT-WRITE
           .
       ENTRY-FAIL-EXIT.
           EXIT.
      *************************************************************************
       CLOCK-READ SECTION.
      *
      * The clock now in seconds-of-day, past midnight reading as
      * later than the driver's start, not earlier. The time of day
      * comes as hhmmss and hundredths - taken whole, so the hours
      * are not cut off the front of it
           ACCEPT WS-CLOCK-TIME             FROM TIME
           MOVE WS-CLOCK-HHMMSS             TO WS-TIME-WORK
           COMPUTE WS-NOW-SECS = WS-TIME-HH * 3600
                               + WS-TIME-MM * 60
                               + WS-TIME-SS
           IF WS-NOW-SECS < WS-DRIVER-START-SECS
              ADD 86400                     TO WS-NOW-SECS
           END-IF
           .
       CLOCK-READ-EXIT.
           EXIT.
      *************************************************************************
       WINDOW-DECIDE-ENTRY SECTION.
              MOVE 'PCTB003B'               TO WS-EST-PROGRAM
           END-IF
           PERFORM ESTIMATE-FETCH
           PERFORM CLOCK-READ
           EVALUATE TRUE
           WHEN WS-EST-SAMPLES = ZERO
              MOVE 'RAN (NO HISTORY)'       TO
       OVERRIDE-WRITE SECTION.
      *
      * Hand the current entry to PCTB003B - table, mode, batch size,
      * feed and adjustment files, and the entry number as the
      * checkpoint identity suffix
           OPEN OUTPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
           MOVE WS-PLN-RUN-MODE (WS-ENTRY-SUB)   TO OVR-RUN-MODE
           MOVE WS-PLN-BATCH-SIZE (WS-ENTRY-SUB) TO OVR-BATCH-SIZE
           MOVE WS-PLN-FEED-NAME (WS-ENTRY-SUB)  TO OVR-FEED-NAME
           MOVE WS-PLN-ADJ-NAME (WS-ENTRY-SUB)   TO OVR-ADJ-NAME
           MOVE SPACES                      TO OVR-CKPT-SUFFIX
           STRING 'E' DELIMITED SIZE
                  WS-ENTRY-NUM DELIMITED SIZE
           .
       OVERRIDE-CLEAR-EXIT.
           EXIT.
      *************************************************************************
       OVERRIDE-WAIT SECTION.
      *
      * There is one override file, so the next entry cannot be handed
      * over until the one just launched has taken its own - the
      * program empties the file the moment it has read it. Should
      * the entry end without reading it at all, the override is
      * cleared here instead, so it can never reach the wrong entry
           MOVE 'N'                         TO WS-OVERRIDE-TAKEN-FLAG
           PERFORM UNTIL WS-OVERRIDE-TAKEN
              CALL 'C$SLEEP' USING WS-POLL-DELAY
              END-CALL
              PERFORM OVERRIDE-TAKEN-CHECK
              IF NOT WS-OVERRIDE-TAKEN
                 OPEN INPUT RCIN-FILE
                 IF WS-RCIN-STATUS = '00'
                    CLOSE RCIN-FILE
                    PERFORM OVERRIDE-CLEAR
                    SET WS-OVERRIDE-TAKEN   TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
       OVERRIDE-WAIT-EXIT.
           EXIT.
      *************************************************************************
       OVERRIDE-TAKEN-CHECK SECTION.
      *
      * Taken when the override is gone or empty
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
              READ OVERRIDE-FILE
              IF WS-OVERRIDE-STATUS NOT = '00'
                 SET WS-OVERRIDE-TAKEN      TO TRUE
              END-IF
              CLOSE OVERRIDE-FILE
           ELSE
              SET WS-OVERRIDE-TAKEN         TO TRUE
           END-IF
           .
       OVERRIDE-TAKEN-CHECK-EXIT.
           EXIT.
      *************************************************************************
       TOTIN-CLEAR SECTION.
      *
           .
       TOTIN-READ-EXIT.
           EXIT.
      *************************************************************************
       ENTRY-GENERATIONS-FOLD SECTION.
      *
      * The ended entry wrote its error log (and, unless it recycled
      * the shared reject file itself, its rejects) under its own
      * generation - carry them into the shared files every later
      * step reads. The release step keeps an error log of its own
           MOVE SPACES                      TO WS-GEN-IN-NAME
           MOVE SPACES                      TO WS-GEN-OUT-NAME
           IF WS-PLN-RUN-MODE (WS-ENTRY-SUB) = 'P'
              STRING 'PCTB012B.ERRLOG.' DELIMITED SIZE
                     WS-ENTRY-SUFFIX DELIMITED BY SPACE
                     INTO WS-GEN-IN-NAME
              END-STRING
              MOVE 'PCTB012B.ERRLOG'        TO WS-GEN-OUT-NAME
           ELSE
              STRING 'PCTB003B.ERRLOG.' DELIMITED SIZE
                     WS-ENTRY-SUFFIX DELIMITED BY SPACE
                     INTO WS-GEN-IN-NAME
              END-STRING
              MOVE 'PCTB003B.ERRLOG'        TO WS-GEN-OUT-NAME
           END-IF
           PERFORM GENERATION-FOLD
           IF WS-PLN-RUN-MODE (WS-ENTRY-SUB) NOT = 'P'
              AND WS-PLN-RUN-MODE (WS-ENTRY-SUB) NOT = 'R'
              MOVE SPACES                   TO WS-GEN-IN-NAME
              STRING 'PCTB003B.REJ.' DELIMITED SIZE
                     WS-ENTRY-SUFFIX DELIMITED BY SPACE
                     INTO WS-GEN-IN-NAME
              END-STRING
              MOVE 'PCTB003B.REJ'           TO WS-GEN-OUT-NAME
              PERFORM GENERATION-FOLD
           END-IF
           .
       ENTRY-GENERATIONS-FOLD-EXIT.
           EXIT.
      *************************************************************************
       GENERATION-FOLD SECTION.
      *
      * Append one generation to its shared file, then delete it. A
      * missing generation (the entry wrote nothing there) is fine.
      * A shared file that cannot be opened is logged and the
      * generation kept, so not a row of it is lost
           MOVE ZERO                        TO WS-GEN-REC-COUNT
           SET WS-GEN-NOT-EOF               TO TRUE
           OPEN INPUT GEN-IN-FILE
           IF WS-GEN-IN-STATUS = '00'
              OPEN EXTEND GEN-OUT-FILE
              IF WS-GEN-OUT-STATUS NOT = '00'
      * File does not exist yet - EXTEND with nothing to extend,
      * create it
                 OPEN OUTPUT GEN-OUT-FILE
              END-IF
              IF WS-GEN-OUT-STATUS NOT = '00'
                 CLOSE GEN-IN-FILE
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'GENERATION-FOLD: OPEN EXTEND '
                                             DELIMITED BY SIZE
                        WS-GEN-OUT-NAME      DELIMITED BY SPACE
                        ' failed, status '   DELIMITED BY SIZE
                        WS-GEN-OUT-STATUS    DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
              ELSE
                 READ GEN-IN-FILE
                 AT END
                    SET WS-GEN-EOF          TO TRUE
                 END-READ
                 PERFORM UNTIL WS-GEN-EOF
                    MOVE GEN-IN-RECORD      TO GEN-OUT-RECORD
                    WRITE GEN-OUT-RECORD
                    ADD 1                   TO WS-GEN-REC-COUNT
                    READ GEN-IN-FILE
                    AT END
                       SET WS-GEN-EOF       TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE GEN-IN-FILE
                 CLOSE GEN-OUT-FILE
                 CALL 'CBL_DELETE_FILE' USING WS-GEN-IN-NAME
                 END-CALL
                 MOVE ZERO                  TO RETURN-CODE
                 IF WS-GEN-REC-COUNT > ZERO
                    DISPLAY 'Entry ' WS-ENTRY-NUM ' - '
                            WS-GEN-REC-COUNT ' records folded into '
                            WS-GEN-OUT-NAME
                 END-IF
              END-IF
           END-IF
           .
       GENERATION-FOLD-EXIT.
           EXIT.
      *************************************************************************
       CONSOLIDATED-BANNER SECTION.
      *
                   WS-GRAND-DELETED ' ' WS-GRAND-INSERTED ' '
                   WS-GRAND-UPSERTED ' ' WS-GRAND-UPDATED ' '
                   WS-GRAND-REJECTED ' ' WS-GRAND-PENDED
           PERFORM CONSOLIDATED-TIMELINE
           DISPLAY '==================================================='
                   '======================================='
           .
                      WS-PLN-RUN-MODE (WS-ENTRY-SUB)
                      '    (completed on a prior run)'
           WHEN WS-PLN-SKIPPED (WS-ENTRY-SUB)
           WHEN WS-PLN-HELD (WS-ENTRY-SUB)
           WHEN WS-PLN-FAILED (WS-ENTRY-SUB)
              DISPLAY WS-ENTRY-NUM ' '
                      WS-PLN-TABLE-NAME (WS-ENTRY-SUB) ' '
                      WS-PLN-RUN-MODE (WS-ENTRY-SUB) '    '
           .
       CONSOLIDATED-BANNER-LINE-EXIT.
           EXIT.
      *************************************************************************
       CONSOLIDATED-TIMELINE SECTION.
      *
      * Where the batch window went - each stream's entries in the
      * order they ran, a bar chart of the streams side by side, and
      * the critical path: the chain of entries, each waiting on the
      * one before, that decided when the plan finished
           IF WS-LAUNCH-COUNT = ZERO
              DISPLAY 'No entry was started on this run'
           ELSE
              MOVE 1                        TO WS-SPAN-SECS
              PERFORM VARYING WS-LAUNCH-SUB FROM 1 BY 1
                      UNTIL WS-LAUNCH-SUB > WS-LAUNCH-COUNT
                 MOVE WS-LAUNCH-ORDER (WS-LAUNCH-SUB) TO WS-ENTRY-SUB
                 IF WS-PLN-END-SECS (WS-ENTRY-SUB) > WS-SPAN-SECS
                    MOVE WS-PLN-END-SECS (WS-ENTRY-SUB)
                                            TO WS-SPAN-SECS
                 END-IF
              END-PERFORM
              MOVE ZERO                     TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK-SHOW            TO WS-SHOW-START
              MOVE WS-SPAN-SECS             TO WS-CLOCK-SECS
              PERFORM SECS-TO-CLOCK
              MOVE WS-CLOCK-SHOW            TO WS-SHOW-END
              MOVE WS-SPAN-SECS             TO WS-SHOW-SECS
              DISPLAY '-----------------------------------------------'
                      '-------------------------------------------'
              DISPLAY 'Stream timeline - plan started ' WS-SHOW-START
                      ', last entry ended ' WS-SHOW-END
                      ' (' WS-SHOW-SECS ' secs, '
                      WS-STREAM-COUNT ' streams)'
              DISPLAY 'STREAM ID ENTRY    TABLE                       '
                      '     START    END      SECS   DECISION'
              PERFORM TIMELINE-STREAM
                      VARYING WS-STREAM-SUB FROM 1 BY 1
                      UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
              COMPUTE WS-BAR-SCALE = (WS-SPAN-SECS + WS-BAR-WIDTH - 1)
                                   / WS-BAR-WIDTH
              DISPLAY ' '
              DISPLAY 'Each column ' WS-BAR-SCALE
                      ' secs - letters are the entries above, dots'
                      ' an idle stream'
              PERFORM TIMELINE-BAR
                      VARYING WS-STREAM-SUB FROM 1 BY 1
                      UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
              DISPLAY ' '
              PERFORM CRITICAL-PATH
           END-IF
           .
       CONSOLIDATED-TIMELINE-EXIT.
           EXIT.
      *************************************************************************
       TIMELINE-STREAM SECTION.
      *
      * One stream's entries, in the order they started
           PERFORM VARYING WS-LAUNCH-SUB FROM 1 BY 1
                   UNTIL WS-LAUNCH-SUB > WS-LAUNCH-COUNT
              MOVE WS-LAUNCH-ORDER (WS-LAUNCH-SUB) TO WS-ENTRY-SUB
              IF WS-PLN-STREAM (WS-ENTRY-SUB) = WS-STREAM-SUB
                 PERFORM TIMELINE-LINE
                 DISPLAY WS-PLN-STREAM (WS-ENTRY-SUB) '     '
                         WS-ENTRY-LETTERS (WS-ENTRY-SUB:1) '  '
                         WS-ENTRY-NUM ' '
                         WS-PLN-TABLE-NAME (WS-ENTRY-SUB) ' '
                         WS-SHOW-START ' ' WS-SHOW-END ' '
                         WS-SHOW-SECS ' '
                         WS-PLN-DECISION (WS-ENTRY-SUB)
              END-IF
           END-PERFORM
           MOVE WS-STREAM-SUB               TO WS-SHOW-STREAM
           MOVE WS-STREAM-BUSY-SECS (WS-STREAM-SUB) TO WS-SHOW-SECS
           DISPLAY '          stream ' WS-SHOW-STREAM ' busy '
                   WS-SHOW-SECS ' secs'
           .
       TIMELINE-STREAM-EXIT.
           EXIT.
      *************************************************************************
       TIMELINE-LINE SECTION.
      *
      * Clock times and run time of the entry at WS-ENTRY-SUB
           MOVE WS-ENTRY-SUB                TO WS-ENTRY-NUM
           MOVE WS-PLN-START-SECS (WS-ENTRY-SUB) TO WS-CLOCK-SECS
           PERFORM SECS-TO-CLOCK
           MOVE WS-CLOCK-SHOW               TO WS-SHOW-START
           MOVE WS-PLN-END-SECS (WS-ENTRY-SUB)   TO WS-CLOCK-SECS
           PERFORM SECS-TO-CLOCK
           MOVE WS-CLOCK-SHOW               TO WS-SHOW-END
           COMPUTE WS-SHOW-SECS = WS-PLN-END-SECS (WS-ENTRY-SUB)
                                - WS-PLN-START-SECS (WS-ENTRY-SUB)
           .
       TIMELINE-LINE-EXIT.
           EXIT.
      *************************************************************************
       TIMELINE-BAR SECTION.
      *
      * One stream as a line of WS-BAR-WIDTH columns, each entry's
      * letter across the columns it ran in
           MOVE ALL '.'                     TO WS-BAR-LINE
           PERFORM VARYING WS-LAUNCH-SUB FROM 1 BY 1
                   UNTIL WS-LAUNCH-SUB > WS-LAUNCH-COUNT
              MOVE WS-LAUNCH-ORDER (WS-LAUNCH-SUB) TO WS-ENTRY-SUB
              IF WS-PLN-STREAM (WS-ENTRY-SUB) = WS-STREAM-SUB
                 COMPUTE WS-BAR-FROM =
                         WS-PLN-START-SECS (WS-ENTRY-SUB)
                         / WS-BAR-SCALE + 1
                 COMPUTE WS-BAR-TO = WS-BAR-FROM
                 IF WS-PLN-END-SECS (WS-ENTRY-SUB)
                    > WS-PLN-START-SECS (WS-ENTRY-SUB)
                    COMPUTE WS-BAR-TO =
                            (WS-PLN-END-SECS (WS-ENTRY-SUB) - 1)
                            / WS-BAR-SCALE + 1
                 END-IF
                 IF WS-BAR-TO > WS-BAR-WIDTH
                    MOVE WS-BAR-WIDTH       TO WS-BAR-TO
                 END-IF
                 PERFORM VARYING WS-BAR-COL FROM WS-BAR-FROM BY 1
                         UNTIL WS-BAR-COL > WS-BAR-TO
                    MOVE WS-ENTRY-LETTERS (WS-ENTRY-SUB:1)
                                    TO WS-BAR-LINE (WS-BAR-COL:1)
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE WS-STREAM-SUB               TO WS-SHOW-STREAM
           DISPLAY 'STREAM ' WS-SHOW-STREAM ' |' WS-BAR-LINE '|'
           .
       TIMELINE-BAR-EXIT.
           EXIT.
      *************************************************************************
       CRITICAL-PATH SECTION.
      *
      * Start from the entry that finished last and step back, each
      * time to the dependency that finished latest - the one it was
      * really waiting for - until an entry with no dependency run on
      * this pass. Each step's wait is the gap between its
      * predecessor's end and its own start: a wait there is a stream
      * or a run-alone entry it queued behind, not its dependencies
           MOVE ZERO                        TO WS-PATH-PRED
           MOVE -1                          TO WS-PATH-PRED-END
           PERFORM VARYING WS-LAUNCH-SUB FROM 1 BY 1
                   UNTIL WS-LAUNCH-SUB > WS-LAUNCH-COUNT
              MOVE WS-LAUNCH-ORDER (WS-LAUNCH-SUB) TO WS-ENTRY-SUB
              IF WS-PLN-END-SECS (WS-ENTRY-SUB) > WS-PATH-PRED-END
                 MOVE WS-ENTRY-SUB          TO WS-PATH-PRED
                 MOVE WS-PLN-END-SECS (WS-ENTRY-SUB)
                                            TO WS-PATH-PRED-END
              END-IF
           END-PERFORM
           MOVE ZERO                        TO WS-PATH-COUNT
           PERFORM PATH-STEP UNTIL WS-PATH-PRED = ZERO
           DISPLAY 'Critical path - ' WS-PATH-COUNT ' entries'
           DISPLAY 'ID ENTRY    TABLE                            '
                   'START    END      SECS   WAITED'
           MOVE ZERO                        TO WS-PATH-PRED-END
           PERFORM VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-SUB < 1
              MOVE WS-PATH-ENTRY (WS-PATH-SUB) TO WS-ENTRY-SUB
              PERFORM TIMELINE-LINE
              COMPUTE WS-SHOW-WAIT = WS-PLN-START-SECS (WS-ENTRY-SUB)
                                   - WS-PATH-PRED-END
              MOVE WS-PLN-END-SECS (WS-ENTRY-SUB) TO WS-PATH-PRED-END
              DISPLAY WS-ENTRY-LETTERS (WS-ENTRY-SUB:1) '  '
                      WS-ENTRY-NUM ' '
                      WS-PLN-TABLE-NAME (WS-ENTRY-SUB) ' '
                      WS-SHOW-START ' ' WS-SHOW-END ' '
                      WS-SHOW-SECS ' ' WS-SHOW-WAIT
           END-PERFORM
           IF WS-WINDOW-ACTIVE
              COMPUTE WS-CLOCK-SECS = WS-WINDOW-END-SECS
                                    - WS-DRIVER-START-SECS
              PERFORM SECS-TO-CLOCK
              IF WS-SPAN-SECS NOT > WS-CLOCK-SECS
                 COMPUTE WS-SHOW-SECS = WS-CLOCK-SECS - WS-SPAN-SECS
                 DISPLAY 'Window closes ' WS-CLOCK-SHOW
                         ' - critical path ended ' WS-SHOW-SECS
                         ' secs inside it'
              ELSE
                 COMPUTE WS-SHOW-SECS = WS-SPAN-SECS - WS-CLOCK-SECS
                 DISPLAY '*** Window closes ' WS-CLOCK-SHOW
                         ' - critical path ran ' WS-SHOW-SECS
                         ' secs past it'
              END-IF
           END-IF
           .
       CRITICAL-PATH-EXIT.
           EXIT.
      *************************************************************************
       PATH-STEP SECTION.
      *
      * Add WS-PATH-PRED to the path and find its own predecessor - of
      * its dependencies started on this run, the last to finish
           ADD 1                            TO WS-PATH-COUNT
           MOVE WS-PATH-PRED                TO WS-PATH-ENTRY
                                               (WS-PATH-COUNT)
           MOVE WS-PATH-PRED                TO WS-ENTRY-SUB
           MOVE ZERO                        TO WS-PATH-PRED
           MOVE -1                          TO WS-PATH-PRED-END
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-MAX
              MOVE WS-PLN-DEP (WS-ENTRY-SUB WS-DEP-SUB)
                                            TO WS-DEP-ENTRY-SUB
              IF WS-DEP-ENTRY-SUB NOT = ZERO
                 IF WS-PLN-STREAM (WS-DEP-ENTRY-SUB) NOT = ZERO
                    AND WS-PLN-END-SECS (WS-DEP-ENTRY-SUB)
                        > WS-PATH-PRED-END
                    MOVE WS-DEP-ENTRY-SUB   TO WS-PATH-PRED
                    MOVE WS-PLN-END-SECS (WS-DEP-ENTRY-SUB)
                                            TO WS-PATH-PRED-END
                 END-IF
              END-IF
           END-PERFORM
           .
       PATH-STEP-EXIT.
           EXIT.
      *************************************************************************
       SECS-TO-CLOCK SECTION.
      *
      * WS-CLOCK-SECS past the driver's start as hh:mm:ss of the day
           COMPUTE WS-FINISH-SECS = WS-DRIVER-START-SECS + WS-CLOCK-SECS
           IF WS-FINISH-SECS NOT < 86400
              SUBTRACT 86400                FROM WS-FINISH-SECS
           END-IF
           COMPUTE WS-TIME-HH = WS-FINISH-SECS / 3600
           COMPUTE WS-TIME-MM = (WS-FINISH-SECS - WS-TIME-HH * 3600)
                              / 60
           COMPUTE WS-TIME-SS = WS-FINISH-SECS - WS-TIME-HH * 3600
                              - WS-TIME-MM * 60
           MOVE SPACES                      TO WS-CLOCK-SHOW
           STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
                  DELIMITED BY SIZE
                  INTO WS-CLOCK-SHOW
           END-STRING
           .
       SECS-TO-CLOCK-EXIT.
           EXIT.
