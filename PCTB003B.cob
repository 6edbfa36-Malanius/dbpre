                                                WS-RECYCLE-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-RECYCLE-STATUS.
      *
      * Adjustment transactions - the dated file of business
      * corrections (key, field, new value, reason, requester) applied
      * after the feed, each with its history row, instead of fixed
      * updates coded into the load. Each table has its own file,
      * <table>.ADJ, so every entry of a multi-table plan finds its
      * own adjustments; a run-plan entry may name a different file,
      * which the override passes in to replace the default
           SELECT ADJ-FILE            ASSIGN TO DYNAMIC
                                                WS-ADJ-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ADJ-STATUS.
      *
      * Adjustment journal - one line per adjustment applied, with the
      * before and after value, the reason code and the requester,
      * appended run after run. The history trail says what changed;
      * this says who asked for it and why
           SELECT ADJLOG-FILE         ASSIGN TO 'PCTB003B.ADL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ADJLOG-STATUS.
      *
      * Adjustment proof report - run mode E's listing of every
      * transaction in the adjustment file with the value it would
      * replace and whether it would apply or reject
           SELECT ADJPRT-FILE         ASSIGN TO 'PCTB003B.ADP'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ADJPRT-STATUS.
      *
      * Swap tolerances - one record per table, the most the staged
      * load may differ from the live table (row count change, keys
      * added, dropped, changed - each a percentage of the live rows)
      * before the full-refresh swap is held. A '*' entry is the
      * default for tables without their own; a blank figure means
      * that measure has no limit
           SELECT TOL-FILE            ASSIGN TO 'PCTB003B.TOL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-TOL-STATUS.
      *
      * Swap holds - one record appended per full refresh whose staged
      * load was kept back from the live table, closed by the PCTB018B
      * release step. An open hold stops the table's next load
           SELECT HOLD-FILE           ASSIGN TO 'PCTB003B.HLD'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-HOLD-STATUS.
      /
      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
            05 CKPT-RUN-STATUS          PIC  X(01).
                88  CKPT-COMPLETE                   VALUE 'C'.
                88  CKPT-INCOMPLETE                 VALUE 'I'.
      * The time the run stamps its history rows with - carried so a
      * restart stamps its rows the same as the attempt it resumes. A
      * checkpoint without it predates the field and is read without
            05 CKPT-RUN-TIME            PIC  9(06).
      *
        FD  FEED-FILE.
        COPY PCTBFEED.
            05 OVR-CKPT-SUFFIX          PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 OVR-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
            05 OVR-ADJ-NAME             PIC  X(44).
      *
        FD  PART-FILE.
        01  PCF-RECORD.
            05 PCF-KEY-HIGH             PIC  9(08).
            05 FILLER                   PIC  X(01).
            05 PCF-ACCEPTED             PIC  9(08).
      * The time the partition stamped its history rows with - what a
      * held swap parks that partition's share of the load by
            05 FILLER                   PIC  X(01).
            05 PCF-RUN-TIME             PIC  9(06).
      *
        FD  TOTALS-FILE.
        01  TOTALS-RECORD.
            05 REJECT-REASON-CODE       PIC  X(04).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 REJECT-REASON-TEXT       PIC  X(40).
            05 FILLER                   PIC  X(01) VALUE SPACE.
      * The feed source the rejected row came from - ADJUST for an
      * adjustment - so the sources that keep sending bad rows can be
      * told apart
            05 REJECT-FEED-SOURCE       PIC  X(08).
      *
        FD  REGISTER-FILE.
        01  REGISTER-RECORD.
            05 RCY-REASON-CODE          PIC  X(04).
            05 FILLER                   PIC  X(01).
            05 RCY-REASON-TEXT          PIC  X(40).
            05 FILLER                   PIC  X(01).
            05 RCY-FEED-SOURCE          PIC  X(08).
      *
        FD  ADJ-FILE.
        COPY PCTBADJ.
      *
        FD  ADJLOG-FILE.
        01  ADJLOG-RECORD.
            05 ADL-DATE                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 ADL-TIME                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 ADL-PROGRAM-NAME         PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 ADL-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 ADL-FIELD1               PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 ADL-FIELD-ID             PIC  X(01).
            05 FILLER                   PIC  X(01).
            05 ADL-OLD-VALUE            PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 ADL-NEW-VALUE            PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 ADL-REASON-CODE          PIC  X(04).
            05 FILLER                   PIC  X(01).
            05 ADL-REQUESTER            PIC  X(08).
      *
        FD  ADJPRT-FILE.
        01  ADJPRT-RECORD               PIC  X(132).
      *
        FD  TOL-FILE.
        01  TOL-RECORD.
            05 TOL-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 TOL-COUNT-PCT            PIC  9(03).
            05 FILLER                   PIC  X(01).
            05 TOL-ADDED-PCT            PIC  9(03).
            05 FILLER                   PIC  X(01).
            05 TOL-DROPPED-PCT          PIC  9(03).
            05 FILLER                   PIC  X(01).
            05 TOL-CHANGED-PCT          PIC  9(03).
      *
        FD  HOLD-FILE.
        COPY PCTBHOLD.
      /
      **************************************************************************
      *  W O R K I N G   S T O R A G E   S E C T I O N                         *
        01  WS-FEED-ACCEPTED                  PIC  9(08) VALUE ZERO.
        01  WS-FEED-SKIPPED                   PIC  9(08) VALUE ZERO.
      *
      * Feed-driven key deletes - delete records the upstream system
      * sends for keys it has closed out. WS-FEED-DELETED counts the
      * delete records accounted as applied (the trailer foots against
      * records, not rows); the rows they actually removed go into
      * WS-ROWS-DELETED with the other DML control totals. A deleted
      * key's parked future-dated changes are withdrawn with it, or
      * the PCTB012B release would bring the key back
        01  WS-FEED-DELETED                   PIC  9(08) VALUE ZERO.
        01  WS-PEND-WITHDRAWN                 PIC  9(08) VALUE ZERO.
      *
      * Parked future-dated changes carried across to the new key when
      * an adjustment re-keys a live row - left on the old key, the
      * PCTB012B release would bring the old key back
        01  WS-PEND-REKEYED                   PIC  9(08) VALUE ZERO.
      *
      * Feed control record working storage - the header and trailer
      * the upstream system wraps around the detail records, and the
      * running totals they are balanced against after the load.
               10 WS-SLICE-PART-ID         PIC  9(02).
               10 WS-SLICE-LOW             PIC  9(08).
               10 WS-SLICE-HIGH            PIC  9(08).
               10 WS-SLICE-RUN-TIME        PIC  9(06).
        01  S1                                PIC  S9(4) COMP VALUE 0.
        01  S2                                PIC  S9(4) COMP VALUE 0.
        01  WS-SLICE-HOLD-ID                  PIC  9(02) VALUE ZERO.
        01  WS-SLICE-HOLD-LOW                 PIC  9(08) VALUE ZERO.
        01  WS-SLICE-HOLD-HIGH                PIC  9(08) VALUE ZERO.
        01  WS-SLICE-HOLD-TIME                PIC  9(06) VALUE ZERO.
        01  WS-SLICE-NEXT-LOW                 PIC  9(08) VALUE ZERO.
        01  WS-SLICE-FOUND-FLAG               PIC  X(01) VALUE 'N'.
            88  WS-SLICE-FOUND                             VALUE 'Y'.
            88  WS-RECYCLE-EOF                             VALUE 'Y'.
            88  WS-RECYCLE-NOT-EOF                         VALUE 'N'.
      *
      * Adjustment transaction working storage - the transaction in
      * hand, the current row it would change, and the run's counts.
      * T carries the adjustment detail number through the adjustment
      * phase so a restart resumes after the last one committed. A
      * rejected adjustment goes to the reject file like a feed row:
      * key in FIELD1, new value in FIELD3, and field id, requester and
      * reason code packed into FIELD2 (WS-ADJ-REJ-FIELD2), so a
      * recycle run can re-drive it as an adjustment
        01  WS-ADJ-FILE-NAME                  PIC  X(64)
            VALUE SPACES.
        01  WS-ADJ-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-ADJLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ADJLOG-OPEN-FLAG               PIC  X(01) VALUE 'N'.
            88  WS-ADJLOG-OPEN                             VALUE 'Y'.
        01  WS-ADJPRT-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ADJPRT-OPEN-FLAG               PIC  X(01) VALUE 'N'.
            88  WS-ADJPRT-OPEN                             VALUE 'Y'.
        01  WS-ADJ-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-ADJ-EOF                                 VALUE 'Y'.
            88  WS-ADJ-NOT-EOF                             VALUE 'N'.
        01  WS-ADJ-GOT-HEADER-FLAG            PIC  X(01) VALUE 'N'.
            88  WS-ADJ-GOT-HEADER                          VALUE 'Y'.
        01  WS-ADJ-FILE-OK-FLAG               PIC  X(01) VALUE 'N'.
            88  WS-ADJ-FILE-OK                             VALUE 'Y'.
        01  WS-ADJ-BUS-DATE                   PIC  9(06) VALUE ZERO.
        01  WS-ADJ-START-T                    PIC S9(9) COMP.
        01  WS-ADJ-KEY.
            05 WS-ADJ-KEY-NUM                 PIC  9(08).
            05 FILLER                         PIC  X(12) VALUE SPACE.
        01  WS-ADJ-FIELD-ID                   PIC  X(01).
            88  WS-ADJ-FIELD-KEY                           VALUE '1'.
            88  WS-ADJ-FIELD-2                             VALUE '2'.
            88  WS-ADJ-FIELD-3                             VALUE '3'.
            88  WS-ADJ-FIELD-VALID                  VALUE '1' '2' '3'.
        01  WS-ADJ-NEW-VALUE                  PIC  X(32).
        01  WS-ADJ-NEW-VALUE-R REDEFINES WS-ADJ-NEW-VALUE.
            05 WS-ADJ-NEW-KEY                 PIC  9(08).
            05 WS-ADJ-NEW-KEY-REST            PIC  X(24).
        01  WS-ADJ-REASON-CODE                PIC  X(04).
        01  WS-ADJ-REQUESTER                  PIC  X(08).
        01  WS-ADJ-REJ-FIELD2.
            05 WS-ADJ-REJ-FIELD-ID            PIC  X(01).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-REJ-REQUESTER           PIC  X(08).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-REJ-REASON-CODE         PIC  X(04).
            05 FILLER                         PIC  X(01) VALUE SPACE.
        01  WS-ADJ-LOOKUP-KEY                 PIC  9(08).
        01  WS-ADJ-LOOKUP-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ADJ-LOOKUP-FOUND                        VALUE 'Y'.
        01  WS-ADJ-ROW-FIELD1                 PIC  X(20).
        01  WS-ADJ-ROW-FIELD2                 PIC  X(16).
        01  WS-ADJ-ROW-FIELD3                 PIC  X(32).
        01  WS-ADJ-HDR-MESSAGE                PIC  X(80).
        01  WS-ADJ-PROOF-LINE.
            05 WS-ADJ-PL-SEQ                  PIC  ZZZZ9.
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-KEY                  PIC  X(08).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-FIELD                PIC  X(02).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-CURRENT              PIC  X(32).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-NEW                  PIC  X(32).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-REASON               PIC  X(04).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-REQUESTER            PIC  X(08).
            05 FILLER                         PIC  X(01) VALUE SPACE.
            05 WS-ADJ-PL-RESULT               PIC  X(11).
            05 FILLER                         PIC  X(23) VALUE SPACE.
        01  WS-ADJ-CUR-FIELD2                 PIC  X(16).
        01  WS-ADJ-CUR-FIELD3                 PIC  X(32).
        01  WS-ADJ-OLD-VALUE                  PIC  X(32).
        01  WS-ADJ-NEW-FIELD1                 PIC  X(20).
        01  WS-ADJ-NEW-FIELD2                 PIC  X(16).
        01  WS-ADJ-NEW-FIELD3                 PIC  X(32).
        01  WS-ADJ-READ                       PIC  9(08) VALUE ZERO.
        01  WS-ADJ-APPLIED                    PIC  9(08) VALUE ZERO.
        01  WS-ADJ-REJECTED                   PIC  9(08) VALUE ZERO.
        01  WS-ADJ-SKIPPED                    PIC  9(08) VALUE ZERO.
        01  WS-ADJPRT-LINE-COUNT              PIC  9(02) VALUE ZERO.
        01  WS-ADJPRT-PAGE-NUM                PIC  9(04) VALUE ZERO.
      *
      * Batched INSERT working storage - how many row tuples are
      * currently buffered into SQLCA-STATEMENT, waiting to be flushed
      * as one multi-row INSERT once POCTB-INSERT-BATCH-SIZE is reached
        01  WS-OLD-TABLE-NAME                 PIC  X(40) VALUE SPACES.
        01  WS-TARGET-TABLE-NAME              PIC  X(40) VALUE SPACES.
      *
      * Swap guard - before the swap the staged load is compared with
      * the live table, and a load outside the table's tolerances is
      * held instead of swapped: the live table stays as it is, and
      * the run's history rows are parked in <table>_held so the
      * delta extract does not send changes the live table never got.
      * PCTB018B later swaps the held load live or discards it
        01  WS-HELD-TABLE-NAME                PIC  X(40) VALUE SPACES.
        01  WS-TOL-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-TOL-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-TOL-EOF                                 VALUE 'Y'.
            88  WS-TOL-NOT-EOF                             VALUE 'N'.
        01  WS-TOL-FOUND-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-TOL-OWN-ENTRY                           VALUE 'Y'.
            88  WS-TOL-DEFAULT-ENTRY                       VALUE 'D'.
            88  WS-TOL-NO-ENTRY                            VALUE 'N'.
      * Tolerance percentages in force - 9999 is no limit, which a
      * three-digit tolerance entry can never ask for
        01  WS-TOL-COUNT-PCT                  PIC  9(04) VALUE 9999.
        01  WS-TOL-ADDED-PCT                  PIC  9(04) VALUE 9999.
        01  WS-TOL-DROPPED-PCT                PIC  9(04) VALUE 9999.
        01  WS-TOL-CHANGED-PCT                PIC  9(04) VALUE 9999.
      * The comparison as fetched, and as counts and percentages
        01  WS-SWP-LIVE-TEXT                  PIC  X(16).
        01  WS-SWP-STAGE-TEXT                 PIC  X(16).
        01  WS-SWP-ADDED-TEXT                 PIC  X(16).
        01  WS-SWP-DROPPED-TEXT               PIC  X(16).
        01  WS-SWP-CHANGED-TEXT               PIC  X(16).
        01  WS-SWP-LIVE-COUNT                 PIC  9(09) VALUE ZERO.
        01  WS-SWP-STAGE-COUNT                PIC  9(09) VALUE ZERO.
        01  WS-SWP-ADDED                      PIC  9(09) VALUE ZERO.
        01  WS-SWP-DROPPED                    PIC  9(09) VALUE ZERO.
        01  WS-SWP-CHANGED                    PIC  9(09) VALUE ZERO.
        01  WS-SWP-COUNT-DIFF                 PIC  9(09) VALUE ZERO.
        01  WS-SWP-PCT-EDIT                   PIC  Z(10)9.99.
        01  WS-SWP-TOL-EDIT                   PIC  ZZZ9.
        01  WS-SWP-HOLD-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-SWP-HOLD                                VALUE 'Y'.
        01  WS-SWP-HELD-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-SWP-HELD                                VALUE 'Y'.
        01  WS-SWP-REASON                     PIC  X(60) VALUE SPACES.
        01  WS-SWP-REASON-PTR                 PIC  S9(4) COMP.
        01  WS-HOLD-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-HOLD-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-HOLD-EOF                                VALUE 'Y'.
            88  WS-HOLD-NOT-EOF                            VALUE 'N'.
        01  WS-HOLD-OPEN-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-HOLD-OPEN-FOUND                         VALUE 'Y'.
        01  WS-HOLD-OPEN-DATE                 PIC  9(06) VALUE ZERO.
        01  WS-SWP-PARKED                     PIC  9(08) VALUE ZERO.
      * The measure in hand - see SWAP-TOLERANCE-MEASURE
        01  WS-SWP-M-NAME                     PIC  X(19).
        01  WS-SWP-M-WORD                     PIC  X(08).
        01  WS-SWP-M-COUNT                    PIC  9(09).
        01  WS-SWP-M-PCT                      PIC  9(11)V99.
        01  WS-SWP-M-TOL                      PIC  9(04).
      *
      * Effective-dated detail records - a detail carrying an effective
      * date after tonight's business date is parked in <table>_pending
      * instead of loading live, for the PCTB012B release step to apply
      * mid-batch, and a pending INSERT through either would clobber it
        01  WS-PEND-STATEMENT                 PIC  X(2000).
        01  WS-PEND-STMT-PTR                  PIC  S9(4) COMP.
      * A full refresh that could yet be held parks its future-dated
      * rows in <table>_held instead, as OPERATION_TYPE 'P' rows
      * stamped like the run's history rows - NEW_FIELD1-3 the row,
      * OLD_FIELD1 its effective date. They reach <table>_pending only
      * with the load they came in on: at the swap here, or at the
      * PCTB018B release of a held load; a discard drops them with it
        01  WS-PEND-VIA-HELD-FLAG             PIC  X(01) VALUE 'N'.
            88  WS-PEND-VIA-HELD                           VALUE 'Y'.
        01  WS-PEND-UNPARKED                  PIC  9(08) VALUE ZERO.
      *
      * Operation type recorded for the batched INSERT's history rows -
      * 'I' in full-refresh (the table was just wiped, so every row in
        01  WS-START-DATE                     PIC  9(06) VALUE ZERO.
        01  WS-START-TIME                     PIC  9(06) VALUE ZERO.
      *
      * Run stamp - the AUDIT_TIME on every history row the run writes,
      * the start time of the attempt that began the run (a restart
      * keeps it from the checkpoint). With the program name and the
      * business date it picks out this run's rows from other same-day
      * runs of the table. A held swap parks the rows of every stamp
      * that built the staged load - one, or one per partition
        01  WS-RUN-TIME                       PIC  9(06) VALUE ZERO.
        01  WS-RUN-TIME-COUNT                 PIC  9(02) VALUE ZERO.
        01  WS-RUN-TIME-TABLE.
            05 WS-RUN-TIME-ENTRY OCCURS 16    PIC  9(06).
        01  WS-RUN-TIME-FILTER                PIC  X(160) VALUE SPACES.
        01  WS-RUN-TIME-PTR                   PIC  S9(4) COMP VALUE 0.
      *
      * Accepted-record count recorded with the statistics row - the
      * feed details accounted as loaded rather than rejected or
      * pended (a delete record applied counts as accepted), which is
      * what the feed trailer actually foots against.
      * MySQL_affected_rows cannot stand in for it: an upserted row
      * counts 0 when unchanged and 2 when changed, so ROWS_UPSERTED
      * is not a record count. Restart-skipped records
      * (committed by a prior abended attempt) and the sibling
      * partitions' slices are folded in, so the night's trailer
      * still foots after a restart or across a partitioned load
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-CKPT-FILE-NAME
                    END-STRING
      * Plan entries may run side by side, so the files every
      * invocation writes get the entry's own generation too, the
      * way a partition's do - the totals handoff and the record
      * listing are opened OUTPUT and would truncate each other, the
      * error log and the reject file are held open EXTEND for the
      * whole run. The driver folds the error log and reject
      * generations back into the shared files as each entry ends.
      * A recycle entry reads and replaces the shared reject file
      * itself - the driver runs it alone, on the shared name
                    MOVE SPACES             TO WS-TOTALS-FILE-NAME
                    STRING 'PCTB003B.TOT.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-TOTALS-FILE-NAME
                    END-STRING
                    MOVE SPACES             TO WS-PRINT-FILE-NAME
                    STRING 'PCTB003B.PRT.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-PRINT-FILE-NAME
                    END-STRING
                    MOVE SPACES             TO WS-ERRLOG-FILE-NAME
                    STRING 'PCTB003B.ERRLOG.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-ERRLOG-FILE-NAME
                    END-STRING
                    IF NOT POCTB-RECYCLE
                       MOVE SPACES          TO WS-REJECT-FILE-NAME
                       STRING 'PCTB003B.REJ.' DELIMITED SIZE
                              OVR-CKPT-SUFFIX DELIMITED BY SPACE
                              INTO WS-REJECT-FILE-NAME
                       END-STRING
                    END-IF
                 END-IF
                 IF OVR-FEED-NAME NOT = SPACES
                    MOVE OVR-FEED-NAME      TO WS-FEED-FILE-NAME
                 END-IF
                 IF OVR-ADJ-NAME NOT = SPACES
                    MOVE OVR-ADJ-NAME       TO WS-ADJ-FILE-NAME
                 END-IF
                 SET WS-OVERRIDE-USED       TO TRUE
                 DISPLAY 'Run-plan override active: table '
                         POCTB-TABLE-NAME ' mode ' POCTB-RUN-MODE
           IF POCTB-TABLE-NAME = SPACES
              MOVE 'example_table'          TO POCTB-TABLE-NAME
           END-IF
      * The adjustment file follows the table unless the plan named one
           IF WS-ADJ-FILE-NAME = SPACES
              STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                     '.ADJ' DELIMITED SIZE
                     INTO WS-ADJ-FILE-NAME
              END-STRING
           END-IF
           IF POCTB-RUN-MODE NOT = 'I' AND POCTB-RUN-MODE NOT = 'R'
              AND POCTB-RUN-MODE NOT = 'E'
              SET POCTB-FULL-REFRESH        TO TRUE
           END-IF
           IF POCTB-RECYCLE
                  '_pending' DELIMITED SIZE
                  INTO WS-PENDING-TABLE-NAME
           END-STRING
           MOVE SPACES                      TO WS-HELD-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_held' DELIMITED SIZE
                  INTO WS-HELD-TABLE-NAME
           END-STRING
           IF POCTB-FULL-REFRESH
              MOVE WS-STAGE-TABLE-NAME      TO WS-TARGET-TABLE-NAME
           ELSE
           ACCEPT POCTB-TIME                FROM TIME
           MOVE POCTB-DATE                  TO WS-START-DATE
           MOVE POCTB-TIME                  TO WS-START-TIME
           MOVE POCTB-TIME                  TO WS-RUN-TIME
      *
      * Error log is opened up front so every failure in the run,
      * including ones before the DB connects, gets recorded
           PERFORM ERRLOG-OPEN
      *
      * An adjustment pre-edit only reads the table and prints its
      * proof - it writes no rejects, journal or data report
           IF NOT POCTB-ADJUST-EDIT
              PERFORM REJECT-OPEN
              PERFORM ADJ-JOURNAL-OPEN
      *
      * Print file is opened once for the whole job - DISPLAY-ALL-RECORDS
      * is called more than once per run and must append to the same
      * report rather than truncating it on every call
              PERFORM PRINT-REPORT-OPEN
           END-IF
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  DBSOCKET.....: ' SQLCA-SOCKET ' *'
           DISPLAY '*  TABLE.......: ' POCTB-TABLE-NAME ' *'
           DISPLAY '*  RUNMODE.....: ' POCTB-RUN-MODE
                   ' (F=full,I=incr,R=recycle,E=adj edit)   *'
           DISPLAY '*******************************************'
                   '*********'
      *
DBPRE         END-IF
DBPRE *    END-EXEC.
      *
      * The unit of work committed - the checkpoint no longer applies.
      * An adjustment pre-edit loaded nothing, so it leaves the
      * checkpoint, totals, register and run statistics alone
           IF NOT POCTB-ADJUST-EDIT
              PERFORM CHECKPOINT-CLEAR
      *
      * Hand this run's control totals to the PCTB006B driver - one
      * fresh record per run; harmless on a stand-alone run
              PERFORM TOTALS-WRITE
      *
      * The feed loaded and balanced - register its business date and
      * source, so tomorrow's run knows what date to expect next
              PERFORM REGISTER-WRITE
      *
      * One run-statistics row per run - stamped with the end
      * date/time, so it has to run after the work is committed and
      * before the connection closes
              ACCEPT POCTB-DATE             FROM DATE
              ACCEPT POCTB-TIME             FROM TIME
              PERFORM RUN-STATS-INSERT
           END-IF
      *
      * We're done, now close the database and stop the program
DBPRE      MOVE 5             TO SQLCA-SEQUENCE
           DISPLAY 'Rows updated.....: ' WS-ROWS-UPDATED
           DISPLAY 'Rows rejected....: ' WS-ROWS-REJECTED
           DISPLAY 'Rows pended......: ' WS-ROWS-PENDED
           DISPLAY 'Keys deleted.....: ' WS-FEED-DELETED
           DISPLAY 'Pending withdrawn: ' WS-PEND-WITHDRAWN
           DISPLAY 'Values translated: ' WS-ROWS-TRANSLATED
           DISPLAY 'Adjustments read.: ' WS-ADJ-READ
           DISPLAY 'Adjust. applied..: ' WS-ADJ-APPLIED
           DISPLAY 'Adjust. rejected.: ' WS-ADJ-REJECTED
           DISPLAY 'Adjust. skipped..: ' WS-ADJ-SKIPPED
           DISPLAY 'Pending re-keyed.: ' WS-PEND-REKEYED
           PERFORM XLATE-RULES-REPORT
           IF POCTB-ADJUST-EDIT
              DISPLAY 'Adjustment pre-edit - nothing was changed'
           END-IF
           IF WS-SWP-HELD
              DISPLAY 'Staging swap HELD - live table unchanged, '
                      'release or discard with PCTB018B'
           END-IF
           DISPLAY '-------------------------------------------'
      *
           PERFORM PRINT-REPORT-CLOSE
           PERFORM ERRLOG-CLOSE
           PERFORM REJECT-CLOSE
           PERFORM ADJ-JOURNAL-CLOSE
      *
      * No error, return zero
      *
      * which a line sequential WRITE rejects as bad characters
              MOVE SPACES                   TO REJECT-RECORD
              MOVE POCTB-PROGRAM-NAME       TO REJECT-PROGRAM-NAME
      * A re-driven reject that fails again keeps the date it was
      * first rejected on and the source that sent it, so its age
      * runs from the original rejection, not from the last recycle
              EVALUATE TRUE
              WHEN POCTB-RECYCLE
                 MOVE RCY-DATE              TO REJECT-DATE
                 MOVE RCY-TIME              TO REJECT-TIME
                 MOVE RCY-FEED-SOURCE       TO REJECT-FEED-SOURCE
              WHEN WS-REJECT-REASON-CODE (1:2) = 'AD'
                 MOVE POCTB-DATE            TO REJECT-DATE
                 MOVE POCTB-TIME            TO REJECT-TIME
                 MOVE 'ADJUST'              TO REJECT-FEED-SOURCE
              WHEN OTHER
                 MOVE POCTB-DATE            TO REJECT-DATE
                 MOVE POCTB-TIME            TO REJECT-TIME
                 MOVE WS-FEED-SOURCE        TO REJECT-FEED-SOURCE
              END-EVALUATE
              MOVE POCTB-TABLE-NAME         TO REJECT-TABLE-NAME
              MOVE FIELD1                   TO REJECT-FIELD1
              MOVE FIELD2                   TO REJECT-FIELD2
                    MOVE CKPT-SEQUENCE        TO WS-RESTART-SEQUENCE
                    MOVE CKPT-LOOP-COUNTER    TO WS-RESTART-LOOP-CTR
                    SET WS-CKPT-FOUND         TO TRUE
                    IF CKPT-RUN-TIME NUMERIC
                       AND CKPT-RUN-TIME NOT = ZERO
                       MOVE CKPT-RUN-TIME     TO WS-RUN-TIME
                    END-IF
                 END-IF
              END-IF
              CLOSE CKPT-FILE
              DISPLAY 'Checkpoint found - restart SQLCA-SEQUENCE '
                       WS-RESTART-SEQUENCE ' loop counter '
                       WS-RESTART-LOOP-CTR
              DISPLAY 'History rows stamped with the run time '
                       WS-RUN-TIME
           ELSE
              DISPLAY 'No usable checkpoint - starting from the top'
           END-IF
              MOVE SQLCA-SEQUENCE           TO CKPT-SEQUENCE
              MOVE T                        TO CKPT-LOOP-COUNTER
              SET CKPT-INCOMPLETE           TO TRUE
              MOVE WS-RUN-TIME              TO CKPT-RUN-TIME
              WRITE CKPT-RECORD
              CLOSE CKPT-FILE
           ELSE
              MOVE ZERO                     TO CKPT-SEQUENCE
              MOVE ZERO                     TO CKPT-LOOP-COUNTER
              SET CKPT-COMPLETE             TO TRUE
              MOVE ZERO                     TO CKPT-RUN-TIME
              WRITE CKPT-RECORD
              CLOSE CKPT-FILE
           ELSE
           MOVE WS-ELAPSED-WORK             TO WS-ELAPSED-SECONDS
      *
           COMPUTE WS-ACCEPTED-TOTAL = WS-FEED-ACCEPTED
                                     + WS-FEED-DELETED
                                     + WS-FEED-SKIPPED
                                     + WS-FEED-OUT-OF-RANGE
DBPRE      MOVE 30            TO SQLCA-SEQUENCE
      *
           DISPLAY 'In POCTB-ACTION.'
      *
      * Run mode E proves the adjustment file and stops - no load, no
      * checkpoint, nothing changed
           IF POCTB-ADJUST-EDIT
              PERFORM ADJ-PRE-EDIT
           ELSE
      *
      * Checkpoint/restart - find out how far a prior, abended run got
           PERFORM CHECKPOINT-READ
      *
      * A table whose last full refresh is still held must have that
      * load released or discarded before anything loads it again -
      * a new load would overwrite the held staging table, and any
      * change to the live table would be lost when the held load is
      * swapped in. A restart past the swap step has nothing left to
      * do to either table
           IF WS-RESTART-SEQUENCE < 28
              PERFORM HOLD-PRECHECK
           END-IF
      *
      * A full refresh reads its swap tolerances up front - only a
      * table with a tolerance entry can be held, and such a load
      * parks its future-dated rows where a hold keeps them with it
           IF POCTB-FULL-REFRESH
              PERFORM SWAP-TOLERANCE-LOAD
              IF NOT WS-TOL-NO-ENTRY
                 SET WS-PEND-VIA-HELD       TO TRUE
              END-IF
           END-IF
      *
      * Prove tonight's header date is the expected next business date
      * for this table before any DML has run - a re-transmitted
      * prior-night feed or a silently skipped day aborts the load
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-RUN-TIME DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
           PERFORM DISPLAY-ALL-RECORDS
      *
           IF POCTB-PART-ID NOT = ZERO
              DISPLAY 'Apply adjustments - skipped, partitioned run'
           ELSE
           IF POCTB-RECYCLE
              DISPLAY 'Apply adjustments - skipped, run mode is '
                      'RECYCLE'
           ELSE
           IF WS-RESTART-SEQUENCE NOT < 11
              DISPLAY 'Apply adjustments - skipped, already done '
                      'on a prior run'
           ELSE
           DISPLAY 'Apply adjustments from the adjustment file'
      *
      * The day's business corrections - the dated adjustment file,
      * applied to the load target after the feed so a full refresh
      * carries them into the table it swaps live. A restart inside
      * the phase resumes after the last adjustment committed
           IF WS-RESTART-SEQUENCE = 10
              COMPUTE WS-ADJ-START-T = WS-RESTART-LOOP-CTR + 1
              DISPLAY 'Apply adjustments - resuming at adjustment '
                      WS-ADJ-START-T
           ELSE
              MOVE 1                        TO WS-ADJ-START-T
           END-IF
           PERFORM ADJ-LOAD
           END-IF
           END-IF
           END-IF
      * Full-refresh only: the staging table now holds the complete,
      * balanced load - make it the live table in one atomic RENAME.
      * Readers see the old table right up to this point and the new
      * one immediately after, never an empty or half-loaded one.
      * SWAP-GUARD first compares the load with the live table and
      * holds it instead when the change is outside tolerance
           IF POCTB-PART-ID NOT = ZERO AND POCTB-FULL-REFRESH
              DISPLAY 'Swap staging table live - deferred to the '
                      'partition reconciliation'
              DISPLAY 'Swap staging table live - skipped, already done '
                      'on a prior run'
           ELSE
           PERFORM SWAP-GUARD
           END-IF
           END-IF
           END-IF
              PERFORM PARTITION-WRITE-SLICE
              PERFORM PARTITION-RECONCILIATION
           END-IF
           END-IF
      *
           DISPLAY 'Ende POCTB-ACTION.'
      *
           DISPLAY 'Feed records accepted..: ' WS-FEED-ACCEPTED
           DISPLAY 'Feed records skipped...: ' WS-FEED-SKIPPED
           DISPLAY 'Feed records pended....: ' WS-ROWS-PENDED
           DISPLAY 'Feed records deleted...: ' WS-FEED-DELETED
           IF POCTB-PART-ID NOT = ZERO
              DISPLAY 'Feed records not ours..: ' WS-FEED-OUT-OF-RANGE
           END-IF
              CLOSE RECYCLE-FILE
              DISPLAY 'Recycle records read...: ' WS-FEED-READ-COUNT
              DISPLAY 'Recycle records loaded.: ' WS-FEED-ACCEPTED
              DISPLAY 'Recycle deletes applied: ' WS-FEED-DELETED
              DISPLAY 'Recycle records skipped: ' WS-FEED-SKIPPED
              DISPLAY 'Other tables'' rejects..: ' WS-RCY-PASSED
           END-IF
       RECYCLE-PROCESS-RECORD SECTION.
      *
      * One reject-file record - same restart skip, validation and
      * batching as a feed detail record, the same delete path as a
      * feed delete record for a rejected delete, or the adjustment
      * path for a rejected adjustment
DBPRE      MOVE 9             TO SQLCA-SEQUENCE
           ADD 1                            TO T
           ADD 1                            TO WS-FEED-READ-COUNT
                 WRITE REJECT-RECORD
              END-IF
              ADD 1                         TO WS-RCY-PASSED
           ELSE
           IF RCY-REASON-CODE (1:2) = 'DL'
      * A delete reject (key not on the table, or not a valid key) -
      * re-driven as a delete, not as a row to insert
              MOVE RCY-FIELD1               TO FIELD1
              MOVE SPACES                   TO FIELD2
              MOVE SPACES                   TO FIELD3
              PERFORM KEY-DELETE-APPLY
           ELSE
           IF RCY-REASON-CODE (1:2) = 'AD'
      * An adjustment reject - unpacked from the reject layout and
      * re-driven as an adjustment, once any rows buffered ahead of it
      * have landed so it sees the table as the file left it. The
      * flush checkpoints the rows ahead of this record, not the
      * record itself, which is only done once its own commit is in
              IF WS-BATCH-ROW-COUNT NOT = ZERO
                 SUBTRACT 1                 FROM T
                 PERFORM LOAD-BATCH-FLUSH
                 ADD 1                      TO T
              END-IF
              MOVE RCY-FIELD1               TO WS-ADJ-KEY
              MOVE RCY-FIELD2               TO WS-ADJ-REJ-FIELD2
              MOVE WS-ADJ-REJ-FIELD-ID      TO WS-ADJ-FIELD-ID
              MOVE WS-ADJ-REJ-REQUESTER     TO WS-ADJ-REQUESTER
              MOVE WS-ADJ-REJ-REASON-CODE   TO WS-ADJ-REASON-CODE
              MOVE RCY-FIELD3               TO WS-ADJ-NEW-VALUE
              ADD 1                         TO WS-ADJ-READ
              PERFORM ADJ-APPLY-ONE
           ELSE
              MOVE RCY-FIELD1               TO FIELD1
              MOVE RCY-FIELD2               TO FIELD2
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       RECYCLE-PROCESS-RECORD-EXIT.
           EXIT.
      * Detail records at or below the checkpointed feed record number
      * were loaded and committed by the prior, abended run and are
      * skipped; the rest go through validation and on to either the
      * reject file or the batched INSERT. Delete records go through
      * the same ordering checks and the same restart skip. Every
      * detail and delete record - even a skipped or rejected one -
      * still counts into the read count and FIELD1 hash total the
      * trailer is balanced against
DBPRE      MOVE 9             TO SQLCA-SEQUENCE
           EVALUATE TRUE
           WHEN FEED-HEADER-REC
              MOVE FEED-TRL-HASH            TO WS-TRL-HASH
              SET WS-FEED-GOT-TRAILER       TO TRUE
           WHEN FEED-DETAIL-REC
           WHEN FEED-DELETE-REC
              IF NOT WS-FEED-GOT-HEADER
                 MOVE 'FEED: detail record before feed header'
                                            TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              IF FEED-DELETE-REC
                 PERFORM FEED-PROCESS-DELETE
              ELSE
                 PERFORM FEED-PROCESS-DETAIL
              END-IF
           WHEN OTHER
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'FEED-PROCESS-RECORD: unknown record type '
       FEED-PROCESS-DETAIL-EXIT.
           EXIT.
      *************************************************************************
       FEED-PROCESS-DELETE SECTION.
      *
      * One delete record - counted into the read count and FIELD1
      * hash total exactly like a detail, with the same restart skip
      * and partition slicing. Only FIELD1 is read; FIELD2/FIELD3 are
      * blanked so a reject line for it carries the key alone
DBPRE      MOVE 9             TO SQLCA-SEQUENCE
           ADD 1                            TO T
           ADD 1                            TO WS-FEED-READ-COUNT
           IF FEED-FIELD1 NUMERIC
              ADD FEED-FIELD1               TO WS-FEED-HASH-TOTAL
           END-IF
           IF T < WS-INSERT-START-T
              ADD 1                         TO WS-FEED-SKIPPED
           ELSE
           IF POCTB-PART-ID NOT = ZERO
              AND ((FEED-FIELD1 IS NUMERIC
                    AND (FEED-FIELD1 < POCTB-PART-KEY-LOW
                         OR FEED-FIELD1 > POCTB-PART-KEY-HIGH))
                OR (FEED-FIELD1 NOT NUMERIC
                    AND POCTB-PART-ID NOT = 1))
      * Another partition's key slice - same rule as a detail record
              ADD 1                         TO WS-FEED-OUT-OF-RANGE
           ELSE
              MOVE FEED-FIELD1-X            TO FIELD1
              MOVE SPACES                   TO FIELD2
              MOVE SPACES                   TO FIELD3
              PERFORM KEY-DELETE-APPLY
           END-IF
           END-IF
           .
       FEED-PROCESS-DELETE-EXIT.
           EXIT.
      *************************************************************************
       KEY-DELETE-APPLY SECTION.
      *
      * Delete the FIELD1 key from the load target. Shared by the feed
      * and by run mode RECYCLE, which re-drives a corrected delete
      * reject through here. A full refresh rebuilds the table from
      * the feed's details, so a closed-out key is already absent from
      * the reload - the record is accounted as applied with no DML,
      * and the refresh's own before-image capture has its history.
      * Otherwise the buffered batch is flushed first, so an upsert of
      * the same key earlier in the feed lands before the delete does,
      * then the before-image goes to the history trail as a 'D' row,
      * the key is deleted, and the whole thing commits and
      * checkpoints as its own unit of work, like a batch
           IF FIELD1-NUM NOT NUMERIC OR FIELD1-NUM = ZERO
              MOVE 'DLNV'                   TO WS-REJECT-REASON-CODE
              MOVE 'Delete FIELD1 is not a positive numeric key'
                                            TO WS-REJECT-REASON-TEXT
              PERFORM REJECT-WRITE
           ELSE
           IF POCTB-FULL-REFRESH
              ADD 1                         TO WS-FEED-DELETED
           ELSE
      * The flush checkpoints the rows ahead of this record, not the
      * delete itself, which is only done once its own commit is in
           IF WS-BATCH-ROW-COUNT NOT = ZERO
              SUBTRACT 1                    FROM T
              PERFORM LOAD-BATCH-FLUSH
              ADD 1                         TO T
           END-IF
      *
      * Before-image into the history trail ahead of the DELETE - the
      * WHERE clause has to find the row before the DELETE removes it.
      * A key not on the table captures nothing and is rejected below
DBPRE      MOVE 35            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO WS-HIST-STATEMENT
DBPRE      MOVE 1 TO WS-HIST-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      'SELECT ' DELIMITED SIZE
DBPRE      '''D'', ' DELIMITED SIZE
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      'FIELD1, FIELD2, FIELD3, ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-RUN-TIME DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD1-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-HIST-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
      *
      *    EXEC SQL
DBPRE *       DELETE
DBPRE *       FROM example_table
DBPRE *       WHERE FIELD1 = :FIELD1
DBPRE *    END-EXEC.
DBPRE      MOVE 36            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD1-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
           IF SQLCA-COUNT = ZERO
              MOVE 'DLNF'                   TO WS-REJECT-REASON-CODE
              MOVE 'Delete key is not on the table'
                                            TO WS-REJECT-REASON-TEXT
              PERFORM REJECT-WRITE
           ELSE
              ADD SQLCA-COUNT               TO WS-ROWS-DELETED
              ADD 1                         TO WS-FEED-DELETED
      *
      * Withdraw any future-dated change still parked for the key - no
      * history row, the parked change never reached the live table
DBPRE      MOVE 37            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-PENDING-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD1-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
              EVALUATE TRUE
                WHEN DB-OK
                   ADD SQLCA-COUNT          TO WS-PEND-WITHDRAWN
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
      * and any this load parked for it earlier in the feed
              IF WS-PEND-VIA-HELD
                 PERFORM PENDING-PARKED-WITHDRAW
              END-IF
           END-IF
      *
      * Commit the delete before CHECKPOINT-WRITE records it as done -
      * see the clear-down step's commit for why
DBPRE      MOVE 38             TO SQLCA-SEQUENCE
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
      *
      * Back to the load loop's own sequence number before recording
      * the checkpoint - T is this delete record's number
           MOVE 9                           TO SQLCA-SEQUENCE
           PERFORM CHECKPOINT-WRITE
           END-IF
           END-IF
           .
       KEY-DELETE-APPLY-EXIT.
           EXIT.
      *************************************************************************
       FEED-BALANCE-CHECK SECTION.
      *
      * Prove the feed we processed was complete and untruncated before
      * anything is made permanent: the trailer's record count and
      * FIELD1 hash total must match what was actually read, and every
      * record read must be accounted for as accepted, deleted,
      * rejected or skipped-on-restart. An out-of-balance feed rolls
      * the run back through the normal POCTB-STATUS path, leaving the
      * discrepancy spelled out in the error log
DBPRE      MOVE 27            TO SQLCA-SEQUENCE
           MOVE SPACE                       TO WS-FEED-BALANCED-FLAG
           IF NOT WS-FEED-GOT-HEADER
              MOVE 'OUT-OF-BALANCE: feed header record missing'
                                            TO POCTB-ERROR-MESSAGE
              PERFORM ERRLOG-WRITE
              SET WS-FEED-OUT-OF-BALANCE    TO TRUE
           END-IF
           IF NOT WS-FEED-GOT-TRAILER
              MOVE 'OUT-OF-BALANCE: feed trailer record missing'
                                            TO POCTB-ERROR-MESSAGE
              PERFORM ERRLOG-WRITE
              SET WS-FEED-OUT-OF-BALANCE    TO TRUE
           ELSE
              IF WS-TRL-COUNT NOT = WS-FEED-READ-COUNT
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'OUT-OF-BALANCE: trailer count '
                                             DELIMITED BY SIZE
                        WS-TRL-COUNT         DELIMITED BY SIZE
                        ', records read '    DELIMITED BY SIZE
                        WS-FEED-READ-COUNT   DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
                 SET WS-FEED-OUT-OF-BALANCE TO TRUE
              END-IF
              IF WS-TRL-HASH NOT = WS-FEED-HASH-TOTAL
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'OUT-OF-BALANCE: trailer hash '
                                             DELIMITED BY SIZE
                        WS-TRL-HASH          DELIMITED BY SIZE
                        ', computed '        DELIMITED BY SIZE
                        WS-FEED-HASH-TOTAL   DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
                 SET WS-FEED-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           COMPUTE WS-FEED-ACCOUNTED = WS-FEED-ACCEPTED
                                     + WS-FEED-DELETED
                                     + WS-ROWS-REJECTED
                                     + WS-FEED-SKIPPED
                                     + WS-FEED-OUT-OF-RANGE
                                     + WS-ROWS-PENDED
           IF WS-FEED-ACCOUNTED NOT = WS-FEED-READ-COUNT
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'OUT-OF-BALANCE: read ' DELIMITED BY SIZE
                     WS-FEED-READ-COUNT      DELIMITED BY SIZE
                     ', accounted for '      DELIMITED BY SIZE
                     WS-FEED-ACCOUNTED       DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              PERFORM ERRLOG-WRITE
              SET WS-FEED-OUT-OF-BALANCE    TO TRUE
           END-IF
           IF WS-FEED-OUT-OF-BALANCE
              MOVE 'FEED-BALANCE-CHECK: out of balance - run aborted'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           DISPLAY 'Feed balance check passed: ' WS-FEED-READ-COUNT
                   ' records, hash ' WS-FEED-HASH-TOTAL
           .
       FEED-BALANCE-CHECK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  A D J U S T M E N T   P R O C E S S I N G                             *
      **************************************************************************
       ADJ-LOAD SECTION.
      *
      * Apply the day's adjustment transactions to the load target,
      * after the feed has loaded. The header has to carry this run's
      * business date and this table - a file cut for another day or
      * another table is not applied at all, and the load goes on
      * without it. Each detail is validated, applied with its history
      * row or rejected, and committed and checkpointed as its own
      * unit of work; T is the detail number, so a restart resumes
      * after the last adjustment committed
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
           MOVE ZERO                        TO T
           SET WS-ADJ-NOT-EOF               TO TRUE
           MOVE 'N'                         TO WS-ADJ-GOT-HEADER-FLAG
           MOVE 'N'                         TO WS-ADJ-FILE-OK-FLAG
           MOVE POCTB-DATE                  TO WS-ADJ-BUS-DATE
           DISPLAY 'Adjustment input.......: ' WS-ADJ-FILE-NAME
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
              DISPLAY 'No adjustment file - nothing to apply '
                      '(status ' WS-ADJ-STATUS ')'
           ELSE
              PERFORM UNTIL WS-ADJ-EOF
                 READ ADJ-FILE
                 AT END
                    SET WS-ADJ-EOF          TO TRUE
                 NOT AT END
                    PERFORM ADJ-PROCESS-RECORD
                 END-READ
              END-PERFORM
              CLOSE ADJ-FILE
              DISPLAY 'Adjustments read.......: ' WS-ADJ-READ
              DISPLAY 'Adjustments applied....: ' WS-ADJ-APPLIED
              DISPLAY 'Adjustments rejected...: ' WS-ADJ-REJECTED
              DISPLAY 'Adjustments skipped....: ' WS-ADJ-SKIPPED
           END-IF
      *
      * Adjustment phase complete - a restart from here on goes
      * straight past it
           MOVE 11                          TO SQLCA-SEQUENCE
           MOVE ZERO                        TO T
           PERFORM CHECKPOINT-WRITE
           .
       ADJ-LOAD-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROCESS-RECORD SECTION.
      *
      * One adjustment file record, dispatched on the record type in
      * column 1. A second or misplaced header, a detail ahead of the
      * header or an unknown record type means the file is not what
      * operations built - the run aborts, as it would for the feed
           EVALUATE TRUE
           WHEN ADJ-HEADER-REC
              PERFORM ADJ-CHECK-HEADER
      * Wrong date or table - the whole file is left alone
              IF NOT WS-ADJ-FILE-OK
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'ADJ-CHECK-HEADER: ' DELIMITED BY SIZE
                        WS-ADJ-HDR-MESSAGE   DELIMITED BY '  '
                        ' - not applied'     DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 DISPLAY POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
                 SET WS-ADJ-EOF             TO TRUE
              END-IF
           WHEN ADJ-DETAIL-REC
              IF NOT WS-ADJ-GOT-HEADER
                 MOVE 'ADJUST: detail record before adjustment header'
                                            TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              PERFORM ADJ-PROCESS-DETAIL
           WHEN OTHER
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'ADJ-PROCESS-RECORD: unknown record type '
                                             DELIMITED BY SIZE
                     ADJ-REC-TYPE            DELIMITED BY SIZE
                     ' in adjustment file'   DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-EVALUATE
           .
       ADJ-PROCESS-RECORD-EXIT.
           EXIT.
      *************************************************************************
       ADJ-CHECK-HEADER SECTION.
      *
      * Prove the header - shared by the load, which aborts on a
      * misplaced header and skips a file for the wrong date or table,
      * and by the pre-edit, which only prints what it finds.
      * WS-ADJ-FILE-OK is set only for a good header in the right place
           MOVE SPACES                      TO WS-ADJ-HDR-MESSAGE
           EVALUATE TRUE
           WHEN WS-ADJ-GOT-HEADER
              MOVE 'more than one header record in adjustment file'
                                            TO WS-ADJ-HDR-MESSAGE
              MOVE 'N'                      TO WS-ADJ-FILE-OK-FLAG
           WHEN WS-ADJ-READ NOT = ZERO
              MOVE 'header is not the first adjustment file record'
                                            TO WS-ADJ-HDR-MESSAGE
              MOVE 'N'                      TO WS-ADJ-FILE-OK-FLAG
           WHEN ADJ-HDR-DATE NOT NUMERIC
             OR ADJ-HDR-DATE NOT = WS-ADJ-BUS-DATE
              STRING 'adjustment file dated ' DELIMITED BY SIZE
                     ADJ-HEADER-BODY (1:6)   DELIMITED BY SIZE
                     ', business date is '   DELIMITED BY SIZE
                     WS-ADJ-BUS-DATE         DELIMITED BY SIZE
                                      INTO WS-ADJ-HDR-MESSAGE
           WHEN ADJ-HDR-TABLE-NAME NOT = POCTB-TABLE-NAME
              STRING 'adjustment file is for table '
                                             DELIMITED BY SIZE
                     ADJ-HDR-TABLE-NAME      DELIMITED BY SPACE
                                      INTO WS-ADJ-HDR-MESSAGE
           WHEN OTHER
              SET WS-ADJ-FILE-OK            TO TRUE
              DISPLAY 'Adjustment header: business date '
                      ADJ-HDR-DATE ' table ' ADJ-HDR-TABLE-NAME
           END-EVALUATE
      *
      * Out of place is an abort on the load - the pre-edit carries on
           IF NOT POCTB-ADJUST-EDIT
              AND (WS-ADJ-GOT-HEADER OR WS-ADJ-READ NOT = ZERO)
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'ADJUST: ' DELIMITED BY SIZE
                     WS-ADJ-HDR-MESSAGE      DELIMITED BY '  '
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           SET WS-ADJ-GOT-HEADER            TO TRUE
           .
       ADJ-CHECK-HEADER-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROCESS-DETAIL SECTION.
      *
      * One adjustment detail - details at or below the checkpointed
      * detail number were applied and committed by the prior, abended
      * run and are skipped
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
           ADD 1                            TO T
           ADD 1                            TO WS-ADJ-READ
           IF T < WS-ADJ-START-T
              ADD 1                         TO WS-ADJ-SKIPPED
           ELSE
              PERFORM ADJ-TAKE-DETAIL
              PERFORM ADJ-APPLY-ONE
           END-IF
           .
       ADJ-PROCESS-DETAIL-EXIT.
           EXIT.
      *************************************************************************
       ADJ-TAKE-DETAIL SECTION.
      *
      * The detail record's fields into the adjustment working fields -
      * the key goes across as characters, so a non-numeric key reaches
      * the validation as it was keyed
           MOVE ADJ-FIELD1-X                TO WS-ADJ-KEY
           MOVE ADJ-FIELD-ID                TO WS-ADJ-FIELD-ID
           MOVE ADJ-NEW-VALUE               TO WS-ADJ-NEW-VALUE
           MOVE ADJ-REASON-CODE             TO WS-ADJ-REASON-CODE
           MOVE ADJ-REQUESTER               TO WS-ADJ-REQUESTER
           .
       ADJ-TAKE-DETAIL-EXIT.
           EXIT.
      *************************************************************************
       ADJ-APPLY-ONE SECTION.
      *
      * Validate, apply or reject, then commit and checkpoint the one
      * adjustment in hand. Shared by the load and by run mode RECYCLE,
      * which re-drives a corrected adjustment reject through here.
      * The journal line is written once the change is committed, so
      * the journal never shows a change the database rolled back
           PERFORM ADJ-VALIDATE
           IF WS-ROW-VALID
              PERFORM ADJ-APPLY
           ELSE
              PERFORM ADJ-REJECT-WRITE
           END-IF
      *
      * Commit the adjustment before CHECKPOINT-WRITE records it as
      * done - see the clear-down step's commit for why
DBPRE      MOVE 41             TO SQLCA-SEQUENCE
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
      *
      * Back to the calling loop's own sequence number before
      * recording the checkpoint - T is the record just processed
           IF POCTB-RECYCLE
              MOVE 9                        TO SQLCA-SEQUENCE
           ELSE
              MOVE 10                       TO SQLCA-SEQUENCE
           END-IF
           PERFORM CHECKPOINT-WRITE
           IF WS-ROW-VALID
              PERFORM ADJ-JOURNAL-WRITE
           END-IF
           .
       ADJ-APPLY-ONE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-VALIDATE SECTION.
      *
      * Prove one adjustment against the load target as it stands -
      * shared by the load, the recycle run and the pre-edit. Sets
      * WS-ROW-VALID, or WS-ROW-INVALID with a reject reason, and for
      * a key that is on the table leaves its current FIELD2/FIELD3 in
      * WS-ADJ-CUR-FIELD2/3 and the value being replaced in
      * WS-ADJ-OLD-VALUE
           SET WS-ROW-VALID                 TO TRUE
           MOVE SPACES                      TO WS-ADJ-OLD-VALUE
           MOVE SPACES                      TO WS-ADJ-CUR-FIELD2
           MOVE SPACES                      TO WS-ADJ-CUR-FIELD3
      * A quote in the new value would end the string literal early
      * in the generated UPDATE - same rule as a feed row
           MOVE ZERO                        TO WS-QUOTE-COUNT
           INSPECT WS-ADJ-NEW-VALUE TALLYING WS-QUOTE-COUNT
                   FOR ALL '"' ALL ''''
           EVALUATE TRUE
           WHEN WS-ADJ-KEY-NUM NOT NUMERIC OR WS-ADJ-KEY-NUM = ZERO
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADNV'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment FIELD1 is not a positive key'
                                            TO WS-REJECT-REASON-TEXT
           WHEN NOT WS-ADJ-FIELD-VALID
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADFI'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment field id is not 1, 2 or 3'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-REASON-CODE = SPACES OR LOW-VALUES
             OR WS-ADJ-REQUESTER = SPACES OR LOW-VALUES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADRQ'                   TO WS-REJECT-REASON-CODE
              MOVE 'Reason code or requester missing'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-NEW-VALUE = SPACES OR LOW-VALUES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADBL'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment new value is blank'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-QUOTE-COUNT NOT = ZERO
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADQT'                   TO WS-REJECT-REASON-CODE
              MOVE 'New value contains a quote character'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-FIELD-KEY
             AND (WS-ADJ-NEW-KEY NOT NUMERIC
               OR WS-ADJ-NEW-KEY = ZERO
               OR WS-ADJ-NEW-KEY-REST NOT = SPACES)
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADKV'                   TO WS-REJECT-REASON-CODE
              MOVE 'New FIELD1 is not a positive 8-digit key'
                                            TO WS-REJECT-REASON-TEXT
           WHEN WS-ADJ-FIELD-2
             AND WS-ADJ-NEW-VALUE (17:16) NOT = SPACES
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADLN'                   TO WS-REJECT-REASON-CODE
              MOVE 'New FIELD2 value longer than 16'
                                            TO WS-REJECT-REASON-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
      *
      * The key has to be on the table to be adjusted
           IF WS-ROW-VALID
              MOVE WS-ADJ-KEY-NUM           TO WS-ADJ-LOOKUP-KEY
              PERFORM ADJ-ROW-LOOKUP
              IF NOT WS-ADJ-LOOKUP-FOUND
                 SET WS-ROW-INVALID         TO TRUE
                 MOVE 'ADNF'                TO WS-REJECT-REASON-CODE
                 MOVE 'Adjustment key is not on the table'
                                            TO WS-REJECT-REASON-TEXT
              ELSE
                 MOVE WS-ADJ-ROW-FIELD2     TO WS-ADJ-CUR-FIELD2
                 MOVE WS-ADJ-ROW-FIELD3     TO WS-ADJ-CUR-FIELD3
                 EVALUATE TRUE
                 WHEN WS-ADJ-FIELD-KEY
                    MOVE WS-ADJ-KEY-NUM     TO WS-ADJ-OLD-VALUE
                 WHEN WS-ADJ-FIELD-2
                    MOVE WS-ADJ-CUR-FIELD2  TO WS-ADJ-OLD-VALUE
                 WHEN OTHER
                    MOVE WS-ADJ-CUR-FIELD3  TO WS-ADJ-OLD-VALUE
                 END-EVALUATE
              END-IF
           END-IF
      *
      * A new value the field already holds changes nothing - the
      * UPDATE would touch no row and there is no before/after image
      * to record, so it is turned back to the requester instead
           IF WS-ROW-VALID
              AND WS-ADJ-NEW-VALUE = WS-ADJ-OLD-VALUE
              SET WS-ROW-INVALID            TO TRUE
              MOVE 'ADNC'                   TO WS-REJECT-REASON-CODE
              MOVE 'Adjustment leaves the value unchanged'
                                            TO WS-REJECT-REASON-TEXT
           END-IF
      *
      * Re-keying must not collide with a key already on the table
           IF WS-ROW-VALID AND WS-ADJ-FIELD-KEY
              MOVE WS-ADJ-NEW-KEY           TO WS-ADJ-LOOKUP-KEY
              PERFORM ADJ-ROW-LOOKUP
              IF WS-ADJ-LOOKUP-FOUND
                 SET WS-ROW-INVALID         TO TRUE
                 MOVE 'ADDK'                TO WS-REJECT-REASON-CODE
                 MOVE 'New FIELD1 key is already on the table'
                                            TO WS-REJECT-REASON-TEXT
              END-IF
           END-IF
           .
       ADJ-VALIDATE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-ROW-LOOKUP SECTION.
      *
      * The WS-ADJ-LOOKUP-KEY row of the load target, if it holds one.
      * Result set read through cursor slot 4, clear of the slots the
      * record listing, reconciliation report and swap lock use
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE      MOVE 42            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *       DECLARE ADJROW CURSOR FOR
DBPRE *       SELECT FIELD1, FIELD2, FIELD3
DBPRE *       FROM example_table
DBPRE *       WHERE FIELD1 = :WS-ADJ-LOOKUP-KEY
DBPRE *    END-EXEC.
           MOVE 'N'                         TO WS-ADJ-LOOKUP-FLAG
DBPRE      IF SQLCA-CURSOR-CTRL (4) = 1
DBPRE         SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE         PERFORM DB-STATUS
DBPRE      END-IF
DBPRE      MOVE 1 TO SQLCA-CURSOR-CTRL (4)
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'SELECT FIELD1, FIELD2, FIELD3 ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-LOOKUP-KEY DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE      CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE TO SQLCODE
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_use_result' USING SQLCA-RESULT (4)
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (4) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           MOVE SPACES                      TO WS-ADJ-ROW-FIELD1
           MOVE SPACES                      TO WS-ADJ-ROW-FIELD2
           MOVE SPACES                      TO WS-ADJ-ROW-FIELD3
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
DBPRE                                         WS-ADJ-ROW-FIELD1
DBPRE                                         WS-ADJ-ROW-FIELD2
DBPRE                                         WS-ADJ-ROW-FIELD3
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (4) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           EVALUATE TRUE
           WHEN DB-OK
              SET WS-ADJ-LOOKUP-FOUND       TO TRUE
              INSPECT WS-ADJ-ROW-FIELD2 REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-ADJ-ROW-FIELD3 REPLACING ALL LOW-VALUE
                                            BY SPACE
           WHEN DB-NOT-FOUND
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
      * Drain the single-row result before the connection is reused -
      * same discipline as the swap lock's read
DBPRE      PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (4)
DBPRE                                         WS-ADJ-ROW-FIELD1
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (4) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-PERFORM
           SET DB-OK                        TO TRUE
DBPRE      MOVE 0 TO SQLCA-CURSOR-CTRL (4)
           .
       ADJ-ROW-LOOKUP-EXIT.
           EXIT.
      *************************************************************************
       ADJ-APPLY SECTION.
      *
      * Change the one field on the key's row, then write its 'U'
      * history row - OLD is the row as it was, NEW the row as it now
      * stands, with the untouched fields carried through into both.
      * ADJ-VALIDATE has just proved the key is on the table and the
      * value differs, so the UPDATE changes exactly that one row
           MOVE WS-ADJ-KEY                  TO WS-ADJ-NEW-FIELD1
           MOVE WS-ADJ-CUR-FIELD2           TO WS-ADJ-NEW-FIELD2
           MOVE WS-ADJ-CUR-FIELD3           TO WS-ADJ-NEW-FIELD3
           EVALUATE TRUE
           WHEN WS-ADJ-FIELD-KEY
              MOVE SPACES                   TO WS-ADJ-NEW-FIELD1
              MOVE WS-ADJ-NEW-KEY           TO WS-ADJ-NEW-FIELD1 (1:8)
           WHEN WS-ADJ-FIELD-2
              MOVE WS-ADJ-NEW-VALUE         TO WS-ADJ-NEW-FIELD2
           WHEN OTHER
              MOVE WS-ADJ-NEW-VALUE         TO WS-ADJ-NEW-FIELD3
           END-EVALUATE
      *
      *    EXEC SQL
DBPRE *       UPDATE example_table
DBPRE *       SET FIELD1 = :WS-ADJ-NEW-FIELD1,
DBPRE *           FIELD2 = :WS-ADJ-NEW-FIELD2,
DBPRE *           FIELD3 = :WS-ADJ-NEW-FIELD3
DBPRE *       WHERE FIELD1 = :WS-ADJ-KEY
DBPRE *    END-EXEC.
DBPRE      MOVE 40            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'UPDATE ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'SET ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      'FIELD2 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      'FIELD3 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-KEY-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
           ADD SQLCA-COUNT                  TO WS-ROWS-UPDATED
           ADD 1                            TO WS-ADJ-APPLIED
      *
      * Before/after image into the history trail
DBPRE      MOVE 39            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO WS-HIST-STATEMENT
DBPRE      MOVE 1 TO WS-HIST-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      'VALUES ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      '''U'', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-KEY DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-CUR-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-CUR-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-RUN-TIME DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-HIST-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
      *
      * A re-keyed row takes its parked future-dated changes with it,
      * in the same unit of work as the live row - no history row, the
      * parked changes have not reached the live table yet
           IF WS-ADJ-FIELD-KEY
              PERFORM ADJ-PENDING-REKEY
           END-IF
           .
       ADJ-APPLY-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PENDING-REKEY SECTION.
      *
      *    EXEC SQL
DBPRE *       UPDATE example_table_pending
DBPRE *       SET FIELD1 = :WS-ADJ-NEW-FIELD1
DBPRE *       WHERE FIELD1 = :WS-ADJ-KEY
DBPRE *    END-EXEC.
DBPRE      MOVE 43            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'UPDATE ' DELIMITED SIZE
DBPRE      WS-PENDING-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'SET ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-KEY-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT             TO WS-PEND-REKEYED
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
      *
      * Rows tonight's load parked in <table>_held go across with them
           IF WS-PEND-VIA-HELD
DBPRE      MOVE 53            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'UPDATE ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'SET ' DELIMITED SIZE
DBPRE      'NEW_FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE = ''P'' ' DELIMITED SIZE
DBPRE      'AND NEW_FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-ADJ-KEY-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
              EVALUATE TRUE
                WHEN DB-OK
                   ADD SQLCA-COUNT          TO WS-PEND-REKEYED
                WHEN OTHER
                   PERFORM DB-STATUS
              END-EVALUATE
           END-IF
           .
       ADJ-PENDING-REKEY-EXIT.
           EXIT.
      *************************************************************************
       ADJ-REJECT-WRITE SECTION.
      *
      * A rejected adjustment goes to the reject file with the feed's
      * rejects: key in FIELD1, new value in FIELD3, and the field id,
      * requester and reason code packed into FIELD2 - everything a
      * recycle run needs to re-drive it once corrected
           MOVE WS-ADJ-FIELD-ID             TO WS-ADJ-REJ-FIELD-ID
           MOVE WS-ADJ-REQUESTER            TO WS-ADJ-REJ-REQUESTER
           MOVE WS-ADJ-REASON-CODE          TO WS-ADJ-REJ-REASON-CODE
           MOVE WS-ADJ-KEY                  TO FIELD1
           MOVE WS-ADJ-REJ-FIELD2           TO FIELD2
           MOVE WS-ADJ-NEW-VALUE            TO FIELD3
           PERFORM REJECT-WRITE
           ADD 1                            TO WS-ADJ-REJECTED
           .
       ADJ-REJECT-WRITE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-JOURNAL-OPEN SECTION.
      *
      * Opened once near the start of the run and kept open (append
      * mode), same shape as REJECT-OPEN - the journal is the only
      * record of who asked for a change and why, so a run that
      * cannot write it does not run
           OPEN EXTEND ADJLOG-FILE
           IF WS-ADJLOG-STATUS = '00'
              SET WS-ADJLOG-OPEN            TO TRUE
           ELSE
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT ADJLOG-FILE
              IF WS-ADJLOG-STATUS = '00'
                 SET WS-ADJLOG-OPEN         TO TRUE
              END-IF
           END-IF
           IF NOT WS-ADJLOG-OPEN
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'ADJ-JOURNAL-OPEN: OPEN ADJLOG-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-ADJLOG-STATUS        DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       ADJ-JOURNAL-OPEN-EXIT.
           EXIT.
      *************************************************************************
       ADJ-JOURNAL-WRITE SECTION.
      *
      * One line per applied adjustment: when, which key and field,
      * the value before and after, the reason code and the requester
           IF WS-ADJLOG-OPEN
              MOVE SPACES                   TO ADJLOG-RECORD
              MOVE POCTB-DATE               TO ADL-DATE
              MOVE POCTB-TIME               TO ADL-TIME
              MOVE POCTB-PROGRAM-NAME       TO ADL-PROGRAM-NAME
              MOVE POCTB-TABLE-NAME         TO ADL-TABLE-NAME
              MOVE WS-ADJ-KEY               TO ADL-FIELD1
              MOVE WS-ADJ-FIELD-ID          TO ADL-FIELD-ID
              MOVE WS-ADJ-OLD-VALUE         TO ADL-OLD-VALUE
              MOVE WS-ADJ-NEW-VALUE         TO ADL-NEW-VALUE
              MOVE WS-ADJ-REASON-CODE       TO ADL-REASON-CODE
              MOVE WS-ADJ-REQUESTER         TO ADL-REQUESTER
              WRITE ADJLOG-RECORD
           END-IF
           .
       ADJ-JOURNAL-WRITE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-JOURNAL-CLOSE SECTION.
           IF WS-ADJLOG-OPEN
              CLOSE ADJLOG-FILE
              MOVE 'N'                      TO WS-ADJLOG-OPEN-FLAG
           END-IF
           .
       ADJ-JOURNAL-CLOSE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PRE-EDIT SECTION.
      *
      * Run mode E: prove the adjustment file before the load runs.
      * Every record is checked exactly as the load would check it,
      * against the table as it stands now, and listed on the proof
      * report with the value it would replace and whether it would
      * apply or reject. Nothing is changed. The file is proved for
      * POCTB-REPORT-DATE when one is given, so tomorrow's file can be
      * proved today; otherwise for today's business date
           SET WS-ADJ-NOT-EOF               TO TRUE
           MOVE 'N'                         TO WS-ADJ-GOT-HEADER-FLAG
           MOVE 'N'                         TO WS-ADJ-FILE-OK-FLAG
           IF POCTB-REPORT-DATE = ZERO
              MOVE POCTB-DATE               TO WS-ADJ-BUS-DATE
           ELSE
              MOVE POCTB-REPORT-DATE        TO WS-ADJ-BUS-DATE
           END-IF
           DISPLAY 'Adjustment pre-edit of.: ' WS-ADJ-FILE-NAME
           PERFORM ADJ-PROOF-OPEN
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
              MOVE SPACES                   TO WS-ADJ-HDR-MESSAGE
              STRING 'No adjustment file to prove (status '
                                             DELIMITED BY SIZE
                     WS-ADJ-STATUS           DELIMITED BY SIZE
                     ')'                     DELIMITED BY SIZE
                                      INTO WS-ADJ-HDR-MESSAGE
              PERFORM ADJ-PROOF-MESSAGE
           ELSE
              PERFORM UNTIL WS-ADJ-EOF
                 READ ADJ-FILE
                 AT END
                    SET WS-ADJ-EOF          TO TRUE
                 NOT AT END
                    PERFORM ADJ-EDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE ADJ-FILE
           END-IF
           PERFORM ADJ-PROOF-CLOSE
           .
       ADJ-PRE-EDIT-EXIT.
           EXIT.
      *************************************************************************
       ADJ-EDIT-RECORD SECTION.
      *
      * One adjustment file record on the pre-edit - anything that
      * would abort or skip the load is printed, and the details are
      * still proved one by one so the whole file can be put right in
      * one pass
           EVALUATE TRUE
           WHEN ADJ-HEADER-REC
              PERFORM ADJ-CHECK-HEADER
              IF WS-ADJ-FILE-OK
                 MOVE SPACES                TO WS-ADJ-HDR-MESSAGE
                 STRING 'Header: business date ' DELIMITED BY SIZE
                        ADJ-HDR-DATE         DELIMITED BY SIZE
                        ', table '           DELIMITED BY SIZE
                        ADJ-HDR-TABLE-NAME   DELIMITED BY SPACE
                                      INTO WS-ADJ-HDR-MESSAGE
              END-IF
              PERFORM ADJ-PROOF-MESSAGE
           WHEN ADJ-DETAIL-REC
              IF NOT WS-ADJ-GOT-HEADER AND WS-ADJ-READ = ZERO
                 MOVE 'No header ahead of the adjustment details'
                                            TO WS-ADJ-HDR-MESSAGE
                 PERFORM ADJ-PROOF-MESSAGE
              END-IF
              ADD 1                         TO WS-ADJ-READ
              PERFORM ADJ-TAKE-DETAIL
              PERFORM ADJ-VALIDATE
              IF WS-ROW-VALID
                 ADD 1                      TO WS-ADJ-APPLIED
              ELSE
                 ADD 1                      TO WS-ADJ-REJECTED
              END-IF
              PERFORM ADJ-PROOF-DETAIL
           WHEN OTHER
              MOVE 'N'                      TO WS-ADJ-FILE-OK-FLAG
              MOVE SPACES                   TO WS-ADJ-HDR-MESSAGE
              STRING 'Unknown record type ' DELIMITED BY SIZE
                     ADJ-REC-TYPE            DELIMITED BY SIZE
                     ' in adjustment file'   DELIMITED BY SIZE
                                      INTO WS-ADJ-HDR-MESSAGE
              PERFORM ADJ-PROOF-MESSAGE
           END-EVALUATE
           .
       ADJ-EDIT-RECORD-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROOF-OPEN SECTION.
      *
      * One fresh proof per pre-edit run - opened OUTPUT, like the
      * record listing
           OPEN OUTPUT ADJPRT-FILE
           IF WS-ADJPRT-STATUS = '00'
              SET WS-ADJPRT-OPEN            TO TRUE
              MOVE ZERO                     TO WS-ADJPRT-PAGE-NUM
              PERFORM ADJ-PROOF-HEADER
           ELSE
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'ADJ-PROOF-OPEN: OPEN OUTPUT ADJPRT-FILE'
                                             DELIMITED BY SIZE
                     ' failed, status '      DELIMITED BY SIZE
                     WS-ADJPRT-STATUS        DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              PERFORM ERRLOG-WRITE
           END-IF
           .
       ADJ-PROOF-OPEN-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROOF-HEADER SECTION.
      *
      * Title line and column headers - first page and after every
      * page break
           IF WS-ADJPRT-OPEN
              ADD 1                         TO WS-ADJPRT-PAGE-NUM
              MOVE SPACES                   TO ADJPRT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - adjustment proof for ' DELIMITED SIZE
                     POCTB-TABLE-NAME DELIMITED BY SPACE
                     ' business date ' DELIMITED SIZE
                     WS-ADJ-BUS-DATE DELIMITED SIZE
                     '   ' DELIMITED SIZE
                     '20' POCTB-DATE(1:2) '-' POCTB-DATE(3:2) '-'
                          POCTB-DATE(5:2) ' '
                          POCTB-TIME(1:2) ':' POCTB-TIME(3:2) ':'
                          POCTB-TIME(5:2) DELIMITED SIZE
                     '   Page ' DELIMITED SIZE
                     WS-ADJPRT-PAGE-NUM DELIMITED SIZE
                     INTO ADJPRT-RECORD
              END-STRING
              WRITE ADJPRT-RECORD
              MOVE SPACES                   TO ADJPRT-RECORD
              WRITE ADJPRT-RECORD
              MOVE SPACES                   TO ADJPRT-RECORD
              MOVE '  SEQ'                  TO ADJPRT-RECORD (1:5)
              MOVE 'FIELD1'                 TO ADJPRT-RECORD (7:6)
              MOVE 'FD'                     TO ADJPRT-RECORD (16:2)
              MOVE 'CURRENT VALUE'          TO ADJPRT-RECORD (19:13)
              MOVE 'NEW VALUE'              TO ADJPRT-RECORD (52:9)
              MOVE 'RSN'                    TO ADJPRT-RECORD (85:3)
              MOVE 'REQUESTR'               TO ADJPRT-RECORD (90:8)
              MOVE 'RESULT'                 TO ADJPRT-RECORD (99:6)
              WRITE ADJPRT-RECORD
              MOVE ALL '-'                  TO ADJPRT-RECORD (1:110)
              WRITE ADJPRT-RECORD
              MOVE 4                        TO WS-ADJPRT-LINE-COUNT
           END-IF
           .
       ADJ-PROOF-HEADER-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROOF-DETAIL SECTION.
      *
      * One line per adjustment detail, and for a reject a second line
      * with the reason it would be rejected
           IF WS-ADJPRT-OPEN
              IF WS-ADJPRT-LINE-COUNT NOT < WS-PRINT-MAX-LINES
                 PERFORM ADJ-PROOF-HEADER
              END-IF
              MOVE WS-ADJ-READ              TO WS-ADJ-PL-SEQ
              MOVE WS-ADJ-KEY               TO WS-ADJ-PL-KEY
              MOVE 'F'                      TO WS-ADJ-PL-FIELD (1:1)
              MOVE WS-ADJ-FIELD-ID          TO WS-ADJ-PL-FIELD (2:1)
              MOVE WS-ADJ-OLD-VALUE         TO WS-ADJ-PL-CURRENT
              MOVE WS-ADJ-NEW-VALUE         TO WS-ADJ-PL-NEW
              MOVE WS-ADJ-REASON-CODE       TO WS-ADJ-PL-REASON
              MOVE WS-ADJ-REQUESTER         TO WS-ADJ-PL-REQUESTER
              IF WS-ROW-VALID
                 MOVE 'APPLY'               TO WS-ADJ-PL-RESULT
              ELSE
                 MOVE SPACES                TO WS-ADJ-PL-RESULT
                 STRING 'REJECT ' DELIMITED SIZE
                        WS-REJECT-REASON-CODE DELIMITED SIZE
                        INTO WS-ADJ-PL-RESULT
                 END-STRING
              END-IF
              MOVE WS-ADJ-PROOF-LINE        TO ADJPRT-RECORD
              WRITE ADJPRT-RECORD
              ADD 1                         TO WS-ADJPRT-LINE-COUNT
              IF WS-ROW-INVALID
                 MOVE SPACES                TO ADJPRT-RECORD
                 MOVE WS-REJECT-REASON-TEXT TO ADJPRT-RECORD (7:40)
                 WRITE ADJPRT-RECORD
                 ADD 1                      TO WS-ADJPRT-LINE-COUNT
              END-IF
           END-IF
           .
       ADJ-PROOF-DETAIL-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROOF-MESSAGE SECTION.
      *
      * A file-level finding - header, structure or missing file -
      * printed on a line of its own and echoed to the job log
           DISPLAY WS-ADJ-HDR-MESSAGE
           IF WS-ADJPRT-OPEN
              IF WS-ADJPRT-LINE-COUNT NOT < WS-PRINT-MAX-LINES
                 PERFORM ADJ-PROOF-HEADER
              END-IF
              MOVE SPACES                   TO ADJPRT-RECORD
              MOVE WS-ADJ-HDR-MESSAGE       TO ADJPRT-RECORD (7:80)
              WRITE ADJPRT-RECORD
              ADD 1                         TO WS-ADJPRT-LINE-COUNT
           END-IF
           .
       ADJ-PROOF-MESSAGE-EXIT.
           EXIT.
      *************************************************************************
       ADJ-PROOF-CLOSE SECTION.
      *
      * Count trailer and the verdict on the file as a whole, then
      * close - last thing written so a reader knows the proof was not
      * cut short
           DISPLAY 'Adjustments proved.....: ' WS-ADJ-READ
           DISPLAY 'Adjustments to apply...: ' WS-ADJ-APPLIED
           DISPLAY 'Adjustments to reject..: ' WS-ADJ-REJECTED
           IF WS-ADJPRT-OPEN
              MOVE SPACES                   TO ADJPRT-RECORD
              WRITE ADJPRT-RECORD
              MOVE SPACES                   TO ADJPRT-RECORD
              STRING 'Adjustments proved: ' DELIMITED SIZE
                     WS-ADJ-READ DELIMITED SIZE
                     '   would apply: ' DELIMITED SIZE
                     WS-ADJ-APPLIED DELIMITED SIZE
                     '   would reject: ' DELIMITED SIZE
                     WS-ADJ-REJECTED DELIMITED SIZE
                     INTO ADJPRT-RECORD
              END-STRING
              WRITE ADJPRT-RECORD
              MOVE SPACES                   TO ADJPRT-RECORD
              IF WS-ADJ-FILE-OK
                 MOVE 'File header is good - the file would be applied'
                                            TO ADJPRT-RECORD
              ELSE
                 MOVE 'File header is missing or wrong - not applied'
                                            TO ADJPRT-RECORD
              END-IF
              WRITE ADJPRT-RECORD
              CLOSE ADJPRT-FILE
              MOVE 'N'                      TO WS-ADJPRT-OPEN-FLAG
           END-IF
           .
       ADJ-PROOF-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      * batch flush like the batched rows around it, so a restart
      * re-drives exactly the rows whose commit never landed. No
      * history mirror here: the row touches the live table only when
      * PCTB012B releases it, and that release writes the audit trail.
      * A load that could be held parks the row in <table>_held
           IF WS-PEND-VIA-HELD
              PERFORM PENDING-ROW-PARK
           ELSE
DBPRE      MOVE 34            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO WS-PEND-STATEMENT
DBPRE      MOVE 1 TO WS-PEND-STMT-PTR
DBPRE      ', ' DELIMITED SIZE
DBPRE      FEED-EFF-DATE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-PEND-STATEMENT
DBPRE      WITH POINTER WS-PEND-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-PEND-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           END-IF
      *
      * Restore the load loop's own sequence number - the caller is
      * still inside the batched-insert phase (step 9)
           MOVE 9                           TO SQLCA-SEQUENCE
           ADD 1                            TO WS-ROWS-PENDED
           .
       PENDING-ROW-INSERT-EXIT.
           EXIT.
      *************************************************************************
       PENDING-ROW-PARK SECTION.
      *
      * The future-dated row into <table>_held as an OPERATION_TYPE 'P'
      * row under this run's stamp - see WS-PEND-VIA-HELD-FLAG
      *    EXEC SQL
DBPRE *       INSERT INTO example_table_held
DBPRE *       ( OPERATION_TYPE,
DBPRE *         NEW_FIELD1, NEW_FIELD2, NEW_FIELD3,
DBPRE *         OLD_FIELD1, OLD_FIELD2, OLD_FIELD3,
DBPRE *         PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME )
DBPRE *       VALUES ( 'P', :FIELD1, :FIELD2, :FIELD3,
DBPRE *                :FEED-EFF-DATE, NULL, NULL,
DBPRE *                :POCTB-PROGRAM-NAME, :POCTB-DATE,
DBPRE *                :WS-RUN-TIME )
DBPRE *    END-EXEC.
DBPRE      MOVE 48            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO WS-PEND-STATEMENT
DBPRE      MOVE 1 TO WS-PEND-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      'VALUES ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      '''P'', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FEED-EFF-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', NULL, NULL, ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-RUN-TIME DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-PEND-STATEMENT
DBPRE      WITH POINTER WS-PEND-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-PEND-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       PENDING-ROW-PARK-EXIT.
           EXIT.
      *************************************************************************
       PENDING-ROWS-UNPARK SECTION.
      *
      * The load is going live - its parked future-dated rows move on
      * from <table>_held to <table>_pending for PCTB012B, committed
      * before the swap. Run again after a failed swap, it finds none
      * left to move and the swap simply follows
           DISPLAY 'Move parked pending rows to ' WS-PENDING-TABLE-NAME
      *    EXEC SQL
DBPRE *       INSERT INTO example_table_pending
DBPRE *       ( FIELD1, FIELD2, FIELD3, EFF_DATE )
DBPRE *       SELECT NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, OLD_FIELD1
DBPRE *       FROM example_table_held
DBPRE *       WHERE OPERATION_TYPE = 'P'
DBPRE *         AND PROGRAM_NAME = :POCTB-PROGRAM-NAME
DBPRE *         AND AUDIT_DATE = :POCTB-DATE
DBPRE *         AND AUDIT_TIME IN ( :WS-RUN-TIME-ENTRY ... )
DBPRE *    END-EXEC.
DBPRE      MOVE 49            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-PENDING-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( FIELD1, FIELD2, FIELD3, EFF_DATE ) ' DELIMITED SIZE
DBPRE      'SELECT ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, OLD_FIELD1 '
DBPRE                                                   DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE = ''P'' ' DELIMITED SIZE
DBPRE      'AND PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           MOVE SQLCA-COUNT                 TO WS-PEND-UNPARKED
      *
DBPRE      MOVE 50            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE = ''P'' ' DELIMITED SIZE
DBPRE      'AND PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
      *
DBPRE      MOVE 51             TO SQLCA-SEQUENCE
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
           DISPLAY 'Pending rows moved.....: ' WS-PEND-UNPARKED
           .
       PENDING-ROWS-UNPARK-EXIT.
           EXIT.
      *************************************************************************
       PENDING-PARKED-WITHDRAW SECTION.
      *
      * A deleted key's future-dated rows parked by this run - they are
      * still in <table>_held, out of reach of the withdrawal from
      * <table>_pending. Committed with the delete
DBPRE      MOVE 52            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE = ''P'' ' DELIMITED SIZE
DBPRE      'AND NEW_FIELD1 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      FIELD1-NUM DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_TIME = ' DELIMITED SIZE
DBPRE      WS-RUN-TIME DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           EVALUATE TRUE
             WHEN DB-OK
                ADD SQLCA-COUNT             TO WS-PEND-WITHDRAWN
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
       PENDING-PARKED-WITHDRAW-EXIT.
           EXIT.
      *************************************************************************
       LOAD-ROW-APPEND SECTION.
DBPRE            ', ' DELIMITED SIZE
DBPRE            POCTB-DATE DELIMITED SIZE
DBPRE            ', ' DELIMITED SIZE
DBPRE            WS-RUN-TIME DELIMITED SIZE
DBPRE            ') ' DELIMITED SIZE
DBPRE            INTO WS-HIST-STATEMENT
DBPRE            WITH POINTER WS-HIST-STMT-PTR
      *
      * Send the buffered multi-row INSERT and its history mirror to
      * the database, commit the batch, and record the checkpoint -
      * T must hold the input record number of the last row buffered.
      * A delete or adjustment that flushes ahead of itself steps T
      * back one around the call, so a restart never skips it
DBPRE            IF NOT POCTB-FULL-REFRESH
DBPRE               STRING
DBPRE               ' ON DUPLICATE KEY UPDATE ' DELIMITED SIZE
           .
       TABLE-SWAP-EXIT.
           EXIT.
      *************************************************************************
       SWAP-GUARD SECTION.
      *
      * Compare the staged load with the live table and swap it live
      * only when every measure is inside the table's tolerances. A
      * feed that silently halved or doubled the table, or re-keyed or
      * rewrote most of it, is held for operations to look at instead
      * of going live - yesterday's table stays in place meanwhile.
      * The tolerances were read at the start of the run. A load that
      * goes live takes its parked future-dated rows on to the pending
      * table first
           PERFORM SWAP-COMPARE
           PERFORM SWAP-TOLERANCE-CHECK
           PERFORM RUN-TIME-LIST-BUILD
           IF WS-SWP-HOLD
              PERFORM SWAP-HOLD
           ELSE
              IF WS-PEND-VIA-HELD
                 PERFORM PENDING-ROWS-UNPARK
              END-IF
              PERFORM TABLE-SWAP
           END-IF
           .
       SWAP-GUARD-EXIT.
           EXIT.
      *************************************************************************
       SWAP-TOLERANCE-LOAD SECTION.
      *
      * The table's own tolerance entry wins over the '*' default,
      * whichever comes first in the file. With neither - or with no
      * file at all - the comparison is still reported, but nothing
      * is ever held
           MOVE 9999                        TO WS-TOL-COUNT-PCT
           MOVE 9999                        TO WS-TOL-ADDED-PCT
           MOVE 9999                        TO WS-TOL-DROPPED-PCT
           MOVE 9999                        TO WS-TOL-CHANGED-PCT
           SET WS-TOL-NO-ENTRY              TO TRUE
           SET WS-TOL-NOT-EOF               TO TRUE
           OPEN INPUT TOL-FILE
           IF WS-TOL-STATUS NOT = '00'
              DISPLAY 'No swap tolerance file - staged load is '
                      'compared but never held'
           ELSE
              PERFORM UNTIL WS-TOL-EOF
                 READ TOL-FILE
                 AT END
                    SET WS-TOL-EOF          TO TRUE
                 NOT AT END
                    IF TOL-TABLE-NAME = POCTB-TABLE-NAME
                       PERFORM SWAP-TOLERANCE-TAKE
                       SET WS-TOL-OWN-ENTRY TO TRUE
                    ELSE
                    IF TOL-TABLE-NAME = '*' AND NOT WS-TOL-OWN-ENTRY
                       PERFORM SWAP-TOLERANCE-TAKE
                       SET WS-TOL-DEFAULT-ENTRY
                                            TO TRUE
                    END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE TOL-FILE
              EVALUATE TRUE
              WHEN WS-TOL-OWN-ENTRY
                 DISPLAY 'Swap tolerances: entry for '
                         POCTB-TABLE-NAME
              WHEN WS-TOL-DEFAULT-ENTRY
                 DISPLAY 'Swap tolerances: default entry'
              WHEN OTHER
                 DISPLAY 'Swap tolerances: no entry for this table - '
                         'staged load is compared but never held'
              END-EVALUATE
           END-IF
           .
       SWAP-TOLERANCE-LOAD-EXIT.
           EXIT.
      *************************************************************************
       SWAP-TOLERANCE-TAKE SECTION.
      *
      * A blank or non-numeric figure leaves that measure unlimited
           IF TOL-COUNT-PCT IS NUMERIC
              MOVE TOL-COUNT-PCT            TO WS-TOL-COUNT-PCT
           ELSE
              MOVE 9999                     TO WS-TOL-COUNT-PCT
           END-IF
           IF TOL-ADDED-PCT IS NUMERIC
              MOVE TOL-ADDED-PCT            TO WS-TOL-ADDED-PCT
           ELSE
              MOVE 9999                     TO WS-TOL-ADDED-PCT
           END-IF
           IF TOL-DROPPED-PCT IS NUMERIC
              MOVE TOL-DROPPED-PCT          TO WS-TOL-DROPPED-PCT
           ELSE
              MOVE 9999                     TO WS-TOL-DROPPED-PCT
           END-IF
           IF TOL-CHANGED-PCT IS NUMERIC
              MOVE TOL-CHANGED-PCT          TO WS-TOL-CHANGED-PCT
           ELSE
              MOVE 9999                     TO WS-TOL-CHANGED-PCT
           END-IF
           .
       SWAP-TOLERANCE-TAKE-EXIT.
           EXIT.
      *************************************************************************
       SWAP-COMPARE SECTION.
      *
      * One pass over both tables for all five figures: the two row
      * counts, keys only the staged load has (added), keys only the
      * live table has (dropped), and keys on both whose FIELD2 or
      * FIELD3 differ (changed). Result set read through cursor slot
      * 5 - the swap can run under the partition lock (slot 3)
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE      MOVE 44            TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *       DECLARE SWAPCMP CURSOR FOR
DBPRE *       SELECT (SELECT COUNT(*) FROM example_table),
DBPRE *              (SELECT COUNT(*) FROM example_table_stage),
DBPRE *              (SELECT COUNT(*) FROM example_table_stage S
DBPRE *                 LEFT JOIN example_table L
DBPRE *                   ON L.FIELD1 = S.FIELD1
DBPRE *                WHERE L.FIELD1 IS NULL),
DBPRE *              (SELECT COUNT(*) FROM example_table L
DBPRE *                 LEFT JOIN example_table_stage S
DBPRE *                   ON S.FIELD1 = L.FIELD1
DBPRE *                WHERE S.FIELD1 IS NULL),
DBPRE *              (SELECT COUNT(*) FROM example_table L
DBPRE *                 JOIN example_table_stage S
DBPRE *                   ON S.FIELD1 = L.FIELD1
DBPRE *                WHERE NOT (L.FIELD2 <=> S.FIELD2
DBPRE *                       AND L.FIELD3 <=> S.FIELD3))
DBPRE *    END-EXEC.
DBPRE      IF SQLCA-CURSOR-CTRL (5) = 1
DBPRE         SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE         PERFORM DB-STATUS
DBPRE      END-IF
DBPRE      MOVE 1 TO SQLCA-CURSOR-CTRL (5)
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'SELECT ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      '), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      '), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' S LEFT JOIN ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' L ON L.FIELD1 = S.FIELD1 ' DELIMITED SIZE
DBPRE      'WHERE L.FIELD1 IS NULL), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' L LEFT JOIN ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' S ON S.FIELD1 = L.FIELD1 ' DELIMITED SIZE
DBPRE      'WHERE S.FIELD1 IS NULL), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' L JOIN ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' S ON S.FIELD1 = L.FIELD1 ' DELIMITED SIZE
DBPRE      'WHERE NOT (L.FIELD2 <=> S.FIELD2 ' DELIMITED SIZE
DBPRE      'AND L.FIELD3 <=> S.FIELD3)) ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE      CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE TO SQLCODE
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_use_result' USING SQLCA-RESULT (5)
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (5) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           MOVE SPACES                      TO WS-SWP-LIVE-TEXT
           MOVE SPACES                      TO WS-SWP-STAGE-TEXT
           MOVE SPACES                      TO WS-SWP-ADDED-TEXT
           MOVE SPACES                      TO WS-SWP-DROPPED-TEXT
           MOVE SPACES                      TO WS-SWP-CHANGED-TEXT
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
DBPRE                                         WS-SWP-LIVE-TEXT
DBPRE                                         WS-SWP-STAGE-TEXT
DBPRE                                         WS-SWP-ADDED-TEXT
DBPRE                                         WS-SWP-DROPPED-TEXT
DBPRE                                         WS-SWP-CHANGED-TEXT
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (5) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           EVALUATE TRUE
           WHEN DB-OK
              INSPECT WS-SWP-LIVE-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-SWP-STAGE-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-SWP-ADDED-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-SWP-DROPPED-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-SWP-CHANGED-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              COMPUTE WS-SWP-LIVE-COUNT =
                      FUNCTION NUMVAL(WS-SWP-LIVE-TEXT)
              COMPUTE WS-SWP-STAGE-COUNT =
                      FUNCTION NUMVAL(WS-SWP-STAGE-TEXT)
              COMPUTE WS-SWP-ADDED =
                      FUNCTION NUMVAL(WS-SWP-ADDED-TEXT)
              COMPUTE WS-SWP-DROPPED =
                      FUNCTION NUMVAL(WS-SWP-DROPPED-TEXT)
              COMPUTE WS-SWP-CHANGED =
                      FUNCTION NUMVAL(WS-SWP-CHANGED-TEXT)
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
      * Drain the single-row result before the connection is reused -
      * same discipline as the swap lock's read
DBPRE      PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (5)
DBPRE                                         WS-SWP-LIVE-TEXT
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (5) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-PERFORM
           SET DB-OK                        TO TRUE
DBPRE      MOVE 0 TO SQLCA-CURSOR-CTRL (5)
      *
           DISPLAY '-------------------------------------------'
           DISPLAY 'Staged load against live table'
           DISPLAY 'Live rows........: ' WS-SWP-LIVE-COUNT
           DISPLAY 'Staged rows......: ' WS-SWP-STAGE-COUNT
           DISPLAY 'Keys added.......: ' WS-SWP-ADDED
           DISPLAY 'Keys dropped.....: ' WS-SWP-DROPPED
           DISPLAY 'Keys changed.....: ' WS-SWP-CHANGED
           .
       SWAP-COMPARE-EXIT.
           EXIT.
      *************************************************************************
       SWAP-TOLERANCE-CHECK SECTION.
      *
      * Each measure as a percentage of the live rows, against its
      * tolerance. An empty live table - a first load - has nothing
      * to measure against and is never held
           MOVE 'N'                         TO WS-SWP-HOLD-FLAG
           MOVE SPACES                      TO WS-SWP-REASON
           MOVE 1                           TO WS-SWP-REASON-PTR
           STRING 'Outside tolerance:'      DELIMITED BY SIZE
                  INTO WS-SWP-REASON
                  WITH POINTER WS-SWP-REASON-PTR
           END-STRING
           IF WS-SWP-STAGE-COUNT > WS-SWP-LIVE-COUNT
              COMPUTE WS-SWP-COUNT-DIFF =
                      WS-SWP-STAGE-COUNT - WS-SWP-LIVE-COUNT
           ELSE
              COMPUTE WS-SWP-COUNT-DIFF =
                      WS-SWP-LIVE-COUNT - WS-SWP-STAGE-COUNT
           END-IF
           IF WS-SWP-LIVE-COUNT = ZERO
              DISPLAY 'Live table is empty - tolerances not applied'
           ELSE
              MOVE 'Row count change.: '    TO WS-SWP-M-NAME
              MOVE ' count'                 TO WS-SWP-M-WORD
              MOVE WS-SWP-COUNT-DIFF        TO WS-SWP-M-COUNT
              MOVE WS-TOL-COUNT-PCT         TO WS-SWP-M-TOL
              PERFORM SWAP-TOLERANCE-MEASURE
              MOVE 'Keys added.......: '    TO WS-SWP-M-NAME
              MOVE ' added'                 TO WS-SWP-M-WORD
              MOVE WS-SWP-ADDED             TO WS-SWP-M-COUNT
              MOVE WS-TOL-ADDED-PCT         TO WS-SWP-M-TOL
              PERFORM SWAP-TOLERANCE-MEASURE
              MOVE 'Keys dropped.....: '    TO WS-SWP-M-NAME
              MOVE ' dropped'               TO WS-SWP-M-WORD
              MOVE WS-SWP-DROPPED           TO WS-SWP-M-COUNT
              MOVE WS-TOL-DROPPED-PCT       TO WS-SWP-M-TOL
              PERFORM SWAP-TOLERANCE-MEASURE
              MOVE 'Keys changed.....: '    TO WS-SWP-M-NAME
              MOVE ' changed'               TO WS-SWP-M-WORD
              MOVE WS-SWP-CHANGED           TO WS-SWP-M-COUNT
              MOVE WS-TOL-CHANGED-PCT       TO WS-SWP-M-TOL
              PERFORM SWAP-TOLERANCE-MEASURE
           END-IF
           DISPLAY '-------------------------------------------'
           .
       SWAP-TOLERANCE-CHECK-EXIT.
           EXIT.
      *************************************************************************
       SWAP-TOLERANCE-MEASURE SECTION.
      *
      * One measure: report it with its tolerance, and mark the swap
      * held - naming the measure in the hold reason - when it is over
           COMPUTE WS-SWP-M-PCT ROUNDED =
                   WS-SWP-M-COUNT * 100 / WS-SWP-LIVE-COUNT
           MOVE WS-SWP-M-PCT                TO WS-SWP-PCT-EDIT
           IF WS-SWP-M-TOL = 9999
              DISPLAY WS-SWP-M-NAME WS-SWP-PCT-EDIT '% (no limit)'
           ELSE
              MOVE WS-SWP-M-TOL             TO WS-SWP-TOL-EDIT
              IF WS-SWP-M-PCT > WS-SWP-M-TOL
                 SET WS-SWP-HOLD            TO TRUE
                 STRING WS-SWP-M-WORD       DELIMITED BY SIZE
                        INTO WS-SWP-REASON
                        WITH POINTER WS-SWP-REASON-PTR
                 END-STRING
                 DISPLAY WS-SWP-M-NAME WS-SWP-PCT-EDIT
                         '% (tolerance ' WS-SWP-TOL-EDIT '%) - OVER'
              ELSE
                 DISPLAY WS-SWP-M-NAME WS-SWP-PCT-EDIT
                         '% (tolerance ' WS-SWP-TOL-EDIT '%)'
              END-IF
           END-IF
           .
       SWAP-TOLERANCE-MEASURE-EXIT.
           EXIT.
      *************************************************************************
       SWAP-HOLD SECTION.
      *
      * Keep the live table as it is and park the staged load. The
      * staging table is left exactly as loaded for PCTB018B to swap
      * live or discard; this run's history rows - the before-images
      * captured at the clear-down and the rows mirrored into the
      * load - describe changes the live table never got, so they
      * move to <table>_held until the release puts them back. The
      * rows are this program's for the business date with the run
      * stamp of the load - or, for a partitioned load, of every
      * partition that built it - so an earlier same-day run of the
      * table, whose changes are already live, keeps its trail. The
      * load's parked future-dated rows are in <table>_held already
           DISPLAY 'Swap staging table live - HELD, staged load is '
                   'outside the table''s tolerances'
DBPRE      MOVE 45            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      'SELECT ' DELIMITED SIZE
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
DBPRE          CALL 'MySQL_affected_rows' USING SQLCA-COUNT
DBPRE          END-CALL
           MOVE SQLCA-COUNT                 TO WS-SWP-PARKED
      *
DBPRE      MOVE 46            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
      *
      * Commit the parked rows before the hold is recorded and the
      * step checkpointed - see the clear-down step's commit for why
DBPRE      MOVE 47             TO SQLCA-SEQUENCE
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
      *
           MOVE 28                  TO SQLCA-SEQUENCE
           PERFORM HOLD-WRITE
           SET WS-SWP-HELD          TO TRUE
           DISPLAY WS-SWP-REASON
           DISPLAY 'History rows parked in ' WS-HELD-TABLE-NAME ': '
                   WS-SWP-PARKED
           MOVE SPACES              TO POCTB-ERROR-MESSAGE
           STRING 'SWAP-HOLD: '     DELIMITED BY SIZE
                  WS-SWP-REASON     DELIMITED BY SIZE
                  INTO POCTB-ERROR-MESSAGE
           END-STRING
           PERFORM ERRLOG-WRITE
           MOVE SPACES              TO POCTB-ERROR-MESSAGE
           MOVE ZERO                TO T
           PERFORM CHECKPOINT-WRITE
           .
       SWAP-HOLD-EXIT.
           EXIT.
      *************************************************************************
       HOLD-WRITE SECTION.
      *
      * Append the open hold with the figures that caused it - the
      * record PCTB018B finds and closes
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'HOLD-WRITE: OPEN HOLD-FILE failed, status '
                                             DELIMITED BY SIZE
                     WS-HOLD-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           MOVE SPACES                      TO HLD-RECORD
           MOVE POCTB-TABLE-NAME            TO HLD-TABLE-NAME
           MOVE POCTB-DATE                  TO HLD-BUS-DATE
           MOVE POCTB-TIME                  TO HLD-HOLD-TIME
           SET HLD-OPEN                     TO TRUE
           MOVE WS-SWP-LIVE-COUNT           TO HLD-LIVE-COUNT
           MOVE WS-SWP-STAGE-COUNT          TO HLD-STAGE-COUNT
           MOVE WS-SWP-ADDED                TO HLD-ADDED
           MOVE WS-SWP-DROPPED              TO HLD-DROPPED
           MOVE WS-SWP-CHANGED              TO HLD-CHANGED
           MOVE WS-SWP-REASON               TO HLD-REASON
           MOVE ZERO                        TO HLD-CLOSE-DATE
           MOVE ZERO                        TO HLD-CLOSE-TIME
           MOVE WS-RUN-TIME-COUNT           TO HLD-RUN-TIME-COUNT
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > 16
              IF S1 > WS-RUN-TIME-COUNT
                 MOVE ZERO                  TO HLD-RUN-TIME (S1)
              ELSE
                 MOVE WS-RUN-TIME-ENTRY (S1)
                                            TO HLD-RUN-TIME (S1)
              END-IF
           END-PERFORM
           WRITE HLD-RECORD
           CLOSE HOLD-FILE
           .
       HOLD-WRITE-EXIT.
           EXIT.
      *************************************************************************
       RUN-TIME-LIST-BUILD SECTION.
      *
      * The run stamps of the load about to be swapped or held - this
      * run's own, or for a partitioned load that of every partition
      * that built it - and the WHERE clause condition picking out
      * their rows
           IF POCTB-PART-ID = ZERO
              MOVE 1                        TO WS-RUN-TIME-COUNT
              MOVE WS-RUN-TIME              TO WS-RUN-TIME-ENTRY (1)
           ELSE
              MOVE WS-SLICE-COUNT           TO WS-RUN-TIME-COUNT
              PERFORM VARYING S1 FROM 1 BY 1
                      UNTIL S1 > WS-SLICE-COUNT
                 MOVE WS-SLICE-RUN-TIME (S1)
                                            TO WS-RUN-TIME-ENTRY (S1)
              END-PERFORM
           END-IF
           PERFORM RUN-TIME-FILTER-BUILD
           .
       RUN-TIME-LIST-BUILD-EXIT.
           EXIT.
      *************************************************************************
       RUN-TIME-FILTER-BUILD SECTION.
      *
      * The WHERE clause condition that picks out the rows of the run
      * stamps in WS-RUN-TIME-ENTRY - ' AND AUDIT_TIME IN (t, t, ...)'
           MOVE SPACES                      TO WS-RUN-TIME-FILTER
           MOVE 1                           TO WS-RUN-TIME-PTR
           STRING ' AND AUDIT_TIME IN (' DELIMITED SIZE
                  INTO WS-RUN-TIME-FILTER
                  WITH POINTER WS-RUN-TIME-PTR
           END-STRING
           PERFORM VARYING S1 FROM 1 BY 1
                   UNTIL S1 > WS-RUN-TIME-COUNT
              IF S1 > 1
                 STRING ', ' DELIMITED SIZE
                        INTO WS-RUN-TIME-FILTER
                        WITH POINTER WS-RUN-TIME-PTR
                 END-STRING
              END-IF
              STRING WS-RUN-TIME-ENTRY (S1) DELIMITED SIZE
                     INTO WS-RUN-TIME-FILTER
                     WITH POINTER WS-RUN-TIME-PTR
              END-STRING
           END-PERFORM
           STRING ')' DELIMITED SIZE
                  INTO WS-RUN-TIME-FILTER
                  WITH POINTER WS-RUN-TIME-PTR
           END-STRING
           .
       RUN-TIME-FILTER-BUILD-EXIT.
           EXIT.
      *************************************************************************
       HOLD-PRECHECK SECTION.
      *
      * Stop the run before it touches either table while the table
      * has an open hold - no hold file means nothing was ever held
           MOVE 'N'                         TO WS-HOLD-OPEN-FLAG
           SET WS-HOLD-NOT-EOF              TO TRUE
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
              PERFORM UNTIL WS-HOLD-EOF
                 READ HOLD-FILE
                 AT END
                    SET WS-HOLD-EOF         TO TRUE
                 NOT AT END
                    IF HLD-TABLE-NAME = POCTB-TABLE-NAME
                       AND HLD-OPEN
                       SET WS-HOLD-OPEN-FOUND
                                            TO TRUE
                       MOVE HLD-BUS-DATE    TO WS-HOLD-OPEN-DATE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF
           IF WS-HOLD-OPEN-FOUND
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'HOLD-PRECHECK: swap of '
                                             DELIMITED BY SIZE
                     WS-HOLD-OPEN-DATE       DELIMITED BY SIZE
                     ' load held - release or discard it first'
                                             DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       HOLD-PRECHECK-EXIT.
           EXIT.
      *************************************************************************
       PARTITION-WRITE-SLICE SECTION.
      *
              MOVE POCTB-PART-KEY-LOW       TO PCF-KEY-LOW
              MOVE POCTB-PART-KEY-HIGH      TO PCF-KEY-HIGH
              MOVE WS-FEED-ACCEPTED         TO PCF-ACCEPTED
              MOVE WS-RUN-TIME              TO PCF-RUN-TIME
              WRITE PCF-RECORD
              CLOSE PART-FILE
           ELSE
              IF WS-SLICE-PART-ID (S1) = PCF-PART-ID
                 MOVE PCF-KEY-LOW           TO WS-SLICE-LOW (S1)
                 MOVE PCF-KEY-HIGH          TO WS-SLICE-HIGH (S1)
                 IF PCF-RUN-TIME NUMERIC
                    MOVE PCF-RUN-TIME       TO WS-SLICE-RUN-TIME (S1)
                 ELSE
                    MOVE ZERO               TO WS-SLICE-RUN-TIME (S1)
                 END-IF
                 SET WS-SLICE-FOUND         TO TRUE
              END-IF
           END-PERFORM
                 MOVE PCF-PART-ID           TO WS-SLICE-PART-ID (S1)
                 MOVE PCF-KEY-LOW           TO WS-SLICE-LOW (S1)
                 MOVE PCF-KEY-HIGH          TO WS-SLICE-HIGH (S1)
                 IF PCF-RUN-TIME NUMERIC
                    MOVE PCF-RUN-TIME       TO WS-SLICE-RUN-TIME (S1)
                 ELSE
                    MOVE ZERO               TO WS-SLICE-RUN-TIME (S1)
                 END-IF
              END-IF
           END-IF
           .
                    MOVE WS-SLICE-PART-ID (S2) TO WS-SLICE-HOLD-ID
                    MOVE WS-SLICE-LOW (S2)     TO WS-SLICE-HOLD-LOW
                    MOVE WS-SLICE-HIGH (S2)    TO WS-SLICE-HOLD-HIGH
                    MOVE WS-SLICE-RUN-TIME (S2)
                         TO WS-SLICE-HOLD-TIME
                    MOVE WS-SLICE-PART-ID (S2 + 1)
                         TO WS-SLICE-PART-ID (S2)
                    MOVE WS-SLICE-LOW (S2 + 1) TO WS-SLICE-LOW (S2)
                    MOVE WS-SLICE-HIGH (S2 + 1)
                         TO WS-SLICE-HIGH (S2)
                    MOVE WS-SLICE-RUN-TIME (S2 + 1)
                         TO WS-SLICE-RUN-TIME (S2)
                    MOVE WS-SLICE-HOLD-ID
                         TO WS-SLICE-PART-ID (S2 + 1)
                    MOVE WS-SLICE-HOLD-LOW     TO WS-SLICE-LOW (S2 + 1)
                    MOVE WS-SLICE-HOLD-HIGH
                         TO WS-SLICE-HIGH (S2 + 1)
                    MOVE WS-SLICE-HOLD-TIME
                         TO WS-SLICE-RUN-TIME (S2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
      * marker and swap a second time
                 PERFORM PARTITION-WRITE-SWAP-MARKER
              ELSE
      * A held swap writes the marker too - the hold is now the
      * table's state for the date, and PCTB018B finishes or drops it
                 PERFORM SWAP-GUARD
                 PERFORM PARTITION-WRITE-SWAP-MARKER
              END-IF
              END-IF
