      * dbpre V 0.2: PCTB017B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB017B.
DBPRE * AUTHOR.                     THE_PIPER.
DBPRE * DATE-WRITTEN.               TODAY.
      /
      **************************************************************************
      *  E N V I R O N M E N T   D I V I S I O N                               *
      **************************************************************************
        ENVIRONMENT                DIVISION.
        INPUT-OUTPUT                SECTION.
        FILE-CONTROL.
      *
      * Backout request - one record naming the PROGRAM_NAME whose
      * changes to POCTB-TABLE-NAME on the business date are to be
      * reversed, the AUDIT_TIME its run stamped them with, and whether
      * to apply the backout or only print the proof listing. Absent,
      * empty or without a program name the run stops before it
      * touches the database. Without the stamp the run is found from
      * the trail, if the program ran only once that day
           SELECT CONTROL-FILE        ASSIGN TO 'PCTB017B.CTL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CONTROL-STATUS.
      *
      * Backout proof listing - paginated 132-column print file, one
      * line per key the run touched with the image it is put back to,
      * the image the table holds now, and what the backout does
           SELECT PRINT-FILE          ASSIGN TO 'PCTB017B.PRT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB017B.ERRLOG'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ERRLOG-STATUS.
      /
      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
      **************************************************************************
        DATA                        DIVISION.
      /
      **************************************************************************
      *  F I L E   S E C T I O N                                               *
      **************************************************************************
        FILE SECTION.
      *
        FD  CONTROL-FILE.
        01  CONTROL-RECORD.
            05 CTL-PROGRAM-NAME         PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 CTL-APPLY-FLAG           PIC  X(01).
               88 CTL-APPLY                         VALUE 'A'.
            05 FILLER                   PIC  X(01).
            05 CTL-ASSUME-NEW-FLAG      PIC  X(01).
               88 CTL-ASSUME-NEW                    VALUE 'Y'.
            05 FILLER                   PIC  X(01).
            05 CTL-RUN-TIME             PIC  X(06).
      *
        FD  PRINT-FILE.
      * 132 columns, standard print-line width
        01  PRINT-RECORD                PIC  X(132).
      *
        FD  ERRLOG-FILE.
        01  ERRLOG-RECORD.
            05 ERRLOG-PROGRAM-NAME      PIC  X(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-DATE              PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-TIME              PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-SEQUENCE          PIC  9(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-SQLCODE           PIC  9(03).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-ERRNO             PIC  9(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-ERROR-TEXT        PIC  X(80).
      /
      **************************************************************************
      *  W O R K I N G   S T O R A G E   S E C T I O N                         *
      **************************************************************************
        WORKING-STORAGE SECTION.
      *
      * The needed working storage stuff for the framework
        COPY POCTBBATWS.
      *
      * Print file working storage - paginated proof listing
        01  WS-PRINT-STATUS                   PIC  X(02) VALUE '00'.
        01  WS-PRINT-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-PRINT-OPEN                             VALUE 'Y'.
        01  WS-PRINT-MAX-LINES                PIC  9(02) VALUE 50.
        01  WS-PRINT-LINE-COUNT               PIC  9(02) VALUE ZERO.
        01  WS-PRINT-PAGE-NUM                 PIC  9(04) VALUE ZERO.
      * Holds the caller's built line across a page break - the
      * header writes through the same FD record, see
      * PRINT-REPORT-LINE
        01  WS-PRINT-HOLD                     PIC  X(132).
      *
      * Backout request working storage - the run to reverse, and the
      * two operator switches. Proof only unless the request says 'A';
      * a key the trail cannot prove existed before the run is held
      * unless the request says 'Y', see RESOLVE-ONE-TARGET
        01  WS-CONTROL-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-BACKOUT-PROGRAM                PIC  X(08) VALUE SPACES.
        01  WS-APPLY-FLAG                     PIC  X(01) VALUE 'N'.
            88  WS-APPLY-MODE                             VALUE 'Y'.
        01  WS-ASSUME-NEW-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ASSUME-NEW                             VALUE 'Y'.
      *
      * The run itself - a program can run more than once on one
      * business date (a full refresh then an incremental, or a rerun),
      * and each run stamps all of its history rows with its own
      * AUDIT_TIME, so program, date and stamp together are one run.
      * A request without the stamp is given the only stamp the
      * program used that day; with more than one to choose from the
      * stamps are listed and nothing is backed out
        01  WS-BACKOUT-TIME                   PIC  X(06) VALUE SPACES.
        01  WS-STAMP-MAX                      PIC  9(02) VALUE 20.
        01  WS-STAMP-COUNT                    PIC  9(04) VALUE ZERO.
        01  WS-STAMP-TABLE.
            05 WS-STAMP-ENTRY OCCURS 20       PIC  X(06).
        01  WS-STAMP-AMBIGUOUS-FLAG           PIC  X(01) VALUE 'N'.
            88  WS-STAMP-AMBIGUOUS                        VALUE 'Y'.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Connection retry working storage
        01  WS-CONNECT-ATTEMPT                PIC  9(02) VALUE ZERO.
      *
      * Audit/history table the run is read back from and the backout
      * is written to - always <table>_history, derived the same way
      * PCTB003B derives it
        01  WS-HISTORY-TABLE-NAME             PIC  X(40) VALUE SPACES.
        01  WS-HIST-STATEMENT                 PIC  X(2000).
        01  WS-HIST-STMT-PTR                  PIC  S9(4) COMP.
        01  WS-STMT-PTR                       PIC  S9(4) COMP.
      *
      * The business date of the run being reversed - the report date
      * parameter, or the run date when ZERO - and the earliest audit
      * time the run stamped on that date. History rows before that
      * point are the table as it stood before the run; rows after it
      * from any other program are later changes the backout must not
      * silently overwrite
        01  WS-BACKOUT-DATE                   PIC  9(06) VALUE ZERO.
        01  WS-BACKOUT-DATE-X REDEFINES WS-BACKOUT-DATE
                                              PIC  X(06).
        01  WS-RUN-FIRST-TIME                 PIC  X(06)
            VALUE HIGH-VALUES.
        01  WS-ROW-BEFORE-RUN-FLAG            PIC  X(01) VALUE 'N'.
            88  WS-ROW-BEFORE-RUN                         VALUE 'Y'.
      *
      * One fetched <table>_history row - the same fetch shape as the
      * PCTB011B replay
        01  HIST-OP-TYPE                      PIC  X(01).
            88  HIST-OP-INSERT                            VALUE 'I'.
            88  HIST-OP-UPDATE                            VALUE 'U'.
            88  HIST-OP-DELETE                            VALUE 'D'.
        01  HIST-NEW-FIELD1                   PIC  X(20).
        01  HIST-NEW-FIELD2                   PIC  X(16).
        01  HIST-NEW-FIELD3                   PIC  X(32).
        01  HIST-OLD-FIELD1                   PIC  X(20).
        01  HIST-OLD-FIELD2                   PIC  X(16).
        01  HIST-OLD-FIELD3                   PIC  X(32).
        01  HIST-PROGRAM-NAME                 PIC  X(08).
        01  HIST-AUDIT-DATE                   PIC  X(06).
        01  HIST-AUDIT-TIME                   PIC  X(06).
      *
      * One entry per key the run touched, under its old or its new
      * image. A run stamps every one of its history rows with the
      * same start time, so the order of its rows cannot be read back
      * from the trail - what each entry records is therefore what the
      * run's rows prove about the key, order aside, plus the image
      * the rest of the trail gives it just before the run. The target
      * is resolved from those once both passes are done, and the live
      * image is read just before the action is decided
        01  WS-BKO-MAX                        PIC  9(04) VALUE 1000.
        01  WS-BKO-COUNT                      PIC  9(04) VALUE ZERO.
        01  WS-BKO-TABLE.
            05 WS-BKO-ENTRY OCCURS 1000.
               10 WS-BKO-KEY               PIC  X(20).
      * Before-image from one of the run's own 'D' rows
               10 WS-BKO-DIMG-FLAG         PIC  X(01).
                  88 WS-BKO-HAS-DIMG                   VALUE 'Y'.
               10 WS-BKO-DIMG-FIELD2       PIC  X(16).
               10 WS-BKO-DIMG-FIELD3       PIC  X(32).
      * Old image from one of the run's own 'U' rows
               10 WS-BKO-UOLD-FLAG         PIC  X(01).
                  88 WS-BKO-HAS-UOLD                   VALUE 'Y'.
               10 WS-BKO-UOLD-FIELD2       PIC  X(16).
               10 WS-BKO-UOLD-FIELD3       PIC  X(32).
      * The run inserted the key, renamed another key onto it, or
      * upserted it without an old image
               10 WS-BKO-RUN-INS-FLAG      PIC  X(01).
                  88 WS-BKO-RUN-INSERTED               VALUE 'Y'.
               10 WS-BKO-RUN-REN-FLAG      PIC  X(01).
                  88 WS-BKO-RUN-RENAMED-TO             VALUE 'Y'.
               10 WS-BKO-RUN-UPS-FLAG      PIC  X(01).
                  88 WS-BKO-RUN-UPSERTED               VALUE 'Y'.
      * The key as the rest of the trail left it just before the run
               10 WS-BKO-PRIOR-STATE       PIC  X(01).
                  88 WS-BKO-PRIOR-NONE                 VALUE ' '.
                  88 WS-BKO-PRIOR-PRESENT              VALUE 'P'.
                  88 WS-BKO-PRIOR-ABSENT               VALUE 'A'.
               10 WS-BKO-PRIOR-FIELD2      PIC  X(16).
               10 WS-BKO-PRIOR-FIELD3      PIC  X(32).
      * Another program changed the key after the run started
               10 WS-BKO-LATER-FLAG        PIC  X(01).
                  88 WS-BKO-CHANGED-LATER              VALUE 'Y'.
               10 WS-BKO-LATER-PGM         PIC  X(08).
      * What the backout puts back, and what the table holds now
               10 WS-BKO-TARGET-STATE      PIC  X(01).
                  88 WS-BKO-TARGET-PRESENT             VALUE 'P'.
                  88 WS-BKO-TARGET-ABSENT              VALUE 'A'.
                  88 WS-BKO-TARGET-UNKNOWN             VALUE '?'.
               10 WS-BKO-TARGET-FIELD2     PIC  X(16).
               10 WS-BKO-TARGET-FIELD3     PIC  X(32).
               10 WS-BKO-LIVE-STATE        PIC  X(01).
                  88 WS-BKO-LIVE-PRESENT               VALUE 'P'.
                  88 WS-BKO-LIVE-ABSENT                VALUE 'A'.
               10 WS-BKO-LIVE-FIELD2       PIC  X(16).
               10 WS-BKO-LIVE-FIELD3       PIC  X(32).
               10 WS-BKO-ACTION            PIC  X(06).
                  88 WS-BKO-ACT-NONE                   VALUE 'NONE'.
                  88 WS-BKO-ACT-RESTORE                VALUE 'UPDATE'.
                  88 WS-BKO-ACT-REINSERT               VALUE 'INSERT'.
                  88 WS-BKO-ACT-REMOVE                 VALUE 'DELETE'.
                  88 WS-BKO-ACT-HELD                   VALUE 'HELD'.
               10 WS-BKO-HOLD-REASON       PIC  X(40).
        01  B                                 PIC  S9(4) COMP VALUE 0.
        01  B1                                PIC  S9(4) COMP VALUE 0.
        01  WS-BKO-SUB                        PIC  S9(4) COMP VALUE 0.
        01  WS-BKO-SEARCH-KEY                 PIC  X(20) VALUE SPACES.
        01  WS-BKO-FOUND-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-BKO-FOUND                               VALUE 'Y'.
      *
      * One live row, read back for the key under decision
        01  WS-LIVE-FOUND-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-LIVE-FOUND                              VALUE 'Y'.
      *
      * Control totals for the closing banner and the listing trailer
        01  WS-RUN-ROWS-READ                  PIC  9(08) VALUE ZERO.
        01  WS-TRAIL-ROWS-READ                PIC  9(08) VALUE ZERO.
        01  WS-KEYS-UNCHANGED                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-RESTORED                  PIC  9(08) VALUE ZERO.
        01  WS-KEYS-REINSERTED                PIC  9(08) VALUE ZERO.
        01  WS-KEYS-REMOVED                   PIC  9(08) VALUE ZERO.
        01  WS-KEYS-HELD                      PIC  9(08) VALUE ZERO.
      *
      * This will be displayed in the logfile at runtime
        01  POCTB-VERSION                    PIC  X(38)
            VALUE '20261015 1.0 INITIAL RELEASE'.
      *
        01  FIELD1                           PIC  X(20).
        01  FIELD2                           PIC  X(16).
        01  FIELD3                           PIC  X(32).
      *
      * The communication area for the database
      * EXEC SQL
      *      INCLUDE SQLCA.
        01  SQLCA.
          05 SQLCA-CID                     USAGE POINTER.
          05 SQLCA-CURSOR-CTRL-GRP.
            10 SQLCA-CURSOR-CTRL OCCURS 65 PIC X.
          05 SQLCA-RESULT-GRP OCCURS 65.
            10 SQLCA-RESULT                USAGE POINTER.
          05 SQLCA-SEQUENCE                PIC 9(08).
          05 SQLCA-COUNT                   PIC 9(08).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-RETURN-CODE             PIC 9(03).
          05 SQLCA-CROWCNT                 PIC X(08).
          05 SQLCA-ROWCNT                  PIC 9(08).
            88 SQLCA-NO-ROW                VALUE 0.
            88 SQLCA-ONE-ROW               VALUE 1.
            88 SQLCA-MORE-THAN-ONE-ROW     VALUE 2 THRU 99999999.
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-HOST                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-USER                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PASSWD                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-DBNAME                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PORT                    PIC 9(05).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-SOCKET                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-QUOTE                   PIC X VALUE "'".
          05 SQLCA-CARD                    PIC X(80).
          05 SQLCA-STATEMENT.
            10 SQLCA-STAT-LINE OCCURS 80   PIC X(25).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCODE                       PIC 9(03).
            88 DB-OK                       VALUE 0.
            88 DB-CURSOR-ALREADY-OPEN      VALUE -1.
            88 DB-CURSOR-NOT-OPEN          VALUE -2.
            88 DB-NOT-FOUND                VALUE 100.
DBPRE * END-EXEC.
      /
      **************************************************************************
      *  P R O C E D U R E   D I V I S I O N                                   *
      **************************************************************************
        PROCEDURE DIVISION.
      * The framework itself, calling POCTB-ACTION to run the users coding
DBPRE      MOVE 1             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        INCLUDE POCTBBAT REPLACING 'TTTTNNNB' BY 'PCTB017B'.

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB017B'                  TO POCTB-PROGRAM-NAME
      *
           CALL "read_params"         USING POCTB-PROGRAM-NAME
                                            SQLCA-HOST
                                            SQLCA-USER
                                            SQLCA-PASSWD
                                            SQLCA-DBNAME
                                            SQLCA-PORT
                                            SQLCA-SOCKET
                                            POCTB-TABLE-NAME
                                            POCTB-RUN-MODE
                                            POCTB-CONNECT-MAX-RETRIES
                                            POCTB-CONNECT-RETRY-DELAY
                                            POCTB-INSERT-BATCH-SIZE
                                            POCTB-REPORT-DATE
                                            POCTB-REPORT-RUN-LIMIT
                                            POCTB-PART-ID
                                            POCTB-PART-COUNT
                                            POCTB-PART-KEY-LOW
                                            POCTB-PART-KEY-HIGH
                                            POCTB-HIST-RETENTION-DAYS
           END-CALL
      *
           INSPECT SQLCA-HOST REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-USER REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-PASSWD REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-DBNAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT POCTB-TABLE-NAME REPLACING ALL LOW-VALUE BY SPACE
           IF POCTB-TABLE-NAME = SPACES
              MOVE 'example_table'          TO POCTB-TABLE-NAME
           END-IF
           INSPECT SQLCA-PORT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-SOCKET REPLACING ALL LOW-VALUE BY SPACE
           IF POCTB-CONNECT-MAX-RETRIES = ZERO
              MOVE 3                        TO POCTB-CONNECT-MAX-RETRIES
           END-IF
           IF POCTB-CONNECT-RETRY-DELAY = ZERO
              MOVE 2                        TO POCTB-CONNECT-RETRY-DELAY
           END-IF
      *
      * Audit/history table is always <table>_history - it just
      * follows whichever table name got resolved above
           MOVE SPACES                      TO WS-HISTORY-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_history' DELIMITED SIZE
                  INTO WS-HISTORY-TABLE-NAME
           END-STRING
      *
      * All cursors are closed at the beginning
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
      *
      * The run to reverse is the one on the requested business date,
      * or today's when no date was requested
           IF POCTB-REPORT-DATE = ZERO
              MOVE POCTB-DATE               TO WS-BACKOUT-DATE
           ELSE
              MOVE POCTB-REPORT-DATE        TO WS-BACKOUT-DATE
           END-IF
      *
      * Error log is opened up front so every failure in the run,
      * including ones before the DB connects, gets recorded
           PERFORM ERRLOG-OPEN
      *
      * The program whose run is reversed, and the apply switch, come
      * from the request file - without a program name there is no
      * run to reverse and the backout stops here
           PERFORM CONTROL-READ
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                ' POCTB-PROGRAM-NAME(1:1) ' '
                                       POCTB-PROGRAM-NAME(2:1) ' '
                                       POCTB-PROGRAM-NAME(3:1) ' '
                                       POCTB-PROGRAM-NAME(4:1) ' '
                                       POCTB-PROGRAM-NAME(5:1) ' '
                                       POCTB-PROGRAM-NAME(6:1) ' '
                                       POCTB-PROGRAM-NAME(7:1) ' '
                                       POCTB-PROGRAM-NAME(8:1) ' '
                   '                  *'
           DISPLAY '*       Start..: 20' POCTB-DATE(1:2) '-'
                   POCTB-DATE(3:2) '-' POCTB-DATE(5:2) ' '
                   POCTB-TIME(1:2) ':' POCTB-TIME(3:2) ':'
                   POCTB-TIME(5:2) '    '
                   '           *'
           DISPLAY '* Version..: ' POCTB-VERSION
                   '*'
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  DBHOST.......: ' SQLCA-HOST ' *'
           DISPLAY '*  DBNAME.......: ' SQLCA-DBNAME ' *'
           DISPLAY '*  TABLE.......: ' POCTB-TABLE-NAME ' *'
           DISPLAY '*  BACK OUT....: ' WS-BACKOUT-PROGRAM ' '
                   WS-BACKOUT-DATE '                    *'
           IF WS-APPLY-MODE
              DISPLAY '*  MODE........: APPLY'
                      '                              *'
           ELSE
              DISPLAY '*  MODE........: PROOF ONLY'
                      '                         *'
           END-IF
           DISPLAY '*******************************************'
                   '*********'
      *
      * Initialize the database connection - retried up to
      * POCTB-CONNECT-MAX-RETRIES times, POCTB-CONNECT-RETRY-DELAY
      * seconds apart, before handing a persistent failure to DB-STATUS
DBPRE      MOVE 2             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       INIT DB
           MOVE ZERO                        TO WS-CONNECT-ATTEMPT
      * Force the loop to run at least once - SQLCODE zero-initializes
      * to DB-OK, which would otherwise satisfy this test-before
      * PERFORM UNTIL before MySQL_init ever runs
           MOVE 1                           TO SQLCODE
           PERFORM UNTIL DB-OK
              OR WS-CONNECT-ATTEMPT NOT < POCTB-CONNECT-MAX-RETRIES
              ADD 1                         TO WS-CONNECT-ATTEMPT
DBPRE         CALL "MySQL_init"  USING SQLCA-CID
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE *    END-EXEC.
              EVALUATE TRUE
              WHEN DB-OK
                 CONTINUE
              WHEN DB-NOT-FOUND
                 SET DB-OK              TO TRUE
              WHEN OTHER
                 IF WS-CONNECT-ATTEMPT < POCTB-CONNECT-MAX-RETRIES
                    DISPLAY 'MySQL_init failed, attempt '
                            WS-CONNECT-ATTEMPT ' of '
                            POCTB-CONNECT-MAX-RETRIES ' - retrying'
                    CALL 'C$SLEEP' USING POCTB-CONNECT-RETRY-DELAY
                    END-CALL
                 END-IF
              END-EVALUATE
           END-PERFORM
           IF NOT DB-OK
              PERFORM DB-STATUS
           END-IF

      * Connect to the database - same retry/backoff as MySQL_init
DBPRE      MOVE 3             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       CONNECT DB
           MOVE ZERO                        TO WS-CONNECT-ATTEMPT
      * Same reason as the MySQL_init loop above - force a non-OK
      * SQLCODE so this test-before PERFORM UNTIL doesn't skip the
      * connect attempt entirely
           MOVE 1                           TO SQLCODE
           PERFORM UNTIL DB-OK
              OR WS-CONNECT-ATTEMPT NOT < POCTB-CONNECT-MAX-RETRIES
              ADD 1                         TO WS-CONNECT-ATTEMPT
DBPRE         CALL "MySQL_real_connect" USING
DBPRE                                   SQLCA-HOST
DBPRE                                   SQLCA-USER
DBPRE                                   SQLCA-PASSWD
DBPRE                                   SQLCA-DBNAME
DBPRE                                   SQLCA-PORT
DBPRE                                   SQLCA-SOCKET
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE *    END-EXEC.
              EVALUATE TRUE
              WHEN DB-OK
                 CONTINUE
              WHEN DB-NOT-FOUND
                 SET DB-OK              TO TRUE
              WHEN OTHER
                 IF WS-CONNECT-ATTEMPT < POCTB-CONNECT-MAX-RETRIES
                    DISPLAY 'MySQL_real_connect failed, attempt '
                            WS-CONNECT-ATTEMPT ' of '
                            POCTB-CONNECT-MAX-RETRIES ' - retrying'
                    CALL 'C$SLEEP' USING POCTB-CONNECT-RETRY-DELAY
                    END-CALL
                 END-IF
              END-EVALUATE
           END-PERFORM
           IF NOT DB-OK
              PERFORM DB-STATUS
           END-IF
      *
      * Now execute the user's code
           PERFORM POCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * Commit the work - a proof run has changed nothing, an applied
      * backout commits as one unit so the table is never left half
      * reversed
DBPRE      MOVE 4             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       COMMIT
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
DBPRE *    END-EXEC.
      *
      * We're done, now close the database and stop the program
DBPRE      MOVE 5             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        CLOSE DB
DBPRE          CALL "MySQL_close"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *    END-EXEC.
           PERFORM DB-STATUS
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*       End....: 20' POCTB-DATE(1:2) '-'
                   POCTB-DATE(3:2) '-' POCTB-DATE(5:2) ' '
                   POCTB-TIME(1:2) ':' POCTB-TIME(3:2) ':'
                   POCTB-TIME(5:2) '    '
                   '           *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * Control totals - what the run touched and what the backout
      * did (or, on a proof run, would do) with each key
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for table ' POCTB-TABLE-NAME
           DISPLAY 'Run history rows read: ' WS-RUN-ROWS-READ
           DISPLAY 'Trail rows replayed..: ' WS-TRAIL-ROWS-READ
           DISPLAY 'Keys touched by run..: ' WS-BKO-COUNT
           DISPLAY 'Keys unchanged.......: ' WS-KEYS-UNCHANGED
           DISPLAY 'Keys restored........: ' WS-KEYS-RESTORED
           DISPLAY 'Keys re-inserted.....: ' WS-KEYS-REINSERTED
           DISPLAY 'Keys removed.........: ' WS-KEYS-REMOVED
           DISPLAY 'Keys held............: ' WS-KEYS-HELD
           IF NOT WS-APPLY-MODE
              DISPLAY 'Proof run - nothing was changed'
           END-IF
           DISPLAY '-------------------------------------------'
      *
           PERFORM ERRLOG-CLOSE
      *
      * A program that ran more than once that day, with no run named,
      * ends with 8 - the request has to be put in again
           IF WS-STAMP-AMBIGUOUS
              MOVE 8                    TO RETURN-CODE
           ELSE
              MOVE 0                    TO RETURN-CODE
           END-IF
           .
       POCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       POCTB-STATUS SECTION.
           IF POCTB-ERROR
              IF POCTB-ERROR-MESSAGE = SPACES
                 STRING POCTB-PROGRAM-NAME    DELIMITED BY SIZE
                        ': POCTB-STATUS-FLD ' DELIMITED BY SIZE
                         POCTB-STATUS-FLD     DELIMITED BY SIZE
                         ' is set!'         DELIMITED BY SIZE
                                   INTO POCTB-ERROR-MESSAGE
              END-IF
              PERFORM ERRLOG-WRITE
              PERFORM POCTB-DISPLAY-ERROR
      *
      * Rollback the work
DBPRE         MOVE 6             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
DBPRE          CALL "MySQL_rollback"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *       END-EXEC.
              MOVE 2                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       POCTB-STATUS-EXIT.
           EXIT.
      *************************************************************************
       POCTB-DISPLAY-ERROR SECTION.
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '* E R R O R * E R R O R * E R R O R * E R R'
                   ' O R * E R R O R * E R R O R *'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '** ' POCTB-ERROR-MESSAGE ' **'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '*******************************************'
                   '******************************'
           .
       POCTB-DISPLAY-ERROR-EXIT.
           EXIT.
      *************************************************************************
       DB-STATUS SECTION.
           IF SQLCODE NOT = 0
              CALL "MySQL_errno" USING POCTB-ERRNO
              END-CALL
              DISPLAY 'ERRNO: ' POCTB-ERRNO
              CALL "MySQL_error" USING POCTB-ERROR-MESSAGE
              END-CALL
              DISPLAY POCTB-ERROR-MESSAGE
              PERFORM ERRLOG-WRITE
              MOVE SPACES                      TO POCTB-ERROR-MESSAGE
              STRING  'DB-STATUS: Program '     DELIMITED BY SIZE
                      POCTB-PROGRAM-NAME         DELIMITED BY SIZE
                      ' SQLCODE='             DELIMITED BY SIZE
                      SQLCODE                  DELIMITED BY SIZE
                      '   SQLCA-SEQUENCE='     DELIMITED BY SIZE
                      SQLCA-SEQUENCE           DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                                               INTO POCTB-ERROR-MESSAGE
              PERFORM POCTB-DISPLAY-ERROR
      *
      * Rollback the work
DBPRE         MOVE 7             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
DBPRE          CALL "MySQL_rollback"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *       END-EXEC.
              MOVE 3                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       DB-STATUS-EXIT.
           EXIT.
DBPRE *    END-EXEC.

      /
      **************************************************************************
      *  E R R O R   L O G   P R O C E S S I N G                               *
      **************************************************************************
       ERRLOG-OPEN SECTION.
      *
      * Opened once near the start of the run and kept open (append
      * mode) so ops can see every failure from a run in one place,
      * independent of how much scrolled past in the job log.
           OPEN EXTEND ERRLOG-FILE
           IF WS-ERRLOG-STATUS = '00'
              SET WS-ERRLOG-OPEN            TO TRUE
           ELSE
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT ERRLOG-FILE
              IF WS-ERRLOG-STATUS = '00'
                 SET WS-ERRLOG-OPEN         TO TRUE
              END-IF
           END-IF
           .
       ERRLOG-OPEN-EXIT.
           EXIT.
      *************************************************************************
       ERRLOG-WRITE SECTION.
      *
      * One line per DB/application failure: program, date/time,
      * SQLCA-SEQUENCE step number, SQLCODE, MySQL errno and error text.
           IF WS-ERRLOG-OPEN
      * Clear the record first - the FILLER bytes between the fields
      * are never MOVEd to and would otherwise go out as LOW-VALUES,
      * which a line sequential WRITE rejects as bad characters
              MOVE SPACES                   TO ERRLOG-RECORD
              MOVE POCTB-PROGRAM-NAME       TO ERRLOG-PROGRAM-NAME
              MOVE POCTB-DATE               TO ERRLOG-DATE
              MOVE POCTB-TIME               TO ERRLOG-TIME
              MOVE SQLCA-SEQUENCE           TO ERRLOG-SEQUENCE
              MOVE SQLCODE                  TO ERRLOG-SQLCODE
              MOVE POCTB-ERRNO              TO ERRLOG-ERRNO
              MOVE POCTB-ERROR-MESSAGE      TO ERRLOG-ERROR-TEXT
              WRITE ERRLOG-RECORD
           END-IF
           .
       ERRLOG-WRITE-EXIT.
           EXIT.
      *************************************************************************
       ERRLOG-CLOSE SECTION.
           IF WS-ERRLOG-OPEN
              CLOSE ERRLOG-FILE
              MOVE 'N'                      TO WS-ERRLOG-OPEN-FLAG
           END-IF
           .
       ERRLOG-CLOSE-EXIT.
           EXIT.
      *************************************************************************
       CONTROL-READ SECTION.
      *
      * One request record: the PROGRAM_NAME whose run is reversed,
      * the apply switch ('A' applies, anything else is a proof run),
      * the assume-new switch for keys the trail has no earlier image
      * of, and the run's AUDIT_TIME stamp. Missing file or empty
      * record leaves the program name blank, which POCTB-ACTION
      * refuses before any work is done
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ CONTROL-FILE
              IF WS-CONTROL-STATUS = '00'
                 MOVE CTL-PROGRAM-NAME      TO WS-BACKOUT-PROGRAM
                 IF CTL-APPLY
                    SET WS-APPLY-MODE       TO TRUE
                 END-IF
                 IF CTL-ASSUME-NEW
                    SET WS-ASSUME-NEW       TO TRUE
                 END-IF
                 MOVE CTL-RUN-TIME          TO WS-BACKOUT-TIME
              END-IF
              CLOSE CONTROL-FILE
           END-IF
           INSPECT WS-BACKOUT-PROGRAM REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-BACKOUT-TIME REPLACING ALL LOW-VALUE BY SPACE
           .
       CONTROL-READ-EXIT.
           EXIT.
      /
      **************************************************************************
      *  P O C T B - A C T I O N   S E C T I O N                               *
      **************************************************************************
        POCTB-ACTION SECTION.
      *
           DISPLAY 'In POCTB-ACTION.'
      *
           IF WS-BACKOUT-PROGRAM = SPACES
              MOVE 'CONTROL-READ: no PROGRAM_NAME to back out'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           IF WS-BACKOUT-TIME NOT = SPACES
              AND WS-BACKOUT-TIME IS NOT NUMERIC
              MOVE 'CONTROL-READ: run time stamp is not HHMMSS digits'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
      *
      * No stamp asked for - take the program's only run that day, or
      * list its runs and stop if it ran more than once
           IF WS-BACKOUT-TIME = SPACES
              PERFORM RUN-STAMP-RESOLVE
           END-IF
      *
           PERFORM PRINT-REPORT-OPEN
      *
           IF WS-STAMP-AMBIGUOUS
              PERFORM PRINT-STAMP-LIST
           ELSE
              PERFORM BACKOUT-ONE-RUN
           END-IF
      *
           PERFORM PRINT-REPORT-CLOSE
      *
           DISPLAY 'Ende POCTB-ACTION.'
      *
           .
        POCTB-ACTION-EXIT.
           EXIT.
      *************************************************************************
       BACKOUT-ONE-RUN SECTION.
      *
      * Collect the keys the run touched, then replay the rest of the
      * trail for the image each key had just before the run and for
      * any change made to it since. No stamp left means the program
      * has no rows on the date at all
           IF WS-BACKOUT-TIME NOT = SPACES
              PERFORM FETCH-RUN-ROWS
           END-IF
           IF WS-BKO-COUNT = ZERO
              DISPLAY 'No history rows for ' WS-BACKOUT-PROGRAM
                      ' on ' WS-BACKOUT-DATE ' at ' WS-BACKOUT-TIME
                      ' - nothing to back out'
              MOVE SPACES                   TO PRINT-RECORD
              MOVE 'No history rows for this program, date and stamp'
                                            TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           ELSE
              PERFORM REPLAY-PRIOR-TRAIL
      *
      * Proof listing first - every key decided and listed before the
      * first change is made, so the listing is the complete picture
      * of the backout whether or not it is applied
              PERFORM DECIDE-ONE-KEY
                      VARYING B FROM 1 BY 1
                      UNTIL B > WS-BKO-COUNT
              IF WS-APPLY-MODE
                 PERFORM APPLY-ONE-KEY
                         VARYING B FROM 1 BY 1
                         UNTIL B > WS-BKO-COUNT
              END-IF
           END-IF
           .
       BACKOUT-ONE-RUN-EXIT.
           EXIT.
      /
      **************************************************************************
      *  P R I N T   F I L E   P R O C E S S I N G                             *
      **************************************************************************
       PRINT-REPORT-OPEN SECTION.
      *
      * One fresh report per run - opened OUTPUT, not EXTEND, since
      * each run's listing is a complete report in its own right
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS = '00'
              SET WS-PRINT-OPEN               TO TRUE
              MOVE ZERO                       TO WS-PRINT-PAGE-NUM
              PERFORM PRINT-REPORT-HEADER
           ELSE
              MOVE SPACES                     TO POCTB-ERROR-MESSAGE
              STRING 'PRINT-REPORT-OPEN: OPEN OUTPUT PRINT-FILE'
                                               DELIMITED BY SIZE
                     ' failed, status '        DELIMITED BY SIZE
                     WS-PRINT-STATUS           DELIMITED BY SIZE
                                        INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR                 TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       PRINT-REPORT-OPEN-EXIT.
           EXIT.
      *************************************************************************
       PRINT-REPORT-HEADER SECTION.
      *
      * Title line carries program/run being reversed/mode/page,
      * followed by the column headers - written on the first page and
      * again after every page break
           IF WS-PRINT-OPEN
              ADD 1                           TO WS-PRINT-PAGE-NUM
              MOVE SPACES                     TO PRINT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - backout of ' DELIMITED SIZE
                     WS-BACKOUT-PROGRAM DELIMITED BY SPACE
                     ' on ' DELIMITED SIZE
                     POCTB-TABLE-NAME DELIMITED BY SPACE
                     '   business date 20' DELIMITED SIZE
                     WS-BACKOUT-DATE(1:2) '-' WS-BACKOUT-DATE(3:2) '-'
                          WS-BACKOUT-DATE(5:2) DELIMITED SIZE
                     '   run stamp ' DELIMITED SIZE
                     WS-BACKOUT-TIME DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              IF WS-APPLY-MODE
                 MOVE 'APPLIED'               TO PRINT-RECORD(100:7)
              ELSE
                 MOVE 'PROOF'                 TO PRINT-RECORD(100:5)
              END-IF
              MOVE 'Page '                    TO PRINT-RECORD(115:5)
              MOVE WS-PRINT-PAGE-NUM          TO PRINT-RECORD(120:4)
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'FIELD1               ACTION ' DELIMITED SIZE
                     'PUT BACK FIELD2  ' DELIMITED SIZE
                     'PUT BACK FIELD3                  ' DELIMITED SIZE
                     'LIVE FIELD2      ' DELIMITED SIZE
                     'LIVE FIELD3' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              STRING '------               ------ ' DELIMITED SIZE
                     '---------------  ' DELIMITED SIZE
                     '---------------                  ' DELIMITED SIZE
                     '-----------      ' DELIMITED SIZE
                     '-----------' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE 4                          TO WS-PRINT-LINE-COUNT
           END-IF
           .
       PRINT-REPORT-HEADER-EXIT.
           EXIT.
      *************************************************************************
       PRINT-REPORT-LINE SECTION.
      *
      * One line to the report, paging every WS-PRINT-MAX-LINES lines -
      * callers build PRINT-RECORD, this section owns the pagination
           IF WS-PRINT-OPEN
      * The header writes its lines through the same FD record the
      * caller just built - hold the caller's line across the page
      * break and restore it, or the break would write the header's
      * last line a second time and lose the detail line
              IF WS-PRINT-LINE-COUNT NOT < WS-PRINT-MAX-LINES
                 MOVE PRINT-RECORD            TO WS-PRINT-HOLD
                 PERFORM PRINT-REPORT-HEADER
                 MOVE WS-PRINT-HOLD           TO PRINT-RECORD
              END-IF
              WRITE PRINT-RECORD
              ADD 1                           TO WS-PRINT-LINE-COUNT
           END-IF
           .
       PRINT-REPORT-LINE-EXIT.
           EXIT.
      *************************************************************************
       PRINT-REPORT-CLOSE SECTION.
      *
      * Key counts in the trailer, then close - last thing written to
      * the report so a reader knows the listing was not cut short
           IF WS-PRINT-OPEN
              MOVE SPACES                     TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Keys touched: ' DELIMITED SIZE
                     WS-BKO-COUNT DELIMITED SIZE
                     '   Unchanged: ' DELIMITED SIZE
                     WS-KEYS-UNCHANGED DELIMITED SIZE
                     '   Restored: ' DELIMITED SIZE
                     WS-KEYS-RESTORED DELIMITED SIZE
                     '   Re-inserted: ' DELIMITED SIZE
                     WS-KEYS-REINSERTED DELIMITED SIZE
                     '   Removed: ' DELIMITED SIZE
                     WS-KEYS-REMOVED DELIMITED SIZE
                     '   Held: ' DELIMITED SIZE
                     WS-KEYS-HELD DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              IF WS-APPLY-MODE
                 MOVE 'Backout applied - held keys left as they are'
                                              TO PRINT-RECORD
              ELSE
                 MOVE 'Proof only - nothing was changed'
                                              TO PRINT-RECORD
              END-IF
              PERFORM PRINT-REPORT-LINE
              CLOSE PRINT-FILE
              MOVE 'N'                        TO WS-PRINT-OPEN-FLAG
           END-IF
           .
       PRINT-REPORT-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  H I S T O R Y   R E A D - B A C K                                     *
      **************************************************************************
       RUN-STAMP-RESOLVE SECTION.
      *
      * The distinct AUDIT_TIME stamps the program left on the business
      * date. One stamp is the run to back out; more than one means the
      * program ran more than once that day, and rather than guess
      * which run was meant the stamps are kept for the listing and the
      * backout stops. None leaves the stamp blank, and the backout
      * finds nothing to do
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
           MOVE ZERO                        TO WS-STAMP-COUNT
           MOVE SPACES                      TO WS-STAMP-TABLE
DBPRE       MOVE 27             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE RUNSTAMPS CURSOR FOR
DBPRE *        SELECT DISTINCT AUDIT_TIME
DBPRE *        INTO :HIST-AUDIT-TIME
DBPRE *        FROM example_table_history
DBPRE *        WHERE PROGRAM_NAME = :WS-BACKOUT-PROGRAM
DBPRE *          AND AUDIT_DATE = :WS-BACKOUT-DATE
DBPRE *        ORDER BY AUDIT_TIME
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
DBPRE       MOVE 28             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *          OPEN RUNSTAMPS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT DISTINCT AUDIT_TIME ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'WHERE ' DELIMITED SIZE
DBPRE       'PROGRAM_NAME ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-PROGRAM DELIMITED BY SPACE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' AND AUDIT_DATE ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-DATE DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'ORDER BY AUDIT_TIME ' DELIMITED SIZE
DBPRE       INTO SQLCA-STATEMENT
DBPRE       END-STRING
DBPRE       CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE       END-CALL
DBPRE       MOVE RETURN-CODE TO SQLCODE
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               PERFORM RUN-STAMP-STORE
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 29             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH RUNSTAMPS
DBPRE *        END-EXEC.
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
               EVALUATE TRUE
                 WHEN DB-OK
                    PERFORM RUN-STAMP-STORE
                 WHEN DB-NOT-FOUND
                    CONTINUE
                 WHEN OTHER
                    PERFORM DB-STATUS
               END-EVALUATE
            END-PERFORM
            SET DB-OK                      TO TRUE
      *
DBPRE       MOVE 30             TO SQLCA-SEQUENCE
      *     EXEC SQL
      *        CLOSE RUNSTAMPS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 0 TO SQLCA-CURSOR-CTRL (1)
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
            IF WS-STAMP-COUNT = 1
               MOVE WS-STAMP-ENTRY (1)      TO WS-BACKOUT-TIME
               DISPLAY 'Run stamp from trail...: ' WS-BACKOUT-TIME
            END-IF
            IF WS-STAMP-COUNT > 1
               SET WS-STAMP-AMBIGUOUS       TO TRUE
               DISPLAY WS-BACKOUT-PROGRAM ' ran ' WS-STAMP-COUNT
                       ' times on ' WS-BACKOUT-DATE
                       ' - name the run stamp, nothing backed out'
            END-IF
           .
        RUN-STAMP-RESOLVE-EXIT.
           EXIT.
      *************************************************************************
       RUN-STAMP-STORE SECTION.
      *
      * One stamp into the list - past the list's size it is only
      * counted, the count alone is enough to refuse the request
           INSPECT HIST-AUDIT-TIME REPLACING ALL LOW-VALUE BY SPACE
           ADD 1                            TO WS-STAMP-COUNT
           IF WS-STAMP-COUNT NOT > WS-STAMP-MAX
              MOVE HIST-AUDIT-TIME
                                 TO WS-STAMP-ENTRY (WS-STAMP-COUNT)
           END-IF
           .
       RUN-STAMP-STORE-EXIT.
           EXIT.
      *************************************************************************
       PRINT-STAMP-LIST SECTION.
      *
      * The program's runs on the business date, one line per stamp,
      * in place of the proof listing - the request is put in again
      * with the stamp of the run meant
           MOVE SPACES                      TO PRINT-RECORD
           STRING WS-BACKOUT-PROGRAM DELIMITED BY SPACE
                  ' ran more than once on this date - put the run '
                  DELIMITED SIZE
                  'stamp of the run to back out in the request'
                  DELIMITED SIZE
                  INTO PRINT-RECORD
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES                      TO PRINT-RECORD
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > WS-STAMP-COUNT OR B > WS-STAMP-MAX
              MOVE SPACES                   TO PRINT-RECORD
              STRING 'Run stamp ' DELIMITED SIZE
                     WS-STAMP-ENTRY (B) DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
           END-PERFORM
           IF WS-STAMP-COUNT > WS-STAMP-MAX
              MOVE SPACES                   TO PRINT-RECORD
              STRING 'and further stamps - ' DELIMITED SIZE
                     WS-STAMP-COUNT DELIMITED SIZE
                     ' runs in all' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
           END-IF
           .
       PRINT-STAMP-LIST-EXIT.
           EXIT.
      *************************************************************************
        FETCH-RUN-ROWS SECTION.
      *
      * Cursor over the run's own history rows - every row the named
      * program stamped on the business date with the run's stamp -
      * recording per key what those rows prove about it
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 12             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE RUNROWS CURSOR FOR
DBPRE *        SELECT OPERATION_TYPE,
DBPRE *               NEW_FIELD1, NEW_FIELD2, NEW_FIELD3,
DBPRE *               OLD_FIELD1, OLD_FIELD2, OLD_FIELD3,
DBPRE *               PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME
DBPRE *        INTO :HIST-OP-TYPE
DBPRE *             :HIST-NEW-FIELD1 :HIST-NEW-FIELD2 :HIST-NEW-FIELD3
DBPRE *             :HIST-OLD-FIELD1 :HIST-OLD-FIELD2 :HIST-OLD-FIELD3
DBPRE *             :HIST-PROGRAM-NAME :HIST-AUDIT-DATE
DBPRE *             :HIST-AUDIT-TIME
DBPRE *        FROM example_table_history
DBPRE *        WHERE PROGRAM_NAME = :WS-BACKOUT-PROGRAM
DBPRE *          AND AUDIT_DATE = :WS-BACKOUT-DATE
DBPRE *          AND AUDIT_TIME = :WS-BACKOUT-TIME
DBPRE *        ORDER BY AUDIT_TIME
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
DBPRE       MOVE 13             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *          OPEN RUNROWS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT OPERATION_TYPE, ' DELIMITED SIZE
DBPRE       'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE       'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE       'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'WHERE ' DELIMITED SIZE
DBPRE       'PROGRAM_NAME ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-PROGRAM DELIMITED BY SPACE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' AND AUDIT_DATE ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-DATE DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' AND AUDIT_TIME ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       WS-BACKOUT-TIME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'ORDER BY AUDIT_TIME ' DELIMITED SIZE
DBPRE       INTO SQLCA-STATEMENT
DBPRE       END-STRING
DBPRE       CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE       END-CALL
DBPRE       MOVE RETURN-CODE TO SQLCODE
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-OP-TYPE
DBPRE                                          HIST-NEW-FIELD1
DBPRE                                          HIST-NEW-FIELD2
DBPRE                                          HIST-NEW-FIELD3
DBPRE                                          HIST-OLD-FIELD1
DBPRE                                          HIST-OLD-FIELD2
DBPRE                                          HIST-OLD-FIELD3
DBPRE                                          HIST-PROGRAM-NAME
DBPRE                                          HIST-AUDIT-DATE
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               PERFORM HIST-ROW-CLEAN
               PERFORM RECORD-RUN-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 14             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH RUNROWS
DBPRE *        END-EXEC.
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-OP-TYPE
DBPRE                                          HIST-NEW-FIELD1
DBPRE                                          HIST-NEW-FIELD2
DBPRE                                          HIST-NEW-FIELD3
DBPRE                                          HIST-OLD-FIELD1
DBPRE                                          HIST-OLD-FIELD2
DBPRE                                          HIST-OLD-FIELD3
DBPRE                                          HIST-PROGRAM-NAME
DBPRE                                          HIST-AUDIT-DATE
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
               EVALUATE TRUE
                 WHEN DB-OK
                    PERFORM HIST-ROW-CLEAN
                    PERFORM RECORD-RUN-ROW
                 WHEN DB-NOT-FOUND
                    CONTINUE
                 WHEN OTHER
                    PERFORM DB-STATUS
               END-EVALUATE
            END-PERFORM
            SET DB-OK                      TO TRUE
      *
DBPRE       MOVE 15             TO SQLCA-SEQUENCE
      *     EXEC SQL
      *        CLOSE RUNROWS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 0 TO SQLCA-CURSOR-CTRL (1)
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
            DISPLAY 'Run history rows read..: ' WS-RUN-ROWS-READ
            DISPLAY 'Keys touched by the run: ' WS-BKO-COUNT
           .
        FETCH-RUN-ROWS-EXIT.
           EXIT.
      *************************************************************************
       HIST-ROW-CLEAN SECTION.
      *
      * A NULL column (the unused old or new image on inserts and
      * deletes) comes back from the fetch as LOW-VALUES - map it to
      * spaces so the comparisons and the print lines stay clean
           INSPECT HIST-NEW-FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-NEW-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-NEW-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-PROGRAM-NAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-AUDIT-DATE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-AUDIT-TIME REPLACING ALL LOW-VALUE BY SPACE
           .
       HIST-ROW-CLEAN-EXIT.
           EXIT.
      *************************************************************************
       RECORD-RUN-ROW SECTION.
      *
      * What one of the run's rows proves about the key(s) it names:
      * a delete carries the key's before-image, an update with an old
      * image carries the before-image of the old key and (when the
      * key changed) puts the new key on the table for the first time,
      * an insert or an upsert without an old image says the key ended
      * the run on the table. The earliest audit time is kept as the
      * point the run started
           ADD 1                            TO WS-RUN-ROWS-READ
           IF HIST-AUDIT-TIME < WS-RUN-FIRST-TIME
              MOVE HIST-AUDIT-TIME          TO WS-RUN-FIRST-TIME
           END-IF
           EVALUATE TRUE
           WHEN HIST-OP-INSERT
              MOVE HIST-NEW-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-FIND-ENTRY
              MOVE 'Y'                      TO WS-BKO-RUN-INS-FLAG (B)
           WHEN HIST-OP-DELETE
              MOVE HIST-OLD-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-FIND-ENTRY
              IF NOT WS-BKO-HAS-DIMG (B)
                 MOVE 'Y'                   TO WS-BKO-DIMG-FLAG (B)
                 MOVE HIST-OLD-FIELD2       TO WS-BKO-DIMG-FIELD2 (B)
                 MOVE HIST-OLD-FIELD3       TO WS-BKO-DIMG-FIELD3 (B)
              END-IF
           WHEN HIST-OP-UPDATE
              IF HIST-OLD-FIELD1 NOT = SPACES
                 MOVE HIST-OLD-FIELD1       TO WS-BKO-SEARCH-KEY
                 PERFORM BKO-FIND-ENTRY
                 IF NOT WS-BKO-HAS-UOLD (B)
                    MOVE 'Y'                TO WS-BKO-UOLD-FLAG (B)
                    MOVE HIST-OLD-FIELD2    TO WS-BKO-UOLD-FIELD2 (B)
                    MOVE HIST-OLD-FIELD3    TO WS-BKO-UOLD-FIELD3 (B)
                 END-IF
                 IF HIST-NEW-FIELD1 NOT = HIST-OLD-FIELD1
                    MOVE HIST-NEW-FIELD1    TO WS-BKO-SEARCH-KEY
                    PERFORM BKO-FIND-ENTRY
                    MOVE 'Y'                TO WS-BKO-RUN-REN-FLAG (B)
                 END-IF
              ELSE
      * The batched incremental and pending-release mirrors write their
      * 'U' rows with a NULL old image - the key is recorded, its
      * before-image has to come from the rest of the trail
                 MOVE HIST-NEW-FIELD1       TO WS-BKO-SEARCH-KEY
                 PERFORM BKO-FIND-ENTRY
                 MOVE 'Y'                   TO WS-BKO-RUN-UPS-FLAG (B)
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       RECORD-RUN-ROW-EXIT.
           EXIT.
      *************************************************************************
       BKO-FIND-ENTRY SECTION.
      *
      * Find the entry for the key in WS-BKO-SEARCH-KEY, or make a
      * fresh one, and leave B on it. A run that touched more keys than
      * the table holds is a genuine overflow and aborts rather than
      * reversing only part of the run
           PERFORM BKO-LOOKUP-ENTRY
           IF NOT WS-BKO-FOUND
              IF WS-BKO-COUNT NOT < WS-BKO-MAX
                 MOVE 'BACKOUT: too many keys touched by the run'
                                            TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              ADD 1                         TO WS-BKO-COUNT
              MOVE WS-BKO-COUNT             TO B
              MOVE WS-BKO-SEARCH-KEY        TO WS-BKO-KEY (B)
              MOVE 'N'                      TO WS-BKO-DIMG-FLAG (B)
              MOVE SPACES                   TO WS-BKO-DIMG-FIELD2 (B)
              MOVE SPACES                   TO WS-BKO-DIMG-FIELD3 (B)
              MOVE 'N'                      TO WS-BKO-UOLD-FLAG (B)
              MOVE SPACES                   TO WS-BKO-UOLD-FIELD2 (B)
              MOVE SPACES                   TO WS-BKO-UOLD-FIELD3 (B)
              MOVE 'N'                      TO WS-BKO-RUN-INS-FLAG (B)
              MOVE 'N'                      TO WS-BKO-RUN-REN-FLAG (B)
              MOVE 'N'                      TO WS-BKO-RUN-UPS-FLAG (B)
              SET WS-BKO-PRIOR-NONE (B)     TO TRUE
              MOVE SPACES                   TO WS-BKO-PRIOR-FIELD2 (B)
              MOVE SPACES                   TO WS-BKO-PRIOR-FIELD3 (B)
              MOVE 'N'                      TO WS-BKO-LATER-FLAG (B)
              MOVE SPACES                   TO WS-BKO-LATER-PGM (B)
              SET WS-BKO-TARGET-UNKNOWN (B) TO TRUE
              MOVE SPACES                   TO WS-BKO-TARGET-FIELD2 (B)
              MOVE SPACES                   TO WS-BKO-TARGET-FIELD3 (B)
              SET WS-BKO-LIVE-ABSENT (B)    TO TRUE
              MOVE SPACES                   TO WS-BKO-LIVE-FIELD2 (B)
              MOVE SPACES                   TO WS-BKO-LIVE-FIELD3 (B)
              SET WS-BKO-ACT-NONE (B)       TO TRUE
              MOVE SPACES                   TO WS-BKO-HOLD-REASON (B)
           END-IF
           .
       BKO-FIND-ENTRY-EXIT.
           EXIT.
      *************************************************************************
       BKO-LOOKUP-ENTRY SECTION.
      *
      * Find the entry for the key in WS-BKO-SEARCH-KEY without adding
      * one - WS-BKO-FOUND and B say whether and where. The linear
      * search is fine at the table's size
           MOVE 'N'                         TO WS-BKO-FOUND-FLAG
           MOVE ZERO                        TO WS-BKO-SUB
           PERFORM VARYING B1 FROM 1 BY 1
                   UNTIL B1 > WS-BKO-COUNT OR WS-BKO-FOUND
              IF WS-BKO-KEY (B1) = WS-BKO-SEARCH-KEY
                 MOVE B1                    TO WS-BKO-SUB
                 SET WS-BKO-FOUND           TO TRUE
              END-IF
           END-PERFORM
           IF WS-BKO-FOUND
              MOVE WS-BKO-SUB               TO B
           END-IF
           .
       BKO-LOOKUP-ENTRY-EXIT.
           EXIT.
      *************************************************************************
        REPLAY-PRIOR-TRAIL SECTION.
      *
      * Cursor over every other history row of the table, in audit
      * order - other runs of the same program on the same day
      * included. Rows from before the run's start are replayed into
      * the touched keys' prior images the way PCTB011B replays an
      * as-of point; rows from the run's start on, by any other run or
      * on any later date, mark the keys they touch as changed since.
      * Within the day the order comes from AUDIT_TIME alone
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 16             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE OTHERROWS CURSOR FOR
DBPRE *        SELECT OPERATION_TYPE,
DBPRE *               NEW_FIELD1, NEW_FIELD2, NEW_FIELD3,
DBPRE *               OLD_FIELD1, OLD_FIELD2, OLD_FIELD3,
DBPRE *               PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME
DBPRE *        INTO :HIST-OP-TYPE
DBPRE *             :HIST-NEW-FIELD1 :HIST-NEW-FIELD2 :HIST-NEW-FIELD3
DBPRE *             :HIST-OLD-FIELD1 :HIST-OLD-FIELD2 :HIST-OLD-FIELD3
DBPRE *             :HIST-PROGRAM-NAME :HIST-AUDIT-DATE
DBPRE *             :HIST-AUDIT-TIME
DBPRE *        FROM example_table_history
DBPRE *        WHERE NOT (PROGRAM_NAME = :WS-BACKOUT-PROGRAM
DBPRE *                   AND AUDIT_DATE = :WS-BACKOUT-DATE
DBPRE *                   AND AUDIT_TIME = :WS-BACKOUT-TIME)
DBPRE *        ORDER BY AUDIT_DATE, AUDIT_TIME
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
DBPRE       MOVE 17             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *          OPEN OTHERROWS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT OPERATION_TYPE, ' DELIMITED SIZE
DBPRE       'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE       'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE       'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'WHERE NOT (' DELIMITED SIZE
DBPRE       'PROGRAM_NAME ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-PROGRAM DELIMITED BY SPACE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' AND AUDIT_DATE ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BACKOUT-DATE DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' AND AUDIT_TIME ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       WS-BACKOUT-TIME DELIMITED BY SPACE
DBPRE       ') ' DELIMITED SIZE
DBPRE       'ORDER BY AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE       INTO SQLCA-STATEMENT
DBPRE       END-STRING
DBPRE       CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE       END-CALL
DBPRE       MOVE RETURN-CODE TO SQLCODE
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-OP-TYPE
DBPRE                                          HIST-NEW-FIELD1
DBPRE                                          HIST-NEW-FIELD2
DBPRE                                          HIST-NEW-FIELD3
DBPRE                                          HIST-OLD-FIELD1
DBPRE                                          HIST-OLD-FIELD2
DBPRE                                          HIST-OLD-FIELD3
DBPRE                                          HIST-PROGRAM-NAME
DBPRE                                          HIST-AUDIT-DATE
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               PERFORM HIST-ROW-CLEAN
               PERFORM REPLAY-OTHER-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 18             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH OTHERROWS
DBPRE *        END-EXEC.
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          HIST-OP-TYPE
DBPRE                                          HIST-NEW-FIELD1
DBPRE                                          HIST-NEW-FIELD2
DBPRE                                          HIST-NEW-FIELD3
DBPRE                                          HIST-OLD-FIELD1
DBPRE                                          HIST-OLD-FIELD2
DBPRE                                          HIST-OLD-FIELD3
DBPRE                                          HIST-PROGRAM-NAME
DBPRE                                          HIST-AUDIT-DATE
DBPRE                                          HIST-AUDIT-TIME
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
               EVALUATE TRUE
                 WHEN DB-OK
                    PERFORM HIST-ROW-CLEAN
                    PERFORM REPLAY-OTHER-ROW
                 WHEN DB-NOT-FOUND
                    CONTINUE
                 WHEN OTHER
                    PERFORM DB-STATUS
               END-EVALUATE
            END-PERFORM
            SET DB-OK                      TO TRUE
      *
DBPRE       MOVE 19             TO SQLCA-SEQUENCE
      *     EXEC SQL
      *        CLOSE OTHERROWS
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 0 TO SQLCA-CURSOR-CTRL (1)
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
            DISPLAY 'Trail rows replayed....: ' WS-TRAIL-ROWS-READ
           .
        REPLAY-PRIOR-TRAIL-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-OTHER-ROW SECTION.
      *
      * One history row from outside the run. Only keys the run touched
      * are of interest - rows for any other key are passed over. A
      * row of the run's own program and date is from another of its
      * runs, placed before or after this one by its stamp
           ADD 1                            TO WS-TRAIL-ROWS-READ
           MOVE 'N'                         TO WS-ROW-BEFORE-RUN-FLAG
           IF HIST-AUDIT-DATE < WS-BACKOUT-DATE-X
              SET WS-ROW-BEFORE-RUN         TO TRUE
           ELSE
              IF HIST-AUDIT-DATE = WS-BACKOUT-DATE-X
                 AND HIST-AUDIT-TIME < WS-RUN-FIRST-TIME
                 SET WS-ROW-BEFORE-RUN      TO TRUE
              END-IF
           END-IF
           IF WS-ROW-BEFORE-RUN
              PERFORM REPLAY-PRIOR-ROW
           ELSE
              PERFORM MARK-LATER-ROW
           END-IF
           .
       REPLAY-OTHER-ROW-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-PRIOR-ROW SECTION.
      *
      * Bring a touched key's prior image up to this row, in the order
      * the trail recorded it: an insert or update leaves the new key
      * present with the new image, an update that renames the key and
      * a delete leave the old key absent
           EVALUATE TRUE
           WHEN HIST-OP-INSERT
              MOVE HIST-NEW-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-LOOKUP-ENTRY
              IF WS-BKO-FOUND
                 SET WS-BKO-PRIOR-PRESENT (B) TO TRUE
                 MOVE HIST-NEW-FIELD2       TO WS-BKO-PRIOR-FIELD2 (B)
                 MOVE HIST-NEW-FIELD3       TO WS-BKO-PRIOR-FIELD3 (B)
              END-IF
           WHEN HIST-OP-UPDATE
              IF HIST-OLD-FIELD1 NOT = SPACES
                 AND HIST-OLD-FIELD1 NOT = HIST-NEW-FIELD1
                 MOVE HIST-OLD-FIELD1       TO WS-BKO-SEARCH-KEY
                 PERFORM BKO-LOOKUP-ENTRY
                 IF WS-BKO-FOUND
                    SET WS-BKO-PRIOR-ABSENT (B) TO TRUE
                 END-IF
              END-IF
              MOVE HIST-NEW-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-LOOKUP-ENTRY
              IF WS-BKO-FOUND
                 SET WS-BKO-PRIOR-PRESENT (B) TO TRUE
                 MOVE HIST-NEW-FIELD2       TO WS-BKO-PRIOR-FIELD2 (B)
                 MOVE HIST-NEW-FIELD3       TO WS-BKO-PRIOR-FIELD3 (B)
              END-IF
           WHEN HIST-OP-DELETE
              MOVE HIST-OLD-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-LOOKUP-ENTRY
              IF WS-BKO-FOUND
                 SET WS-BKO-PRIOR-ABSENT (B) TO TRUE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       REPLAY-PRIOR-ROW-EXIT.
           EXIT.
      *************************************************************************
       MARK-LATER-ROW SECTION.
      *
      * A change made to a touched key after the run started - the
      * first program to do so is kept for the proof listing
           IF HIST-NEW-FIELD1 NOT = SPACES
              MOVE HIST-NEW-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-LOOKUP-ENTRY
              IF WS-BKO-FOUND AND NOT WS-BKO-CHANGED-LATER (B)
                 MOVE 'Y'                   TO WS-BKO-LATER-FLAG (B)
                 MOVE HIST-PROGRAM-NAME     TO WS-BKO-LATER-PGM (B)
              END-IF
           END-IF
           IF HIST-OLD-FIELD1 NOT = SPACES
              MOVE HIST-OLD-FIELD1          TO WS-BKO-SEARCH-KEY
              PERFORM BKO-LOOKUP-ENTRY
              IF WS-BKO-FOUND AND NOT WS-BKO-CHANGED-LATER (B)
                 MOVE 'Y'                   TO WS-BKO-LATER-FLAG (B)
                 MOVE HIST-PROGRAM-NAME     TO WS-BKO-LATER-PGM (B)
              END-IF
           END-IF
           .
       MARK-LATER-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  B A C K O U T   D E C I S I O N                                       *
      **************************************************************************
       DECIDE-ONE-KEY SECTION.
      *
      * Settle what the key goes back to, read what the table holds
      * for it now, decide the action and list it
           PERFORM RESOLVE-ONE-TARGET
           PERFORM LIVE-ROW-FETCH
      *
           IF WS-BKO-TARGET-UNKNOWN (B)
              SET WS-BKO-ACT-HELD (B)       TO TRUE
              MOVE 'No before-image for the key on the trail'
                                            TO WS-BKO-HOLD-REASON (B)
           ELSE
              IF WS-BKO-TARGET-PRESENT (B)
                 IF WS-BKO-LIVE-PRESENT (B)
                    IF WS-BKO-LIVE-FIELD2 (B) = WS-BKO-TARGET-FIELD2 (B)
                       AND WS-BKO-LIVE-FIELD3 (B)
                         = WS-BKO-TARGET-FIELD3 (B)
                       SET WS-BKO-ACT-NONE (B)     TO TRUE
                    ELSE
                       SET WS-BKO-ACT-RESTORE (B)  TO TRUE
                    END-IF
                 ELSE
                    SET WS-BKO-ACT-REINSERT (B)    TO TRUE
                 END-IF
              ELSE
                 IF WS-BKO-LIVE-PRESENT (B)
                    SET WS-BKO-ACT-REMOVE (B)      TO TRUE
                 ELSE
                    SET WS-BKO-ACT-NONE (B)        TO TRUE
                 END-IF
              END-IF
           END-IF
      *
      * A key another program has changed since the run is not
      * reversed over the top of that change - it is held for the data
      * owner to decide, and listed with who changed it
           IF WS-BKO-CHANGED-LATER (B)
              AND NOT WS-BKO-ACT-NONE (B)
              AND NOT WS-BKO-ACT-HELD (B)
              SET WS-BKO-ACT-HELD (B)       TO TRUE
              MOVE SPACES                   TO WS-BKO-HOLD-REASON (B)
              STRING 'Changed since the run by ' DELIMITED SIZE
                     WS-BKO-LATER-PGM (B) DELIMITED BY SPACE
                     INTO WS-BKO-HOLD-REASON (B)
              END-STRING
           END-IF
      *
           EVALUATE TRUE
           WHEN WS-BKO-ACT-NONE (B)
              ADD 1                         TO WS-KEYS-UNCHANGED
           WHEN WS-BKO-ACT-RESTORE (B)
              ADD 1                         TO WS-KEYS-RESTORED
           WHEN WS-BKO-ACT-REINSERT (B)
              ADD 1                         TO WS-KEYS-REINSERTED
           WHEN WS-BKO-ACT-REMOVE (B)
              ADD 1                         TO WS-KEYS-REMOVED
           WHEN OTHER
              ADD 1                         TO WS-KEYS-HELD
           END-EVALUATE
           PERFORM PRINT-BACKOUT-LINE
           .
       DECIDE-ONE-KEY-EXIT.
           EXIT.
      *************************************************************************
       RESOLVE-ONE-TARGET SECTION.
      *
      * The image the key had before the run, best evidence first:
      *  - the run's own before-image (a 'D' row, or a 'U' row with an
      *    old image) - read from the row at the moment the run changed
      *    it, so it is exact - unless the run also upserted the key,
      *    in which case that image may be the run's own upsert
      *  - otherwise the rest of the trail's image just before the run
      *  - otherwise a key the run inserted or renamed onto was not
      *    on the table before it
      *  - a key the run only upserted, with nothing earlier on the
      *    trail, is new or is older than the trail's retention - held
      *    unless the request says to treat such keys as new
           EVALUATE TRUE
           WHEN WS-BKO-HAS-DIMG (B) AND NOT WS-BKO-RUN-UPSERTED (B)
              SET WS-BKO-TARGET-PRESENT (B) TO TRUE
              MOVE WS-BKO-DIMG-FIELD2 (B)   TO WS-BKO-TARGET-FIELD2 (B)
              MOVE WS-BKO-DIMG-FIELD3 (B)   TO WS-BKO-TARGET-FIELD3 (B)
           WHEN WS-BKO-HAS-UOLD (B) AND NOT WS-BKO-RUN-UPSERTED (B)
                AND NOT WS-BKO-RUN-INSERTED (B)
              SET WS-BKO-TARGET-PRESENT (B) TO TRUE
              MOVE WS-BKO-UOLD-FIELD2 (B)   TO WS-BKO-TARGET-FIELD2 (B)
              MOVE WS-BKO-UOLD-FIELD3 (B)   TO WS-BKO-TARGET-FIELD3 (B)
           WHEN WS-BKO-PRIOR-PRESENT (B)
              SET WS-BKO-TARGET-PRESENT (B) TO TRUE
              MOVE WS-BKO-PRIOR-FIELD2 (B)  TO WS-BKO-TARGET-FIELD2 (B)
              MOVE WS-BKO-PRIOR-FIELD3 (B)  TO WS-BKO-TARGET-FIELD3 (B)
           WHEN WS-BKO-PRIOR-ABSENT (B)
              SET WS-BKO-TARGET-ABSENT (B)  TO TRUE
           WHEN WS-BKO-RUN-INSERTED (B)
              SET WS-BKO-TARGET-ABSENT (B)  TO TRUE
           WHEN WS-BKO-RUN-RENAMED-TO (B)
              SET WS-BKO-TARGET-ABSENT (B)  TO TRUE
           WHEN WS-ASSUME-NEW
              SET WS-BKO-TARGET-ABSENT (B)  TO TRUE
           WHEN OTHER
              SET WS-BKO-TARGET-UNKNOWN (B) TO TRUE
           END-EVALUATE
           .
       RESOLVE-ONE-TARGET-EXIT.
           EXIT.
      *************************************************************************
       LIVE-ROW-FETCH SECTION.
      *
      * The key's row as the table holds it now, if it holds one
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 20             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE LIVEROW CURSOR FOR
DBPRE *        SELECT FIELD1, FIELD2, FIELD3
DBPRE *        INTO :FIELD1 :FIELD2 :FIELD3
DBPRE *        FROM example_table
DBPRE *        WHERE FIELD1 = :WS-BKO-KEY(B)
DBPRE *     END-EXEC.
            MOVE 'N'                       TO WS-LIVE-FOUND-FLAG
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT FIELD1, FIELD2, FIELD3 ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
DBPRE       'WHERE ' DELIMITED SIZE
DBPRE       'FIELD1 ' DELIMITED SIZE
DBPRE       '= ' DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       WS-BKO-KEY (B) DELIMITED SIZE
DBPRE       QUOTE DELIMITED SIZE
DBPRE       ' ' DELIMITED SIZE
DBPRE       INTO SQLCA-STATEMENT
DBPRE       END-STRING
DBPRE       CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE       END-CALL
DBPRE       MOVE RETURN-CODE TO SQLCODE
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
DBPRE       IF DB-OK
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          FIELD1
DBPRE                                          FIELD2
DBPRE                                          FIELD3
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-IF
            EVALUATE TRUE
            WHEN DB-OK
               SET WS-LIVE-FOUND           TO TRUE
               INSPECT FIELD2 REPLACING ALL LOW-VALUE BY SPACE
               INSPECT FIELD3 REPLACING ALL LOW-VALUE BY SPACE
               SET WS-BKO-LIVE-PRESENT (B) TO TRUE
               MOVE FIELD2                 TO WS-BKO-LIVE-FIELD2 (B)
               MOVE FIELD3                 TO WS-BKO-LIVE-FIELD3 (B)
            WHEN DB-NOT-FOUND
               SET WS-BKO-LIVE-ABSENT (B)  TO TRUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
      * Drain the result before the connection is reused for the next
      * key - same discipline as PCTB015B's current-row read
DBPRE       PERFORM UNTIL NOT DB-OK
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          FIELD1
DBPRE                                          FIELD2
DBPRE                                          FIELD3
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
DBPRE       END-PERFORM
            SET DB-OK                      TO TRUE
DBPRE       MOVE 0 TO SQLCA-CURSOR-CTRL (1)
           .
       LIVE-ROW-FETCH-EXIT.
           EXIT.
      *************************************************************************
       PRINT-BACKOUT-LINE SECTION.
      *
      * One key onto the proof listing - the image it goes back to and
      * the image the table holds now, '(absent)' where there is none.
      * A held key gets a second line saying why
           MOVE SPACES                      TO PRINT-RECORD
           MOVE WS-BKO-KEY (B)              TO PRINT-RECORD(1:20)
           MOVE WS-BKO-ACTION (B)           TO PRINT-RECORD(22:6)
           EVALUATE TRUE
           WHEN WS-BKO-TARGET-PRESENT (B)
              MOVE WS-BKO-TARGET-FIELD2 (B) TO PRINT-RECORD(29:16)
              MOVE WS-BKO-TARGET-FIELD3 (B) TO PRINT-RECORD(46:32)
           WHEN WS-BKO-TARGET-ABSENT (B)
              MOVE '(absent)'               TO PRINT-RECORD(29:8)
           WHEN OTHER
              MOVE '(unknown)'              TO PRINT-RECORD(29:9)
           END-EVALUATE
           IF WS-BKO-LIVE-PRESENT (B)
              MOVE WS-BKO-LIVE-FIELD2 (B)   TO PRINT-RECORD(79:16)
              MOVE WS-BKO-LIVE-FIELD3 (B)   TO PRINT-RECORD(96:32)
           ELSE
              MOVE '(absent)'               TO PRINT-RECORD(79:8)
           END-IF
           PERFORM PRINT-REPORT-LINE
           IF WS-BKO-ACT-HELD (B)
              MOVE SPACES                   TO PRINT-RECORD
              STRING '                     held: ' DELIMITED SIZE
                     WS-BKO-HOLD-REASON (B) DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
           END-IF
           .
       PRINT-BACKOUT-LINE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  B A C K O U T   A P P L Y                                             *
      **************************************************************************
       APPLY-ONE-KEY SECTION.
      *
      * Put one key back, writing the change to the trail first the
      * way the loader does - the backout's own history rows carry
      * this program's name, so the audit report, the inquiry and the
      * delta extract see the backout like any other change. Unchanged
      * and held keys are left alone
           EVALUATE TRUE
           WHEN WS-BKO-ACT-RESTORE (B)
              MOVE 'U'                      TO HIST-OP-TYPE
              MOVE WS-BKO-KEY (B)           TO HIST-NEW-FIELD1
              MOVE WS-BKO-TARGET-FIELD2 (B) TO HIST-NEW-FIELD2
              MOVE WS-BKO-TARGET-FIELD3 (B) TO HIST-NEW-FIELD3
              MOVE WS-BKO-KEY (B)           TO HIST-OLD-FIELD1
              MOVE WS-BKO-LIVE-FIELD2 (B)   TO HIST-OLD-FIELD2
              MOVE WS-BKO-LIVE-FIELD3 (B)   TO HIST-OLD-FIELD3
              MOVE 21                       TO SQLCA-SEQUENCE
              PERFORM BACKOUT-HIST-INSERT
              PERFORM BACKOUT-RESTORE-ROW
           WHEN WS-BKO-ACT-REINSERT (B)
              MOVE 'I'                      TO HIST-OP-TYPE
              MOVE WS-BKO-KEY (B)           TO HIST-NEW-FIELD1
              MOVE WS-BKO-TARGET-FIELD2 (B) TO HIST-NEW-FIELD2
              MOVE WS-BKO-TARGET-FIELD3 (B) TO HIST-NEW-FIELD3
              MOVE SPACES                   TO HIST-OLD-FIELD1
              MOVE SPACES                   TO HIST-OLD-FIELD2
              MOVE SPACES                   TO HIST-OLD-FIELD3
              MOVE 23                       TO SQLCA-SEQUENCE
              PERFORM BACKOUT-HIST-INSERT
              PERFORM BACKOUT-REINSERT-ROW
           WHEN WS-BKO-ACT-REMOVE (B)
              MOVE 'D'                      TO HIST-OP-TYPE
              MOVE SPACES                   TO HIST-NEW-FIELD1
              MOVE SPACES                   TO HIST-NEW-FIELD2
              MOVE SPACES                   TO HIST-NEW-FIELD3
              MOVE WS-BKO-KEY (B)           TO HIST-OLD-FIELD1
              MOVE WS-BKO-LIVE-FIELD2 (B)   TO HIST-OLD-FIELD2
              MOVE WS-BKO-LIVE-FIELD3 (B)   TO HIST-OLD-FIELD3
              MOVE 25                       TO SQLCA-SEQUENCE
              PERFORM BACKOUT-HIST-INSERT
              PERFORM BACKOUT-REMOVE-ROW
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       APPLY-ONE-KEY-EXIT.
           EXIT.
      *************************************************************************
       BACKOUT-HIST-INSERT SECTION.
      *
      * One history row for a backout change - operation and images
      * from HIST-OP-TYPE and the HIST-NEW/HIST-OLD fields, a blank
      * key going in as NULLs the same way the loader writes the unused
      * image. The caller has set SQLCA-SEQUENCE for the step
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
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-OP-TYPE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      IF HIST-NEW-FIELD1 = SPACES
DBPRE      STRING
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      ELSE
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-NEW-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-NEW-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      END-IF
DBPRE      IF HIST-OLD-FIELD1 = SPACES
DBPRE      STRING
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      ELSE
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-OLD-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-OLD-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      HIST-OLD-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      END-IF
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      POCTB-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      POCTB-TIME DELIMITED SIZE
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
           .
       BACKOUT-HIST-INSERT-EXIT.
           EXIT.
      *************************************************************************
       BACKOUT-RESTORE-ROW SECTION.
      *
      * Put the before-image back over the key's current row
      *    EXEC SQL
DBPRE *       UPDATE example_table
DBPRE *       SET FIELD2 = :WS-BKO-TARGET-FIELD2(B),
DBPRE *           FIELD3 = :WS-BKO-TARGET-FIELD3(B)
DBPRE *       WHERE FIELD1 = :WS-BKO-KEY(B)
DBPRE *    END-EXEC.
DBPRE      MOVE 22            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'UPDATE ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'SET ' DELIMITED SIZE
DBPRE      'FIELD2 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-TARGET-FIELD2 (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', FIELD3 = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-TARGET-FIELD3 (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 ' DELIMITED SIZE
DBPRE      '= ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-KEY (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       BACKOUT-RESTORE-ROW-EXIT.
           EXIT.
      *************************************************************************
       BACKOUT-REINSERT-ROW SECTION.
      *
      * Put back a row the run deleted (or renamed away)
      *    EXEC SQL
DBPRE *       INSERT
DBPRE *       INTO example_table
DBPRE *           ( FIELD1, FIELD2, FIELD3 )
DBPRE *           VALUES ( :WS-BKO-KEY(B) ,
DBPRE *                    :WS-BKO-TARGET-FIELD2(B) ,
DBPRE *                    :WS-BKO-TARGET-FIELD3(B) )
DBPRE *    END-EXEC.
DBPRE      MOVE 24            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      'FIELD1, ' DELIMITED SIZE
DBPRE      'FIELD2, ' DELIMITED SIZE
DBPRE      'FIELD3 ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      'VALUES ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-KEY (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-TARGET-FIELD2 (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-TARGET-FIELD3 (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       BACKOUT-REINSERT-ROW-EXIT.
           EXIT.
      *************************************************************************
       BACKOUT-REMOVE-ROW SECTION.
      *
      * Take out a row the run inserted (or renamed onto)
      *    EXEC SQL
DBPRE *       DELETE
DBPRE *       FROM example_table
DBPRE *       WHERE FIELD1 = :WS-BKO-KEY(B)
DBPRE *    END-EXEC.
DBPRE      MOVE 26            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'FIELD1 ' DELIMITED SIZE
DBPRE      '= ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-BKO-KEY (B) DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       BACKOUT-REMOVE-ROW-EXIT.
           EXIT.
