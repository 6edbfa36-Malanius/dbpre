      * dbpre V 0.2: PCTB018B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB018B.
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
      * Release request - one record saying what to do with the
      * table's held full refresh: 'R' swaps the staged load live as
      * PCTB003B would have, 'D' discards it and keeps the live table,
      * plus who decided. Absent, empty or with any other action the
      * run stops before it touches the database
           SELECT CONTROL-FILE        ASSIGN TO 'PCTB018B.CTL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CONTROL-STATUS.
      *
      * PCTB003B's swap holds - read for the table's open hold, and
      * rewritten with that hold closed once the release or discard
      * has committed
           SELECT HOLD-FILE           ASSIGN TO 'PCTB003B.HLD'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-HOLD-STATUS.
      *
      * Side file the hold records stream to - streamed back over the
      * hold file once the whole pass is done, so an abort mid-pass
      * can never leave the hold file half rewritten
           SELECT HOLDNEW-FILE        ASSIGN TO 'PCTB003B.HLD.NEW'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-HOLDNEW-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB018B.ERRLOG'
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
            05 CTL-ACTION               PIC  X(01).
               88 CTL-RELEASE                       VALUE 'R'.
               88 CTL-DISCARD                       VALUE 'D'.
            05 FILLER                   PIC  X(01).
            05 CTL-OPERATOR             PIC  X(08).
      *
        FD  HOLD-FILE.
        COPY PCTBHOLD.
      *
        FD  HOLDNEW-FILE.
        01  HOLDNEW-RECORD              PIC  X(297).
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
      * Release request working storage - the action and who asked
        01  WS-CONTROL-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-ACTION                         PIC  X(01) VALUE SPACE.
            88  WS-RELEASE                                 VALUE 'R'.
            88  WS-DISCARD                                 VALUE 'D'.
            88  WS-ACTION-VALID                        VALUE 'R' 'D'.
        01  WS-OPERATOR                       PIC  X(08) VALUE SPACES.
      *
      * Hold file working storage - the open hold being closed, kept
      * whole so the rewrite can find exactly that record again
        01  WS-HOLD-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-HOLDNEW-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-HOLDNEW-NAME                   PIC  X(64)
            VALUE 'PCTB003B.HLD.NEW'.
        01  WS-HOLD-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-HOLD-EOF                                VALUE 'Y'.
            88  WS-HOLD-NOT-EOF                            VALUE 'N'.
        01  WS-HOLD-FOUND-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-HOLD-FOUND                              VALUE 'Y'.
        01  WS-HOLD-SAVE                      PIC  X(297).
        01  WS-HOLD-BUS-DATE                  PIC  9(06) VALUE ZERO.
        01  WS-HOLD-TIME                      PIC  9(06) VALUE ZERO.
        01  WS-HOLD-LIVE-COUNT                PIC  9(09) VALUE ZERO.
        01  WS-HOLD-STAGE-COUNT               PIC  9(09) VALUE ZERO.
        01  WS-HOLD-REASON                    PIC  X(60) VALUE SPACES.
      *
      * The held load's run stamps, as the WHERE clause condition that
      * confines every statement to the rows the hold parked - blank
      * for a hold recorded before the stamps were kept, whose rows
      * are then found by business date alone, as they were parked
        01  WS-RUN-TIME-FILTER                PIC  X(160) VALUE SPACES.
        01  WS-RUN-TIME-PTR                   PIC  S9(4) COMP VALUE 0.
        01  R1                                PIC  S9(4) COMP VALUE 0.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Connection retry working storage
        01  WS-CONNECT-ATTEMPT                PIC  9(02) VALUE ZERO.
      *
      * Table names, derived the same way PCTB003B derives them. The
      * held history rows are the loader's rows for the held business
      * date and run stamps, parked in <table>_held by PCTB003B. The
      * OPERATION_TYPE 'P' rows among them are the held load's future-
      * dated feed rows - NEW_FIELD1-3 the row, OLD_FIELD1 its
      * effective date - bound for <table>_pending, not the history
        01  WS-HISTORY-TABLE-NAME             PIC  X(40) VALUE SPACES.
        01  WS-STAGE-TABLE-NAME               PIC  X(40) VALUE SPACES.
        01  WS-OLD-TABLE-NAME                 PIC  X(40) VALUE SPACES.
        01  WS-HELD-TABLE-NAME                PIC  X(40) VALUE SPACES.
        01  WS-PENDING-TABLE-NAME             PIC  X(40) VALUE SPACES.
        01  WS-LOADER-PROGRAM                 PIC  X(08)
            VALUE 'PCTB003B'.
      *
      * The tables as they stand now, fetched as text
        01  WS-HELD-ROWS-TEXT                 PIC  X(16).
        01  WS-HELD-PEND-TEXT                 PIC  X(16).
        01  WS-STAGE-COUNT-TEXT               PIC  X(16).
        01  WS-LIVE-COUNT-TEXT                PIC  X(16).
        01  WS-HELD-ROWS                      PIC  9(09) VALUE ZERO.
        01  WS-HELD-PEND                      PIC  9(09) VALUE ZERO.
        01  WS-STAGE-COUNT                    PIC  9(09) VALUE ZERO.
        01  WS-LIVE-COUNT                     PIC  9(09) VALUE ZERO.
      *
      * A release that restored and committed the held rows and then
      * died at the swap - run again, it goes straight to the swap
        01  WS-RESUME-FLAG                    PIC  X(01) VALUE 'N'.
            88  WS-RESUME-RELEASE                          VALUE 'Y'.
      *
      * Control totals for the closing banner
        01  WS-ROWS-RESTORED                  PIC  9(08) VALUE ZERO.
        01  WS-ROWS-DROPPED                   PIC  9(08) VALUE ZERO.
        01  WS-PEND-RESTORED                  PIC  9(08) VALUE ZERO.
        01  WS-SWAP-DONE-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-SWAP-DONE                               VALUE 'Y'.
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
      *        INCLUDE POCTBBAT REPLACING 'TTTTNNNB' BY 'PCTB018B'.

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB018B'                  TO POCTB-PROGRAM-NAME
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
      * History, staging, swap, held and pending table names all
      * follow the table name resolved above
           MOVE SPACES                      TO WS-HISTORY-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_history' DELIMITED SIZE
                  INTO WS-HISTORY-TABLE-NAME
           END-STRING
           MOVE SPACES                      TO WS-STAGE-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_stage' DELIMITED SIZE
                  INTO WS-STAGE-TABLE-NAME
           END-STRING
           MOVE SPACES                      TO WS-OLD-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_old' DELIMITED SIZE
                  INTO WS-OLD-TABLE-NAME
           END-STRING
           MOVE SPACES                      TO WS-HELD-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_held' DELIMITED SIZE
                  INTO WS-HELD-TABLE-NAME
           END-STRING
           MOVE SPACES                      TO WS-PENDING-TABLE-NAME
           STRING POCTB-TABLE-NAME DELIMITED BY SPACE
                  '_pending' DELIMITED SIZE
                  INTO WS-PENDING-TABLE-NAME
           END-STRING
      *
      * All cursors are closed at the beginning
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
      *
      * Error log is opened up front so every failure in the run,
      * including ones before the DB connects, gets recorded
           PERFORM ERRLOG-OPEN
      *
      * What to do with the held load comes from the request file -
      * without a valid action the run stops here
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
           EVALUATE TRUE
           WHEN WS-RELEASE
              DISPLAY '*  ACTION......: RELEASE - SWAP HELD LOAD LIVE'
                      '     *'
           WHEN WS-DISCARD
              DISPLAY '*  ACTION......: DISCARD - KEEP LIVE TABLE'
                      '          *'
           WHEN OTHER
              DISPLAY '*  ACTION......: NONE'
                      '                              *'
           END-EVALUATE
           DISPLAY '*  OPERATOR....: ' WS-OPERATOR
                   '                          *'
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
      * Commit the work - the held rows moved or dropped are already
      * committed in POCTB-ACTION, ahead of the swap and the hold file
      * rewrite
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
      * Control totals - the hold closed and what was done with it
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for table ' POCTB-TABLE-NAME
           DISPLAY 'Hold business date...: ' WS-HOLD-BUS-DATE
           DISPLAY 'History rows restored: ' WS-ROWS-RESTORED
           DISPLAY 'History rows dropped.: ' WS-ROWS-DROPPED
           DISPLAY 'Pending rows restored: ' WS-PEND-RESTORED
           IF WS-SWAP-DONE
              DISPLAY 'Held load swapped live - re-run the delta '
                      'extract for ' WS-HOLD-BUS-DATE
           ELSE
              DISPLAY 'Held load discarded - live table kept'
           END-IF
           DISPLAY '-------------------------------------------'
      *
           PERFORM ERRLOG-CLOSE
      *
      * No error, return zero
      *
           MOVE 0                       TO RETURN-CODE
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
      * One request record: the action ('R' release, 'D' discard) and
      * the operator who decided it. Missing file or empty record
      * leaves the action blank, which POCTB-ACTION refuses before
      * any work is done
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ CONTROL-FILE
              IF WS-CONTROL-STATUS = '00'
                 MOVE CTL-ACTION            TO WS-ACTION
                 MOVE CTL-OPERATOR          TO WS-OPERATOR
              END-IF
              CLOSE CONTROL-FILE
           END-IF
           INSPECT WS-OPERATOR REPLACING ALL LOW-VALUE BY SPACE
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
           IF NOT WS-ACTION-VALID
              MOVE 'CONTROL-READ: action must be R (release) or D (disca
      -            'rd)'                    TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
      *
           PERFORM HOLD-FIND
           IF NOT WS-HOLD-FOUND
              MOVE 'HOLD-FIND: no open swap hold for this table'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           DISPLAY 'Open hold for business date ' WS-HOLD-BUS-DATE
                   ', held at ' WS-HOLD-TIME
           DISPLAY WS-HOLD-REASON
           DISPLAY 'Live rows at hold......: ' WS-HOLD-LIVE-COUNT
           DISPLAY 'Staged rows at hold....: ' WS-HOLD-STAGE-COUNT
      *
           PERFORM HOLD-TABLE-COUNTS
           DISPLAY 'Live rows now..........: ' WS-LIVE-COUNT
           DISPLAY 'Staged rows now........: ' WS-STAGE-COUNT
           DISPLAY 'Held history rows......: ' WS-HELD-ROWS
           DISPLAY 'Held pending rows......: ' WS-HELD-PEND
      *
           IF WS-RELEASE
      * The staging table must still be the load that was held - or a
      * release could swap the wrong table live, or, after a release
      * that got as far as the swap, swap the old table back. A live
      * table changed since the hold is swapped out all the same,
      * since the held load is what the operator has approved
              IF WS-STAGE-COUNT NOT = WS-HOLD-STAGE-COUNT
                 MOVE 'RELEASE: staging table no longer holds the held l
      -               'oad'                 TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
      * No held rows left means a release restored and committed them
      * and died before its swap - finish it at the swap. Only while
      * both tables still show the swap has not run: the staging table
      * the held load's size, the live table the size it had at the
      * hold. Held load and live table the same size, there is no
      * telling, and the operator checks by hand
              IF WS-HELD-ROWS = ZERO AND WS-HELD-PEND = ZERO
                 IF WS-LIVE-COUNT NOT = WS-HOLD-LIVE-COUNT
                    OR WS-HOLD-LIVE-COUNT = WS-HOLD-STAGE-COUNT
                    MOVE 'RELEASE: no held rows and the swap cannot be p
      -                  'roved undone - check by hand'
                                            TO POCTB-ERROR-MESSAGE
                    SET POCTB-ERROR         TO TRUE
                    PERFORM POCTB-STATUS
                 END-IF
                 SET WS-RESUME-RELEASE      TO TRUE
                 DISPLAY 'Held rows restored by an earlier release - '
                         'finishing it at the swap'
              END-IF
              IF WS-LIVE-COUNT NOT = WS-HOLD-LIVE-COUNT
                 DISPLAY 'Live table changed since the hold - those '
                         'changes are replaced by the release'
                 MOVE 'RELEASE: live table changed since the hold'
                                            TO POCTB-ERROR-MESSAGE
                 PERFORM ERRLOG-WRITE
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
              END-IF
      *
      * History and pending rows first, committed, then the swap - the
      * RENAME commits on its own, and a release that dies in between
      * is finished by the resume above when it is run again
              IF NOT WS-RESUME-RELEASE
                 PERFORM HELD-ROWS-RESTORE
                 PERFORM PENDING-ROWS-RESTORE
                 PERFORM HELD-ROWS-DELETE
                 PERFORM HELD-ROWS-COMMIT
              END-IF
              PERFORM TABLE-SWAP
           ELSE
      * Discard - the held history and pending rows go, the live
      * table stays, and the staging table is left for the next
      * refresh's clear-down. With the held rows gone a release is
      * half done: its history is restored, and only finishing it
      * squares the trail with the live table
              IF WS-HELD-ROWS = ZERO AND WS-HELD-PEND = ZERO
                 MOVE 'DISCARD: release half-done - held rows already re
      -               'stored, rerun R'     TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              PERFORM HELD-ROWS-DELETE
              PERFORM HELD-ROWS-COMMIT
           END-IF
      *
           PERFORM HOLD-CLOSE
      *
           DISPLAY 'Ende POCTB-ACTION.'
      *
           .
        POCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  H O L D   F I L E   P R O C E S S I N G                               *
      **************************************************************************
       HOLD-FIND SECTION.
      *
      * The table's open hold - PCTB003B will not load a table with an
      * open hold, so there is never more than one; the last one wins
      * all the same
           MOVE 'N'                         TO WS-HOLD-FOUND-FLAG
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
                       SET WS-HOLD-FOUND    TO TRUE
                       MOVE HLD-RECORD      TO WS-HOLD-SAVE
                       MOVE HLD-BUS-DATE    TO WS-HOLD-BUS-DATE
                       MOVE HLD-HOLD-TIME   TO WS-HOLD-TIME
                       MOVE HLD-LIVE-COUNT  TO WS-HOLD-LIVE-COUNT
                       MOVE HLD-STAGE-COUNT TO WS-HOLD-STAGE-COUNT
                       MOVE HLD-REASON      TO WS-HOLD-REASON
                       PERFORM RUN-TIME-FILTER-BUILD
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF
           .
       HOLD-FIND-EXIT.
           EXIT.
      *************************************************************************
       RUN-TIME-FILTER-BUILD SECTION.
      *
      * ' AND AUDIT_TIME IN (t, t, ...)' from the hold record's run
      * stamps - the same condition PCTB003B parked the rows with
           MOVE SPACES                      TO WS-RUN-TIME-FILTER
           IF HLD-RUN-TIME-COUNT NUMERIC
              AND HLD-RUN-TIME-COUNT NOT = ZERO
              AND HLD-RUN-TIME-COUNT NOT > 16
              MOVE 1                        TO WS-RUN-TIME-PTR
              STRING ' AND AUDIT_TIME IN (' DELIMITED SIZE
                     INTO WS-RUN-TIME-FILTER
                     WITH POINTER WS-RUN-TIME-PTR
              END-STRING
              PERFORM VARYING R1 FROM 1 BY 1
                      UNTIL R1 > HLD-RUN-TIME-COUNT
                 IF R1 > 1
                    STRING ', ' DELIMITED SIZE
                           INTO WS-RUN-TIME-FILTER
                           WITH POINTER WS-RUN-TIME-PTR
                    END-STRING
                 END-IF
                 STRING HLD-RUN-TIME (R1) DELIMITED SIZE
                        INTO WS-RUN-TIME-FILTER
                        WITH POINTER WS-RUN-TIME-PTR
                 END-STRING
              END-PERFORM
              STRING ')' DELIMITED SIZE
                     INTO WS-RUN-TIME-FILTER
                     WITH POINTER WS-RUN-TIME-PTR
              END-STRING
           END-IF
           .
       RUN-TIME-FILTER-BUILD-EXIT.
           EXIT.
      *************************************************************************
       HOLD-CLOSE SECTION.
      *
      * Copy the hold file to the side file with this hold closed -
      * status, date, time and operator - then stream it back over the
      * hold file and drop the side file, same discipline as PCTB010B's
      * reject file rewrite
           SET WS-HOLD-NOT-EOF              TO TRUE
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT HOLDNEW-FILE
           IF WS-HOLD-STATUS NOT = '00'
              OR WS-HOLDNEW-STATUS NOT = '00'
              MOVE 'HOLD-CLOSE: hold file rewrite failed'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
              READ HOLD-FILE
              AT END
                 SET WS-HOLD-EOF            TO TRUE
              NOT AT END
                 IF HLD-RECORD = WS-HOLD-SAVE
                    IF WS-RELEASE
                       SET HLD-RELEASED     TO TRUE
                    ELSE
                       SET HLD-DISCARDED    TO TRUE
                    END-IF
                    MOVE POCTB-DATE         TO HLD-CLOSE-DATE
                    MOVE POCTB-TIME         TO HLD-CLOSE-TIME
                    MOVE WS-OPERATOR        TO HLD-CLOSED-BY
                 END-IF
                 MOVE HLD-RECORD            TO HOLDNEW-RECORD
                 WRITE HOLDNEW-RECORD
              END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE HOLDNEW-FILE
      *
           SET WS-HOLD-NOT-EOF              TO TRUE
           OPEN INPUT HOLDNEW-FILE
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
              OR WS-HOLDNEW-STATUS NOT = '00'
              MOVE 'HOLD-CLOSE: hold file rewrite failed'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
              READ HOLDNEW-FILE
              AT END
                 SET WS-HOLD-EOF            TO TRUE
              NOT AT END
                 MOVE HOLDNEW-RECORD        TO HLD-RECORD
                 WRITE HLD-RECORD
              END-READ
           END-PERFORM
           CLOSE HOLDNEW-FILE
           CLOSE HOLD-FILE
           CALL 'CBL_DELETE_FILE' USING WS-HOLDNEW-NAME
           END-CALL
           MOVE ZERO                        TO RETURN-CODE
           .
       HOLD-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  H E L D   L O A D   P R O C E S S I N G                               *
      **************************************************************************
        HOLD-TABLE-COUNTS SECTION.
      *
      * The held history rows and held pending rows parked for the
      * held run, and the live and staging tables' row counts, in one
      * fetch
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE      MOVE 8             TO SQLCA-SEQUENCE
      *    EXEC SQL
DBPRE *       DECLARE HOLDCNT CURSOR FOR
DBPRE *       SELECT (SELECT COUNT(*) FROM example_table_held
DBPRE *                WHERE PROGRAM_NAME = :WS-LOADER-PROGRAM
DBPRE *                  AND AUDIT_DATE = :WS-HOLD-BUS-DATE
DBPRE *                  AND OPERATION_TYPE <> 'P'
DBPRE *                  AND AUDIT_TIME IN (:HLD-RUN-TIME ...)),
DBPRE *              (SELECT COUNT(*) FROM example_table_held
DBPRE *                WHERE PROGRAM_NAME = :WS-LOADER-PROGRAM
DBPRE *                  AND AUDIT_DATE = :WS-HOLD-BUS-DATE
DBPRE *                  AND OPERATION_TYPE = 'P'
DBPRE *                  AND AUDIT_TIME IN (:HLD-RUN-TIME ...)),
DBPRE *              (SELECT COUNT(*) FROM example_table_stage),
DBPRE *              (SELECT COUNT(*) FROM example_table)
DBPRE *    END-EXEC.
DBPRE      IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE         SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE         PERFORM DB-STATUS
DBPRE      END-IF
DBPRE      MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'SELECT ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' WHERE PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-LOADER-PROGRAM DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-HOLD-BUS-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND OPERATION_TYPE <> ''P''' DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      '), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' WHERE PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-LOADER-PROGRAM DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-HOLD-BUS-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND OPERATION_TYPE = ''P''' DELIMITED SIZE
DBPRE      WS-RUN-TIME-FILTER DELIMITED BY '  '
DBPRE      '), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      '), ' DELIMITED SIZE
DBPRE      '(SELECT COUNT(*) FROM ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE      CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE      END-CALL
DBPRE      MOVE RETURN-CODE TO SQLCODE
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_use_result' USING SQLCA-RESULT (1)
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (1) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           MOVE SPACES                      TO WS-HELD-ROWS-TEXT
           MOVE SPACES                      TO WS-HELD-PEND-TEXT
           MOVE SPACES                      TO WS-STAGE-COUNT-TEXT
           MOVE SPACES                      TO WS-LIVE-COUNT-TEXT
DBPRE      IF DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                         WS-HELD-ROWS-TEXT
DBPRE                                         WS-HELD-PEND-TEXT
DBPRE                                         WS-STAGE-COUNT-TEXT
DBPRE                                         WS-LIVE-COUNT-TEXT
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (1) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-IF
           EVALUATE TRUE
           WHEN DB-OK
              INSPECT WS-HELD-ROWS-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-HELD-PEND-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-STAGE-COUNT-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              INSPECT WS-LIVE-COUNT-TEXT REPLACING ALL LOW-VALUE
                                            BY SPACE
              COMPUTE WS-HELD-ROWS =
                      FUNCTION NUMVAL(WS-HELD-ROWS-TEXT)
              COMPUTE WS-HELD-PEND =
                      FUNCTION NUMVAL(WS-HELD-PEND-TEXT)
              COMPUTE WS-STAGE-COUNT =
                      FUNCTION NUMVAL(WS-STAGE-COUNT-TEXT)
              COMPUTE WS-LIVE-COUNT =
                      FUNCTION NUMVAL(WS-LIVE-COUNT-TEXT)
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
      * Drain the single-row result before the connection is reused
DBPRE      PERFORM UNTIL NOT DB-OK
DBPRE         CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                         WS-HELD-ROWS-TEXT
DBPRE         END-CALL
DBPRE         IF SQLCA-RESULT (1) = NULL
DBPRE            MOVE 100 TO SQLCODE
DBPRE         ELSE
DBPRE            MOVE 0 TO SQLCODE
DBPRE         END-IF
DBPRE      END-PERFORM
           SET DB-OK                        TO TRUE
DBPRE      MOVE 0 TO SQLCA-CURSOR-CTRL (1)
           .
        HOLD-TABLE-COUNTS-EXIT.
           EXIT.
      *************************************************************************
       HELD-ROWS-RESTORE SECTION.
      *
      * Put the held run's history rows back into the history table
      * exactly as PCTB003B wrote them, business date and time intact,
      * so the delta extract for that date sees the load that went
      * live. The 'P' rows are not history - see PENDING-ROWS-RESTORE
DBPRE      MOVE 9             TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
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
DBPRE      'OPERATION_TYPE, ' DELIMITED SIZE
DBPRE      'NEW_FIELD1, NEW_FIELD2, NEW_FIELD3, ' DELIMITED SIZE
DBPRE      'OLD_FIELD1, OLD_FIELD2, OLD_FIELD3, ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-LOADER-PROGRAM DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-HOLD-BUS-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND OPERATION_TYPE <> ''P''' DELIMITED SIZE
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
           MOVE SQLCA-COUNT                 TO WS-ROWS-RESTORED
           .
       HELD-ROWS-RESTORE-EXIT.
           EXIT.
      *************************************************************************
       PENDING-ROWS-RESTORE SECTION.
      *
      * The held load's future-dated rows go on to <table>_pending for
      * PCTB012B to release the day they mature, as PCTB003B would
      * have parked them had the load gone straight live
DBPRE      MOVE 13            TO SQLCA-SEQUENCE
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
DBPRE      'PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-LOADER-PROGRAM DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-HOLD-BUS-DATE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND OPERATION_TYPE = ''P''' DELIMITED SIZE
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
           MOVE SQLCA-COUNT                 TO WS-PEND-RESTORED
           .
       PENDING-ROWS-RESTORE-EXIT.
           EXIT.
      *************************************************************************
       HELD-ROWS-DELETE SECTION.
      *
      * Clear the held run's rows out of <table>_held - restored to
      * the history and pending tables on a release, dropped for good
      * on a discard
DBPRE      MOVE 10            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-HELD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      'WHERE ' DELIMITED SIZE
DBPRE      'PROGRAM_NAME = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-LOADER-PROGRAM DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ' AND AUDIT_DATE = ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-HOLD-BUS-DATE DELIMITED SIZE
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
           IF WS-DISCARD
              MOVE SQLCA-COUNT              TO WS-ROWS-DROPPED
           END-IF
           .
       HELD-ROWS-DELETE-EXIT.
           EXIT.
      *************************************************************************
       HELD-ROWS-COMMIT SECTION.
DBPRE      MOVE 11             TO SQLCA-SEQUENCE
DBPRE         CALL "MySQL_commit"
DBPRE         END-CALL
DBPRE         MOVE RETURN-CODE    TO SQLCODE
DBPRE         IF RETURN-CODE NOT = 0 THEN
DBPRE            PERFORM DB-STATUS
DBPRE         END-IF
           .
       HELD-ROWS-COMMIT-EXIT.
           EXIT.
      *************************************************************************
       TABLE-SWAP SECTION.
      *
      * The same three-name RENAME PCTB003B's swap runs: the live
      * table moves to <table>_old, the held staging table becomes the
      * live table, and the displaced table takes the staging name for
      * the next refresh's clear-down - one atomic operation
           DISPLAY 'Swap held staging table live'
DBPRE      MOVE 12            TO SQLCA-SEQUENCE
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      STRING
DBPRE      'RENAME ' DELIMITED SIZE
DBPRE      'TABLE ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' TO ' DELIMITED SIZE
DBPRE      WS-OLD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' TO ' DELIMITED SIZE
DBPRE      POCTB-TABLE-NAME DELIMITED BY SPACE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WS-OLD-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' TO ' DELIMITED SIZE
DBPRE      WS-STAGE-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           SET WS-SWAP-DONE                 TO TRUE
           .
       TABLE-SWAP-EXIT.
           EXIT.
