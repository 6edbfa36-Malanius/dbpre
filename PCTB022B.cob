      * dbpre V 0.2: PCTB022B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB022B.
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
      * Integrity check of POCTB-TABLE-NAME against its own trail -
      * every key's latest image is rebuilt from <table>_history the
      * way PCTB011B rebuilds an as-of listing, and compared with the
      * live table. The discrepancy listing is a paginated 132-column
      * print file, one line per key whose live image differs from the
      * trail or that exists on one side only. A live key with no
      * trail row at all is one nothing has touched since PCTB009B
      * purged its history past retention - it is listed apart as
      * having no trail, and is not counted as a discrepancy
           SELECT PRINT-FILE          ASSIGN TO 'PCTB022B.PRT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Request control - one optional record carrying the repair
      * switch. Absent, empty or without the switch the run only
      * checks and reports, and changes nothing
           SELECT CONTROL-FILE        ASSIGN TO 'PCTB022B.CTL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CONTROL-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB022B.ERRLOG'
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
        FD  PRINT-FILE.
      * 132 columns, standard print-line width
        01  PRINT-RECORD                PIC  X(132).
      *
        FD  CONTROL-FILE.
        01  CONTROL-RECORD.
            05 CTL-REPAIR-FLAG          PIC  X(01).
               88 CTL-REPAIR                        VALUE 'R'.
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
      * Print file working storage - paginated discrepancy listing
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
        01  WS-PRINT-PTR                      PIC  S9(4) COMP.
      *
      * Request control working storage - check only unless the
      * control record says 'R'
        01  WS-CONTROL-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-REPAIR-FLAG                    PIC  X(01) VALUE 'N'.
            88  WS-REPAIR-MODE                            VALUE 'Y'.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Connection retry working storage
        01  WS-CONNECT-ATTEMPT                PIC  9(02) VALUE ZERO.
      *
      * Audit/history table the check replays and the repair writes
      * to - always <table>_history, derived the same way PCTB003B
      * derives it
        01  WS-HISTORY-TABLE-NAME             PIC  X(40) VALUE SPACES.
        01  WS-HIST-STATEMENT                 PIC  X(2000).
        01  WS-HIST-STMT-PTR                  PIC  S9(4) COMP.
      *
      * One value on its way into WS-HIST-STATEMENT. The live images
      * the repair writes are whatever was put on the table outside
      * the batch, so every quote and backslash in them is doubled
      * before the value goes between quotes - room for every byte
      * doubled, and the value keeps its full width, the way the
      * other history writers hand MySQL the padded field
        01  WS-ESC-IN                         PIC  X(32).
        01  WS-ESC-IN-LEN                     PIC  S9(4) COMP.
        01  WS-ESC-OUT                        PIC  X(64).
        01  WS-ESC-OUT-LEN                    PIC  S9(4) COMP.
        01  WS-ESC-SUB                        PIC  S9(4) COMP.
      *
      * PROGRAM_NAME the repair's catch-up history rows carry. The
      * change they record was made outside the batch by nobody the
      * trail knows of, so they are not stamped with this program's
      * name but with a marker of their own - the audit report, the
      * as-of listing and the inquiry all show it as it stands, and a
      * PCTB017B backout can select the catch-ups by it
        01  WS-OUT-OF-BAND-NAME               PIC  X(08)
            VALUE 'OUTOFBND'.
      *
      * PROGRAM_NAME of the baseline row a repair writes for a live
      * key with no trail at all. Nothing was done to such a key
      * outside the batch that the check can tell - its history has
      * aged out past retention - so the row only gives the key a
      * starting image again, and is kept apart from the catch-ups
        01  WS-BASELINE-NAME                  PIC  X(08)
            VALUE 'BASELINE'.
      *
      * Marker the row being written is stamped with - the
      * out-of-band one or the baseline one
        01  WS-REPAIR-PGM-NAME                PIC  X(08) VALUE SPACES.
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
      * One entry per key either side knows of - the image the trail
      * leaves the key with, and the image the live table holds.
      * A run stamps all of its history rows with the same date, time
      * and program name, so two rows of one run against the same key
      * (a full refresh's before-image 'D' and its reload 'I', or a
      * feed that upserts and deletes one key) cannot be put in order
      * from the trail. The replay keeps the image the key had before
      * the second such row as the alternative outcome, and a live
      * image matching either outcome is not a discrepancy
        01  WS-CHK-MAX                        PIC  9(04) VALUE 1000.
        01  WS-CHK-COUNT                      PIC  9(04) VALUE ZERO.
        01  WS-CHK-TABLE.
            05 WS-CHK-ENTRY OCCURS 1000.
               10 WS-CHK-KEY               PIC  X(20).
      * The key as the trail leaves it
               10 WS-CHK-HIST-STATE        PIC  X(01).
                  88 WS-CHK-HIST-NONE                  VALUE ' '.
                  88 WS-CHK-HIST-PRESENT               VALUE 'P'.
                  88 WS-CHK-HIST-ABSENT                VALUE 'A'.
               10 WS-CHK-HIST-FIELD2       PIC  X(16).
               10 WS-CHK-HIST-FIELD3       PIC  X(32).
      * The last trail row applied to the key
               10 WS-CHK-TRAIL-DATE        PIC  X(06).
               10 WS-CHK-TRAIL-TIME        PIC  X(06).
               10 WS-CHK-TRAIL-OP          PIC  X(01).
               10 WS-CHK-TRAIL-PGM         PIC  X(08).
      * The other outcome of a same-stamp pair, see above
               10 WS-CHK-ALT-FLAG          PIC  X(01).
                  88 WS-CHK-HAS-ALT                    VALUE 'Y'.
               10 WS-CHK-ALT-STATE         PIC  X(01).
                  88 WS-CHK-ALT-PRESENT                VALUE 'P'.
               10 WS-CHK-ALT-FIELD2        PIC  X(16).
               10 WS-CHK-ALT-FIELD3        PIC  X(32).
      * The key as the live table holds it
               10 WS-CHK-LIVE-STATE        PIC  X(01).
                  88 WS-CHK-LIVE-PRESENT               VALUE 'P'.
               10 WS-CHK-LIVE-FIELD2       PIC  X(16).
               10 WS-CHK-LIVE-FIELD3       PIC  X(32).
      * What the comparison found
               10 WS-CHK-RESULT            PIC  X(01).
                  88 WS-CHK-MATCHED                    VALUE 'M'.
                  88 WS-CHK-DIFFERS                    VALUE 'C'.
                  88 WS-CHK-LIVE-ONLY                  VALUE 'L'.
                  88 WS-CHK-HIST-ONLY                  VALUE 'H'.
                  88 WS-CHK-GONE                       VALUE 'G'.
                  88 WS-CHK-NO-TRAIL                   VALUE 'N'.
      * The catch-up history row a repair writes for a discrepancy
               10 WS-CHK-REPAIR-OP         PIC  X(01).
        01  A                                 PIC  S9(4) COMP VALUE 0.
        01  WS-CHK-SUB                        PIC  S9(4) COMP VALUE 0.
        01  WS-CHK-SEARCH-KEY                 PIC  X(20) VALUE SPACES.
        01  WS-CHK-FOUND-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-CHK-FOUND                               VALUE 'Y'.
      *
      * Control totals for the closing banner
        01  WS-ROWS-REPLAYED                  PIC  9(08) VALUE ZERO.
        01  WS-ROWS-UNUSABLE                  PIC  9(08) VALUE ZERO.
        01  WS-LIVE-ROWS-READ                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-MATCHED                   PIC  9(08) VALUE ZERO.
        01  WS-KEYS-TIE-MATCHED               PIC  9(08) VALUE ZERO.
        01  WS-KEYS-DIFFERENT                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-LIVE-ONLY                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-HIST-ONLY                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-GONE                      PIC  9(08) VALUE ZERO.
        01  WS-KEYS-NO-TRAIL                  PIC  9(08) VALUE ZERO.
        01  WS-DISCREPANCY-COUNT              PIC  9(08) VALUE ZERO.
        01  WS-KEYS-REPAIRED                  PIC  9(08) VALUE ZERO.
        01  WS-KEYS-BASELINED                 PIC  9(08) VALUE ZERO.
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
      *        INCLUDE POCTBBAT REPLACING 'TTTTNNNB' BY 'PCTB022B'.

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB022B'                  TO POCTB-PROGRAM-NAME
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
      * Error log is opened up front so every failure in the run,
      * including ones before the DB connects, gets recorded
           PERFORM ERRLOG-OPEN
      *
      * The repair switch comes from the request file - missing or
      * empty, the run only checks
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
           IF WS-REPAIR-MODE
              DISPLAY '*  MODE........: REPAIR'
                      '                            *'
           ELSE
              DISPLAY '*  MODE........: CHECK ONLY'
                      '                        *'
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
      * Commit the work - a check-only run has changed nothing, a
      * repair commits all of its catch-up rows as one unit
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
      * Control totals - trail rows replayed, live rows read, and what
      * the comparison found for the keys either side knows of
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for table ' POCTB-TABLE-NAME
           DISPLAY 'History rows replayed: ' WS-ROWS-REPLAYED
           DISPLAY 'History rows unusable: ' WS-ROWS-UNUSABLE
           DISPLAY 'Live rows read.......: ' WS-LIVE-ROWS-READ
           DISPLAY 'Keys matching........: ' WS-KEYS-MATCHED
           DISPLAY '  of which same-stamp: ' WS-KEYS-TIE-MATCHED
           DISPLAY 'Keys differing.......: ' WS-KEYS-DIFFERENT
           DISPLAY 'Keys live only.......: ' WS-KEYS-LIVE-ONLY
           DISPLAY 'Keys history only....: ' WS-KEYS-HIST-ONLY
           DISPLAY 'Keys deleted on both.: ' WS-KEYS-GONE
           DISPLAY 'Keys with no trail...: ' WS-KEYS-NO-TRAIL
           IF WS-REPAIR-MODE
              DISPLAY 'Catch-up rows written: ' WS-KEYS-REPAIRED
              DISPLAY 'Baseline rows written: ' WS-KEYS-BASELINED
           ELSE
              DISPLAY 'Check only - nothing was changed'
           END-IF
           DISPLAY '-------------------------------------------'
      *
           PERFORM ERRLOG-CLOSE
      *
      * Any discrepancy ends the job with a non-zero return code,
      * repaired or not - a change made outside the batch is for the
      * on-call analyst to follow up whatever the trail now says
           IF WS-DISCREPANCY-COUNT NOT = ZERO
              MOVE 4                    TO RETURN-CODE
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
      * One optional request record - 'R' in the first column asks for
      * the repair. Missing file, empty record or anything else leaves
      * the run a check only
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ CONTROL-FILE
              IF WS-CONTROL-STATUS = '00'
                 IF CTL-REPAIR
                    SET WS-REPAIR-MODE      TO TRUE
                 END-IF
              END-IF
              CLOSE CONTROL-FILE
           END-IF
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
           PERFORM PRINT-REPORT-OPEN
      *
      * The trail first, then the live table, both into the one key
      * table - each cursor is read to its end before the next
      * statement goes to the connection, and both are closed before
      * the first catch-up row is written
           PERFORM REPLAY-ALL-HISTORY
           PERFORM FETCH-LIVE-ROWS
      *
      * Every key judged and every discrepancy listed before the
      * repair writes anything, so the listing is the complete picture
      * whether or not the repair is asked for
           PERFORM JUDGE-ONE-KEY
                   VARYING A FROM 1 BY 1
                   UNTIL A > WS-CHK-COUNT
           IF WS-DISCREPANCY-COUNT = ZERO
              MOVE SPACES                   TO PRINT-RECORD
              MOVE 'No discrepancies between the trail and the table'
                                            TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM PRINT-NO-TRAIL-KEYS
           IF WS-REPAIR-MODE
              PERFORM REPAIR-ONE-KEY
                      VARYING A FROM 1 BY 1
                      UNTIL A > WS-CHK-COUNT
           END-IF
      *
           PERFORM PRINT-REPORT-CLOSE
      *
           DISPLAY 'Ende POCTB-ACTION.'
      *
           .
        POCTB-ACTION-EXIT.
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
      * Title line carries program/table/run date/page, followed by
      * the column headers - the image the trail gives the key beside
      * the image the table holds - written on the first page and
      * again after every page break
           IF WS-PRINT-OPEN
              ADD 1                           TO WS-PRINT-PAGE-NUM
              MOVE SPACES                     TO PRINT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - integrity check of ' DELIMITED SIZE
                     POCTB-TABLE-NAME DELIMITED BY SPACE
                     ' against ' DELIMITED SIZE
                     WS-HISTORY-TABLE-NAME DELIMITED BY SPACE
                     '   run 20' DELIMITED SIZE
                     POCTB-DATE(1:2) '-' POCTB-DATE(3:2) '-'
                          POCTB-DATE(5:2) DELIMITED SIZE
                     '   Page ' DELIMITED SIZE
                     WS-PRINT-PAGE-NUM DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              MOVE 'FIELD1'                   TO PRINT-RECORD(1:6)
              MOVE 'FOUND'                    TO PRINT-RECORD(22:5)
              MOVE 'FIELD2 PER TRAIL'         TO PRINT-RECORD(32:16)
              MOVE 'FIELD3 PER TRAIL'         TO PRINT-RECORD(49:16)
              MOVE 'FIELD2 ON TABLE'          TO PRINT-RECORD(82:15)
              MOVE 'FIELD3 ON TABLE'          TO PRINT-RECORD(99:15)
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              MOVE '------'                   TO PRINT-RECORD(1:6)
              MOVE '-----'                    TO PRINT-RECORD(22:5)
              MOVE '----------------'         TO PRINT-RECORD(32:16)
              MOVE '----------------'         TO PRINT-RECORD(49:16)
              MOVE '---------------'          TO PRINT-RECORD(82:15)
              MOVE '---------------'          TO PRINT-RECORD(99:15)
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
      * Totals trailer, then close - last thing written to the report
      * so a reader knows the listing was not cut short
           IF WS-PRINT-OPEN
              MOVE SPACES                     TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Discrepancies: ' DELIMITED SIZE
                     WS-DISCREPANCY-COUNT DELIMITED SIZE
                     '   (' DELIMITED SIZE
                     WS-KEYS-DIFFERENT DELIMITED SIZE
                     ' differing, ' DELIMITED SIZE
                     WS-KEYS-LIVE-ONLY DELIMITED SIZE
                     ' live only, ' DELIMITED SIZE
                     WS-KEYS-HIST-ONLY DELIMITED SIZE
                     ' history only)' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Keys matching: ' DELIMITED SIZE
                     WS-KEYS-MATCHED DELIMITED SIZE
                     '   (from ' DELIMITED SIZE
                     WS-ROWS-REPLAYED DELIMITED SIZE
                     ' history rows replayed and ' DELIMITED SIZE
                     WS-LIVE-ROWS-READ DELIMITED SIZE
                     ' table rows read)' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Keys with no trail: ' DELIMITED SIZE
                     WS-KEYS-NO-TRAIL DELIMITED SIZE
                     '   (history purged past retention, not '
                     DELIMITED SIZE
                     'counted as discrepancies)' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              IF WS-REPAIR-MODE
                 STRING 'Catch-up history rows written as '
                        DELIMITED SIZE
                        WS-OUT-OF-BAND-NAME DELIMITED SIZE
                        ': ' DELIMITED SIZE
                        WS-KEYS-REPAIRED DELIMITED SIZE
                        '   baseline rows written as '
                        DELIMITED SIZE
                        WS-BASELINE-NAME DELIMITED SIZE
                        ': ' DELIMITED SIZE
                        WS-KEYS-BASELINED DELIMITED SIZE
                        INTO PRINT-RECORD
                 END-STRING
              ELSE
                 MOVE 'Check only - no catch-up history rows written'
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
      *  H I S T O R Y   R E P L A Y                                           *
      **************************************************************************
        REPLAY-ALL-HISTORY SECTION.
      *
      * Cursor over the whole of <table>_history in audit order,
      * replaying each row into the key table - the PCTB011B replay
      * without an as-of bound. Within one run's stamp the rows come
      * deletes first, so a full refresh's before-image 'D' replays
      * ahead of its reload 'I' for the same key
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 12             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE CHKTRAIL CURSOR FOR
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
DBPRE *        ORDER BY AUDIT_DATE, AUDIT_TIME, OPERATION_TYPE
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
DBPRE *          OPEN CHKTRAIL
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
DBPRE       'ORDER BY AUDIT_DATE, AUDIT_TIME, ' DELIMITED SIZE
DBPRE       'OPERATION_TYPE ' DELIMITED SIZE
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
               PERFORM REPLAY-ONE-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 14             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH CHKTRAIL
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
                    PERFORM REPLAY-ONE-ROW
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
      *        CLOSE CHKTRAIL
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
           .
        REPLAY-ALL-HISTORY-EXIT.
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
       REPLAY-ONE-ROW SECTION.
      *
      * Apply one history row to the key table, in the order the trail
      * recorded it: an insert lands the new image, an update lands
      * the new image too (and, when it renamed the key, takes the old
      * key out), a delete takes the old key out. The batched mirrors
      * write their 'U' rows with a NULL old image, so a blank old key
      * is simply an update of the new key. A row without the key its
      * operation needs cannot be placed and is only counted
           ADD 1                            TO WS-ROWS-REPLAYED
           EVALUATE TRUE
           WHEN (HIST-OP-INSERT OR HIST-OP-UPDATE)
                AND HIST-NEW-FIELD1 = SPACES
              ADD 1                         TO WS-ROWS-UNUSABLE
           WHEN HIST-OP-DELETE
                AND HIST-OLD-FIELD1 = SPACES
              ADD 1                         TO WS-ROWS-UNUSABLE
           WHEN HIST-OP-INSERT
              MOVE HIST-NEW-FIELD1          TO WS-CHK-SEARCH-KEY
              PERFORM CHK-FIND-ENTRY
              PERFORM REPLAY-APPLY-NEW-IMAGE
           WHEN HIST-OP-UPDATE
              IF HIST-OLD-FIELD1 NOT = SPACES
                 AND HIST-OLD-FIELD1 NOT = HIST-NEW-FIELD1
                 MOVE HIST-OLD-FIELD1       TO WS-CHK-SEARCH-KEY
                 PERFORM CHK-FIND-ENTRY
                 PERFORM REPLAY-APPLY-DELETE
              END-IF
              MOVE HIST-NEW-FIELD1          TO WS-CHK-SEARCH-KEY
              PERFORM CHK-FIND-ENTRY
              PERFORM REPLAY-APPLY-NEW-IMAGE
           WHEN HIST-OP-DELETE
              MOVE HIST-OLD-FIELD1          TO WS-CHK-SEARCH-KEY
              PERFORM CHK-FIND-ENTRY
              PERFORM REPLAY-APPLY-DELETE
           WHEN OTHER
              ADD 1                         TO WS-ROWS-UNUSABLE
           END-EVALUATE
           .
       REPLAY-ONE-ROW-EXIT.
           EXIT.
      *************************************************************************
       CHK-FIND-ENTRY SECTION.
      *
      * Find the entry for the key in WS-CHK-SEARCH-KEY, or make a
      * fresh one that neither side has spoken for yet. The linear
      * search is fine at the key table's size; a table past
      * WS-CHK-MAX keys is a genuine overflow and aborts rather than
      * silently leaving part of the table unchecked
           MOVE 'N'                         TO WS-CHK-FOUND-FLAG
           MOVE ZERO                        TO WS-CHK-SUB
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > WS-CHK-COUNT
                      OR WS-CHK-FOUND
              IF WS-CHK-KEY (A) = WS-CHK-SEARCH-KEY
                 MOVE A                     TO WS-CHK-SUB
                 SET WS-CHK-FOUND           TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-CHK-FOUND
              IF WS-CHK-COUNT NOT < WS-CHK-MAX
                 MOVE 'CHECK: key table overflow'
                                            TO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              ADD 1                         TO WS-CHK-COUNT
              MOVE WS-CHK-COUNT             TO WS-CHK-SUB
              MOVE WS-CHK-SUB               TO A
              MOVE SPACES                   TO WS-CHK-ENTRY (A)
              MOVE WS-CHK-SEARCH-KEY        TO WS-CHK-KEY (A)
           END-IF
           MOVE WS-CHK-SUB                  TO A
           .
       CHK-FIND-ENTRY-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-APPLY-NEW-IMAGE SECTION.
      *
      * The located entry takes the fetched row's new image and goes
      * (or stays) present - shared by the insert and update replays
           PERFORM REPLAY-STAMP-CHECK
           SET WS-CHK-HIST-PRESENT (A)      TO TRUE
           MOVE HIST-NEW-FIELD2             TO WS-CHK-HIST-FIELD2 (A)
           MOVE HIST-NEW-FIELD3             TO WS-CHK-HIST-FIELD3 (A)
           PERFORM REPLAY-STAMP-SET
           .
       REPLAY-APPLY-NEW-IMAGE-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-APPLY-DELETE SECTION.
      *
      * The located entry goes absent - a delete, or the old key of a
      * rename
           PERFORM REPLAY-STAMP-CHECK
           SET WS-CHK-HIST-ABSENT (A)       TO TRUE
           MOVE SPACES                      TO WS-CHK-HIST-FIELD2 (A)
           MOVE SPACES                      TO WS-CHK-HIST-FIELD3 (A)
           PERFORM REPLAY-STAMP-SET
           .
       REPLAY-APPLY-DELETE-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-STAMP-CHECK SECTION.
      *
      * Before a row is applied - when the key's last row carried the
      * same date, time and program as this one, the two came from one
      * run and their real order is unknown, so the image the key has
      * now is kept as the other possible outcome. A row from a later
      * stamp settles the key and drops any earlier alternative
           IF WS-CHK-TRAIL-DATE (A) = HIST-AUDIT-DATE
              AND WS-CHK-TRAIL-TIME (A) = HIST-AUDIT-TIME
              AND WS-CHK-TRAIL-PGM (A) = HIST-PROGRAM-NAME
              AND NOT WS-CHK-HIST-NONE (A)
              SET WS-CHK-HAS-ALT (A)        TO TRUE
              MOVE WS-CHK-HIST-STATE (A)    TO WS-CHK-ALT-STATE (A)
              MOVE WS-CHK-HIST-FIELD2 (A)   TO WS-CHK-ALT-FIELD2 (A)
              MOVE WS-CHK-HIST-FIELD3 (A)   TO WS-CHK-ALT-FIELD3 (A)
           ELSE
              MOVE 'N'                      TO WS-CHK-ALT-FLAG (A)
           END-IF
           .
       REPLAY-STAMP-CHECK-EXIT.
           EXIT.
      *************************************************************************
       REPLAY-STAMP-SET SECTION.
      *
      * After a row is applied - the entry remembers which row last
      * touched it, for the next stamp check and for the listing
           MOVE HIST-AUDIT-DATE             TO WS-CHK-TRAIL-DATE (A)
           MOVE HIST-AUDIT-TIME             TO WS-CHK-TRAIL-TIME (A)
           MOVE HIST-OP-TYPE                TO WS-CHK-TRAIL-OP (A)
           MOVE HIST-PROGRAM-NAME           TO WS-CHK-TRAIL-PGM (A)
           .
       REPLAY-STAMP-SET-EXIT.
           EXIT.
      /
      **************************************************************************
      *  L I V E   T A B L E   S C A N                                         *
      **************************************************************************
        FETCH-LIVE-ROWS SECTION.
      *
      * Cursor over every row of the live table, each one recorded
      * against its key's entry - a key the trail never mentioned gets
      * a fresh entry with no trail image
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 16             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE CHKLIVE CURSOR FOR
DBPRE *        SELECT FIELD1, FIELD2, FIELD3
DBPRE *        INTO :FIELD1 :FIELD2 :FIELD3
DBPRE *        FROM example_table
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
DBPRE *          OPEN CHKLIVE
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
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               PERFORM LIVE-ROW-RECORD
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 18             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH CHKLIVE
DBPRE *           INTO :FIELD1 :FIELD2 :FIELD3
DBPRE *        END-EXEC.
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
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
               EVALUATE TRUE
                 WHEN DB-OK
                    PERFORM LIVE-ROW-RECORD
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
      *        CLOSE CHKLIVE
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
           .
        FETCH-LIVE-ROWS-EXIT.
           EXIT.
      *************************************************************************
       LIVE-ROW-RECORD SECTION.
      *
      * One live row onto its key's entry, LOW-VALUES from a NULL
      * column mapped to spaces so the comparison with the trail image
      * is like for like
           ADD 1                            TO WS-LIVE-ROWS-READ
           INSPECT FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           MOVE FIELD1                      TO WS-CHK-SEARCH-KEY
           PERFORM CHK-FIND-ENTRY
           SET WS-CHK-LIVE-PRESENT (A)      TO TRUE
           MOVE FIELD2                      TO WS-CHK-LIVE-FIELD2 (A)
           MOVE FIELD3                      TO WS-CHK-LIVE-FIELD3 (A)
           .
       LIVE-ROW-RECORD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  C O M P A R I S O N                                                   *
      **************************************************************************
       JUDGE-ONE-KEY SECTION.
      *
      * One key's trail image against its live image. Present on both
      * sides with the same FIELD2/FIELD3 is a match; present on both
      * but different, or present on one side only, is a discrepancy
      * with the catch-up row that would make the trail agree with the
      * table. Absent on both sides is a key deleted through the batch.
      * A live key the trail has no row for at all is not one: its
      * history went with PCTB009B's purge past retention, and the
      * check cannot tell a key left alone since then from one put on
      * the table outside the batch - it is listed apart, see
      * PRINT-NO-TRAIL-KEYS, and only given a baseline row by a repair
           EVALUATE TRUE
           WHEN WS-CHK-LIVE-PRESENT (A)
                AND WS-CHK-HIST-PRESENT (A)
              IF WS-CHK-LIVE-FIELD2 (A) = WS-CHK-HIST-FIELD2 (A)
                 AND WS-CHK-LIVE-FIELD3 (A) = WS-CHK-HIST-FIELD3 (A)
                 SET WS-CHK-MATCHED (A)     TO TRUE
              ELSE
                 SET WS-CHK-DIFFERS (A)     TO TRUE
                 MOVE 'U'                   TO WS-CHK-REPAIR-OP (A)
              END-IF
           WHEN WS-CHK-LIVE-PRESENT (A)
                AND WS-CHK-HIST-NONE (A)
              SET WS-CHK-NO-TRAIL (A)       TO TRUE
              MOVE 'I'                      TO WS-CHK-REPAIR-OP (A)
           WHEN WS-CHK-LIVE-PRESENT (A)
              SET WS-CHK-LIVE-ONLY (A)      TO TRUE
              MOVE 'I'                      TO WS-CHK-REPAIR-OP (A)
           WHEN WS-CHK-HIST-PRESENT (A)
              SET WS-CHK-HIST-ONLY (A)      TO TRUE
              MOVE 'D'                      TO WS-CHK-REPAIR-OP (A)
           WHEN OTHER
              SET WS-CHK-GONE (A)           TO TRUE
           END-EVALUATE
      *
      * A discrepancy the other outcome of a same-stamp pair accounts
      * for is no discrepancy - the table holds what the run left, in
      * whichever order the run really did the two
           IF WS-CHK-HAS-ALT (A)
              AND (WS-CHK-DIFFERS (A) OR WS-CHK-LIVE-ONLY (A)
                   OR WS-CHK-HIST-ONLY (A))
              IF (WS-CHK-ALT-PRESENT (A) AND WS-CHK-LIVE-PRESENT (A)
                  AND WS-CHK-LIVE-FIELD2 (A) = WS-CHK-ALT-FIELD2 (A)
                  AND WS-CHK-LIVE-FIELD3 (A) = WS-CHK-ALT-FIELD3 (A))
                 OR (NOT WS-CHK-ALT-PRESENT (A)
                     AND NOT WS-CHK-LIVE-PRESENT (A))
                 SET WS-CHK-MATCHED (A)     TO TRUE
                 MOVE SPACE                 TO WS-CHK-REPAIR-OP (A)
                 ADD 1                      TO WS-KEYS-TIE-MATCHED
              END-IF
           END-IF
      *
           EVALUATE TRUE
           WHEN WS-CHK-MATCHED (A)
              ADD 1                         TO WS-KEYS-MATCHED
           WHEN WS-CHK-GONE (A)
              ADD 1                         TO WS-KEYS-GONE
           WHEN WS-CHK-NO-TRAIL (A)
              ADD 1                         TO WS-KEYS-NO-TRAIL
           WHEN OTHER
              ADD 1                         TO WS-DISCREPANCY-COUNT
              EVALUATE TRUE
              WHEN WS-CHK-DIFFERS (A)
                 ADD 1                      TO WS-KEYS-DIFFERENT
              WHEN WS-CHK-LIVE-ONLY (A)
                 ADD 1                      TO WS-KEYS-LIVE-ONLY
              WHEN OTHER
                 ADD 1                      TO WS-KEYS-HIST-ONLY
              END-EVALUATE
              PERFORM PRINT-CHECK-LINE
           END-EVALUATE
           .
       JUDGE-ONE-KEY-EXIT.
           EXIT.
      *************************************************************************
       PRINT-CHECK-LINE SECTION.
      *
      * One discrepancy onto the listing - the trail image beside the
      * table image, '(absent)' where there is none, and a second line
      * naming the last trail row for the key and the catch-up row a
      * repair writes for it
           MOVE SPACES                      TO PRINT-RECORD
           MOVE WS-CHK-KEY (A)              TO PRINT-RECORD(1:20)
           EVALUATE TRUE
           WHEN WS-CHK-DIFFERS (A)
              MOVE 'DIFFERS'                TO PRINT-RECORD(22:9)
           WHEN WS-CHK-LIVE-ONLY (A)
              MOVE 'LIVE ONLY'              TO PRINT-RECORD(22:9)
           WHEN WS-CHK-NO-TRAIL (A)
              MOVE 'NO TRAIL'               TO PRINT-RECORD(22:9)
           WHEN OTHER
              MOVE 'HIST ONLY'              TO PRINT-RECORD(22:9)
           END-EVALUATE
           IF WS-CHK-HIST-PRESENT (A)
              MOVE WS-CHK-HIST-FIELD2 (A)   TO PRINT-RECORD(32:16)
              MOVE WS-CHK-HIST-FIELD3 (A)   TO PRINT-RECORD(49:32)
           ELSE
              MOVE '(absent)'               TO PRINT-RECORD(32:8)
           END-IF
           IF WS-CHK-LIVE-PRESENT (A)
              MOVE WS-CHK-LIVE-FIELD2 (A)   TO PRINT-RECORD(82:16)
              MOVE WS-CHK-LIVE-FIELD3 (A)   TO PRINT-RECORD(99:32)
           ELSE
              MOVE '(absent)'               TO PRINT-RECORD(82:8)
           END-IF
           PERFORM PRINT-REPORT-LINE
      *
           MOVE SPACES                      TO PRINT-RECORD
           MOVE 22                          TO WS-PRINT-PTR
           IF WS-CHK-HIST-NONE (A)
              STRING 'no history row for this key - purged past '
                     DELIMITED SIZE
                     'retention' DELIMITED SIZE
                     INTO PRINT-RECORD
                     WITH POINTER WS-PRINT-PTR
              END-STRING
           ELSE
              STRING 'last trail row ' DELIMITED SIZE
                     WS-CHK-TRAIL-OP (A) DELIMITED SIZE
                     ' by ' DELIMITED SIZE
                     WS-CHK-TRAIL-PGM (A) DELIMITED BY SPACE
                     ' on 20' DELIMITED SIZE
                     WS-CHK-TRAIL-DATE (A) (1:2) '-'
                     WS-CHK-TRAIL-DATE (A) (3:2) '-'
                     WS-CHK-TRAIL-DATE (A) (5:2) ' '
                     WS-CHK-TRAIL-TIME (A) (1:2) ':'
                     WS-CHK-TRAIL-TIME (A) (3:2) ':'
                     WS-CHK-TRAIL-TIME (A) (5:2) DELIMITED SIZE
                     INTO PRINT-RECORD
                     WITH POINTER WS-PRINT-PTR
              END-STRING
           END-IF
           IF WS-REPAIR-MODE
              IF WS-CHK-NO-TRAIL (A)
                 STRING ' - baseline ' DELIMITED SIZE
                        WS-CHK-REPAIR-OP (A) DELIMITED SIZE
                        ' row written as ' DELIMITED SIZE
                        WS-BASELINE-NAME DELIMITED SIZE
                        INTO PRINT-RECORD
                        WITH POINTER WS-PRINT-PTR
                 END-STRING
              ELSE
                 STRING ' - catch-up ' DELIMITED SIZE
                        WS-CHK-REPAIR-OP (A) DELIMITED SIZE
                        ' row written as ' DELIMITED SIZE
                        WS-OUT-OF-BAND-NAME DELIMITED SIZE
                        INTO PRINT-RECORD
                        WITH POINTER WS-PRINT-PTR
                 END-STRING
              END-IF
           END-IF
           PERFORM PRINT-REPORT-LINE
           .
       PRINT-CHECK-LINE-EXIT.
           EXIT.
      *************************************************************************
       PRINT-NO-TRAIL-KEYS SECTION.
      *
      * The live keys with no trail, listed after the discrepancies
      * under a heading of their own - each one's trail went with a
      * purge past retention, so they call for no follow-up, but a key
      * put on the table outside the batch with no history at all
      * would show here too and the reader should be able to see them
           IF WS-KEYS-NO-TRAIL NOT = ZERO
              MOVE SPACES                   TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                   TO PRINT-RECORD
              STRING 'Keys on the table with no trail - history '
                     DELIMITED SIZE
                     'purged past retention, not discrepancies'
                     DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                   TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              PERFORM VARYING A FROM 1 BY 1
                      UNTIL A > WS-CHK-COUNT
                 IF WS-CHK-NO-TRAIL (A)
                    PERFORM PRINT-CHECK-LINE
                 END-IF
              END-PERFORM
           END-IF
           .
       PRINT-NO-TRAIL-KEYS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  R E P A I R                                                           *
      **************************************************************************
       REPAIR-ONE-KEY SECTION.
      *
      * One catch-up history row per discrepancy, taking the trail from
      * the image it gives the key to the image the table holds: 'U'
      * for a key that differs, 'I' for one only the table has, 'D'
      * for one only the trail has. The live table itself is left as
      * it is - the repair makes the trail whole, it does not undo
      * whatever was done outside the batch. A key with no trail gets
      * its 'I' under the baseline marker instead, so a PCTB017B
      * backout of the catch-ups never selects it
           IF WS-CHK-DIFFERS (A)
              OR WS-CHK-LIVE-ONLY (A)
              OR WS-CHK-HIST-ONLY (A)
              OR WS-CHK-NO-TRAIL (A)
              IF WS-CHK-NO-TRAIL (A)
                 MOVE WS-BASELINE-NAME      TO WS-REPAIR-PGM-NAME
              ELSE
                 MOVE WS-OUT-OF-BAND-NAME   TO WS-REPAIR-PGM-NAME
              END-IF
              MOVE WS-CHK-REPAIR-OP (A)     TO HIST-OP-TYPE
              IF HIST-OP-DELETE
                 MOVE SPACES                TO HIST-NEW-FIELD1
                 MOVE SPACES                TO HIST-NEW-FIELD2
                 MOVE SPACES                TO HIST-NEW-FIELD3
              ELSE
                 MOVE WS-CHK-KEY (A)        TO HIST-NEW-FIELD1
                 MOVE WS-CHK-LIVE-FIELD2 (A)
                                            TO HIST-NEW-FIELD2
                 MOVE WS-CHK-LIVE-FIELD3 (A)
                                            TO HIST-NEW-FIELD3
              END-IF
              IF HIST-OP-INSERT
                 MOVE SPACES                TO HIST-OLD-FIELD1
                 MOVE SPACES                TO HIST-OLD-FIELD2
                 MOVE SPACES                TO HIST-OLD-FIELD3
              ELSE
                 MOVE WS-CHK-KEY (A)        TO HIST-OLD-FIELD1
                 MOVE WS-CHK-HIST-FIELD2 (A)
                                            TO HIST-OLD-FIELD2
                 MOVE WS-CHK-HIST-FIELD3 (A)
                                            TO HIST-OLD-FIELD3
              END-IF
              MOVE 21                       TO SQLCA-SEQUENCE
              PERFORM REPAIR-HIST-INSERT
              IF WS-CHK-NO-TRAIL (A)
                 ADD 1                      TO WS-KEYS-BASELINED
              ELSE
                 ADD 1                      TO WS-KEYS-REPAIRED
              END-IF
           END-IF
           .
       REPAIR-ONE-KEY-EXIT.
           EXIT.
      *************************************************************************
       REPAIR-HIST-INSERT SECTION.
      *
      * One catch-up history row - operation and images from
      * HIST-OP-TYPE and the HIST-NEW/HIST-OLD fields, a blank key
      * going in as NULLs the same way the loader writes the unused
      * image, stamped with the marker in WS-REPAIR-PGM-NAME and this
      * run's date and time. Every image value goes in through
      * HIST-VALUE-APPEND, quotes and backslashes doubled. The caller
      * has set SQLCA-SEQUENCE for the step
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
DBPRE      MOVE HIST-NEW-FIELD1 TO WS-ESC-IN
DBPRE      MOVE 20 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      MOVE HIST-NEW-FIELD2 TO WS-ESC-IN
DBPRE      MOVE 16 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      MOVE HIST-NEW-FIELD3 TO WS-ESC-IN
DBPRE      MOVE 32 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      END-IF
DBPRE      IF HIST-OLD-FIELD1 = SPACES
DBPRE      STRING
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      INTO WS-HIST-STATEMENT
DBPRE      WITH POINTER WS-HIST-STMT-PTR
DBPRE      END-STRING
DBPRE      ELSE
DBPRE      MOVE HIST-OLD-FIELD1 TO WS-ESC-IN
DBPRE      MOVE 20 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      MOVE HIST-OLD-FIELD2 TO WS-ESC-IN
DBPRE      MOVE 16 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      MOVE HIST-OLD-FIELD3 TO WS-ESC-IN
DBPRE      MOVE 32 TO WS-ESC-IN-LEN
DBPRE      PERFORM HIST-VALUE-APPEND
DBPRE      END-IF
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WS-REPAIR-PGM-NAME DELIMITED BY SPACE
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
       REPAIR-HIST-INSERT-EXIT.
           EXIT.
      *************************************************************************
       HIST-VALUE-APPEND SECTION.
      *
      * The first WS-ESC-IN-LEN bytes of WS-ESC-IN onto
      * WS-HIST-STATEMENT as a quoted value and its ', ' - each quote
      * and backslash written twice, so a live image holding either
      * goes into the history row as it stands instead of ending the
      * literal early
           MOVE SPACES                      TO WS-ESC-OUT
           MOVE ZERO                        TO WS-ESC-OUT-LEN
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > WS-ESC-IN-LEN
              ADD 1                         TO WS-ESC-OUT-LEN
              MOVE WS-ESC-IN (WS-ESC-SUB:1)
                                TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
              IF WS-ESC-IN (WS-ESC-SUB:1) = QUOTE
                 OR WS-ESC-IN (WS-ESC-SUB:1) = '\'
                 ADD 1                      TO WS-ESC-OUT-LEN
                 MOVE WS-ESC-IN (WS-ESC-SUB:1)
                                TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
              END-IF
           END-PERFORM
           STRING QUOTE DELIMITED SIZE
                  WS-ESC-OUT (1:WS-ESC-OUT-LEN) DELIMITED SIZE
                  QUOTE DELIMITED SIZE
                  ', ' DELIMITED SIZE
                  INTO WS-HIST-STATEMENT
                  WITH POINTER WS-HIST-STMT-PTR
           END-STRING
           .
       HIST-VALUE-APPEND-EXIT.
           EXIT.
