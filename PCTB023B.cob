      * dbpre V 0.2: PCTB023B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB023B.
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
      * Masked copy of the production tables to a test database. Every
      * table the run plan names is copied with its <table>_history and
      * <table>_pending. The connection handling carries one database
      * at a time, so the copy is done in two legs: every table is
      * unloaded from production into the work file below, FIELD2 and
      * FIELD3 masked on the way out, then the production connection
      * is closed, the test connection opened, and the work file is
      * loaded over the test tables. Real values never reach the work
      * file, let alone the test database
      *
      * The PCTB006B run plan - read only for the tables to copy
           SELECT PLAN-FILE           ASSIGN TO 'PCTB006B.PLN'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PLAN-STATUS.
      *
      * Copy request - one record naming the parameter entry that
      * holds the test connection, and the masking key. Without a test
      * connection the copy stops before it touches either database
           SELECT CONTROL-FILE        ASSIGN TO 'PCTB023B.CTL'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CONTROL-STATUS.
      *
      * Work file between the two legs - one record per masked row,
      * grouped by table in plan order and within a table by kind
           SELECT WORK-FILE           ASSIGN TO 'PCTB023B.WRK'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-WORK-STATUS.
      *
      * PCTB003B's translation rules, and the masked copy of them the
      * test side's loads are pointed at. A rule's target value is what
      * a feed value loads as, so it is masked the way the copied
      * tables are - a feed loaded on the test side then translates to
      * the same masked values the copied rows hold
           SELECT XLATE-FILE          ASSIGN TO 'PCTB003B.XLT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-XLATE-STATUS.
           SELECT XLATE-OUT-FILE      ASSIGN TO 'PCTB023B.XLT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-XLATE-OUT-STATUS.
      *
      * Copy summary - paginated 132-column print file, one line per
      * table with the rows copied and the values masked
           SELECT PRINT-FILE          ASSIGN TO 'PCTB023B.PRT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB023B.ERRLOG'
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
        FD  PLAN-FILE.
        01  PLAN-RECORD.
            05 PLN-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 PLN-RUN-MODE             PIC  X(01).
            05 FILLER                   PIC  X(01).
            05 PLN-BATCH-SIZE           PIC  9(02).
            05 FILLER                   PIC  X(01).
            05 PLN-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
      * Criticality flag the PCTB006B window check reads, the
      * entries each entry waits for in its scheduling, and the
      * adjustment file PCTB003B is pointed at - carried
      * here so every reader declares the one shared plan layout,
      * though the copy itself has no use for them
            05 PLN-CRITICAL             PIC  X(01).
            05 FILLER                   PIC  X(01).
            05 PLN-DEPENDS-ON OCCURS 4.
               10 PLN-DEP-ENTRY         PIC  9(02).
               10 FILLER                PIC  X(01).
            05 PLN-ADJ-NAME             PIC  X(32).
      *
        FD  CONTROL-FILE.
        01  CONTROL-RECORD.
            05 CTL-TEST-CONNECTION      PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 CTL-MASK-KEY             PIC  9(08).
      *
        FD  WORK-FILE.
        01  WORK-RECORD.
      * Which table (its place in WS-CPY-TABLE) and which of its three
      * tables the row belongs to
            05 WRK-TABLE-NUM            PIC  9(02).
            05 WRK-ROW-KIND             PIC  X(01).
               88 WRK-LIVE-ROW                      VALUE 'L'.
               88 WRK-HISTORY-ROW                   VALUE 'H'.
               88 WRK-PENDING-ROW                   VALUE 'P'.
            05 WRK-ROW-DATA             PIC  X(160).
      * A live table row
            05 WRK-LIVE-DATA REDEFINES WRK-ROW-DATA.
               10 WRK-LIV-FIELD1        PIC  X(20).
               10 WRK-LIV-FIELD2        PIC  X(16).
               10 WRK-LIV-FIELD3        PIC  X(32).
               10 FILLER                PIC  X(92).
      * A <table>_history row, every column
            05 WRK-HISTORY-DATA REDEFINES WRK-ROW-DATA.
               10 WRK-HIS-OP-TYPE       PIC  X(01).
               10 WRK-HIS-NEW-FIELD1    PIC  X(20).
               10 WRK-HIS-NEW-FIELD2    PIC  X(16).
               10 WRK-HIS-NEW-FIELD3    PIC  X(32).
               10 WRK-HIS-OLD-FIELD1    PIC  X(20).
               10 WRK-HIS-OLD-FIELD2    PIC  X(16).
               10 WRK-HIS-OLD-FIELD3    PIC  X(32).
               10 WRK-HIS-PROGRAM-NAME  PIC  X(08).
               10 WRK-HIS-AUDIT-DATE    PIC  X(06).
               10 WRK-HIS-AUDIT-TIME    PIC  X(06).
               10 FILLER                PIC  X(03).
      * A <table>_pending row
            05 WRK-PENDING-DATA REDEFINES WRK-ROW-DATA.
               10 WRK-PND-FIELD1        PIC  X(20).
               10 WRK-PND-FIELD2        PIC  X(16).
               10 WRK-PND-FIELD3        PIC  X(32).
               10 WRK-PND-EFF-DATE      PIC  X(06).
               10 FILLER                PIC  X(86).
      *
        FD  XLATE-FILE.
        01  XLATE-RECORD.
            05 XLT-SOURCE               PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 XLT-FIELD-ID             PIC  9(01).
            05 FILLER                   PIC  X(01).
            05 XLT-FROM-VALUE           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 XLT-TO-VALUE             PIC  X(32).
      *
        FD  XLATE-OUT-FILE.
        01  XLATE-OUT-RECORD            PIC  X(76).
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
      * Run plan working storage
        01  WS-PLAN-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-PLAN-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-PLAN-EOF                               VALUE 'Y'.
            88  WS-PLAN-NOT-EOF                           VALUE 'N'.
      *
      * Copy request working storage - the parameter entry the test
      * connection is read under, and the masking key. The key is part
      * of every masked value, so the same real value masks the same
      * way run after run only while the key is left alone - and no one
      * without the key can work a masked value back by masking guesses,
      * which is why there is no default key and a request without one
      * is refused
        01  WS-CONTROL-STATUS                 PIC  X(02) VALUE '00'.
        01  WS-TEST-PARAM-NAME                PIC  X(08) VALUE SPACES.
        01  WS-MASK-KEY                       PIC  9(08) VALUE ZERO.
      *
      * The test connection, read from the parameter source under the
      * request's entry name, with the rest of that entry's values -
      * only the connection fields and the retry settings are used
        01  WS-TEST-PARAMS.
            05 WS-TEST-HOST                   PIC  X(32).
            05 WS-TEST-USER                   PIC  X(32).
            05 WS-TEST-PASSWD                 PIC  X(32).
            05 WS-TEST-DBNAME                 PIC  X(32).
            05 WS-TEST-PORT                   PIC  9(05).
            05 WS-TEST-SOCKET                 PIC  X(32).
            05 WS-TEST-TABLE-NAME             PIC  X(32).
            05 WS-TEST-RUN-MODE               PIC  X(01).
            05 WS-TEST-CONNECT-MAX-RETRIES    PIC  9(02).
            05 WS-TEST-CONNECT-RETRY-DELAY    PIC  9(02).
            05 WS-TEST-INSERT-BATCH-SIZE      PIC  9(02).
            05 WS-TEST-REPORT-DATE            PIC  9(06).
            05 WS-TEST-REPORT-RUN-LIMIT       PIC  9(02).
            05 WS-TEST-PART-ID                PIC  9(02).
            05 WS-TEST-PART-COUNT             PIC  9(02).
            05 WS-TEST-PART-KEY-LOW           PIC  9(08).
            05 WS-TEST-PART-KEY-HIGH          PIC  9(08).
            05 WS-TEST-HIST-RETENTION-DAYS    PIC  9(04).
      *
      * Work file working storage
        01  WS-WORK-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-WORK-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-WORK-EOF                               VALUE 'Y'.
            88  WS-WORK-NOT-EOF                           VALUE 'N'.
      *
      * Translation rules working storage
        01  WS-XLATE-STATUS                   PIC  X(02) VALUE '00'.
        01  WS-XLATE-OUT-STATUS               PIC  X(02) VALUE '00'.
        01  WS-XLATE-EOF-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-XLATE-EOF                               VALUE 'Y'.
            88  WS-XLATE-NOT-EOF                           VALUE 'N'.
        01  WS-XLATE-RULES                    PIC  9(08) VALUE ZERO.
      *
      * Print file working storage - paginated copy summary
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
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Connection retry working storage
        01  WS-CONNECT-ATTEMPT                PIC  9(02) VALUE ZERO.
      *
      * The tables to copy - each table the run plan names, once
      * however many entries name it (a load and its pending release
      * are two entries for one table), with what the copy did to it
        01  WS-CPY-MAX                        PIC  9(02) VALUE 20.
        01  WS-CPY-COUNT                      PIC  9(02) VALUE ZERO.
        01  WS-CPY-TABLE.
            05 WS-CPY-ENTRY OCCURS 20.
               10 WS-CPY-TABLE-NAME        PIC  X(32).
               10 WS-CPY-LIVE-ROWS         PIC  9(08).
               10 WS-CPY-HIST-ROWS         PIC  9(08).
               10 WS-CPY-PEND-ROWS         PIC  9(08).
               10 WS-CPY-MASKED            PIC  9(08).
        01  C                                 PIC  S9(4) COMP VALUE 0.
        01  WS-CPY-FOUND-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-CPY-FOUND                               VALUE 'Y'.
      *
      * The table the current statement reads or writes - the plan
      * table itself, its <table>_history or its <table>_pending
        01  WS-TARGET-TABLE-NAME              PIC  X(40) VALUE SPACES.
        01  WS-TARGET-SUFFIX                  PIC  X(08) VALUE SPACES.
        01  WS-STMT-PTR                       PIC  S9(4) COMP.
        01  WS-LOAD-STATEMENT                 PIC  X(2000).
      *
      * One fetched <table>_history row - the same fetch shape as the
      * PCTB011B replay
        01  HIST-OP-TYPE                      PIC  X(01).
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
      * One fetched <table>_pending row's effective date - the same
      * fetch shape as the PCTB012B release
        01  WS-PEND-EFF-DATE                  PIC  X(06).
      *
      * Masking working storage. A value is masked whole: a hash of
      * the masking key and every character of the value seeds a
      * generator, and each digit or letter of the value is replaced
      * by the generator's next digit or letter of the same case.
      * Spaces and punctuation stay where they are, so a masked value
      * keeps its length and shape, and equal values - in the live
      * table, in either image of a history row, in a pending row -
      * always mask alike
        01  WS-MASK-IN                        PIC  X(32).
        01  WS-MASK-OUT                       PIC  X(32).
        01  WS-MASK-CHAR                      PIC  X(01).
        01  WS-MASK-POS                       PIC  S9(4) COMP.
        01  WS-MASK-PICK                      PIC  S9(4) COMP.
        01  WS-MASK-HASH                      PIC  9(12) COMP.
        01  WS-MASK-PRODUCT                   PIC  9(15) COMP.
        01  WS-MASK-QUOTIENT                  PIC  9(15) COMP.
        01  WS-MASK-MODULUS                   PIC  9(10) COMP
            VALUE 2147483647.
        01  WS-MASK-MULTIPLIER                PIC  9(05) COMP
            VALUE 48271.
        01  WS-MASK-DIGITS                    PIC  X(10)
            VALUE '0123456789'.
        01  WS-MASK-UPPER                     PIC  X(26)
            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01  WS-MASK-LOWER                     PIC  X(26)
            VALUE 'abcdefghijklmnopqrstuvwxyz'.
      *
      * Control totals for the closing banner
        01  WS-ROWS-UNLOADED                  PIC  9(08) VALUE ZERO.
        01  WS-ROWS-LOADED                    PIC  9(08) VALUE ZERO.
        01  WS-VALUES-MASKED                  PIC  9(08) VALUE ZERO.
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
      *        INCLUDE POCTBBAT REPLACING 'TTTTNNNB' BY 'PCTB023B'.

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB023B'                  TO POCTB-PROGRAM-NAME
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
      * The test connection's parameter entry and the masking key come
      * from the request file - without either the copy stops before
      * it touches a database, see POCTB-ACTION
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
           DISPLAY '*  COPY TO.....: ' WS-TEST-PARAM-NAME
                   '                         *'
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
      * Commit the work - on the test connection by now, the whole
      * refresh as one unit, so a copy that fails part way leaves the
      * test tables as they were
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
      * Control totals - rows through each leg, and values masked
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for copy to ' WS-TEST-PARAM-NAME
           DISPLAY 'Tables copied........: ' WS-CPY-COUNT
           DISPLAY 'Rows unloaded........: ' WS-ROWS-UNLOADED
           DISPLAY 'Rows loaded..........: ' WS-ROWS-LOADED
           DISPLAY 'Values masked........: ' WS-VALUES-MASKED
           DISPLAY 'Translation rules....: ' WS-XLATE-RULES
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
      * One request record - the parameter entry the test connection is
      * read under in the first eight columns, the masking key after
      * it. A missing file or a key that is not numeric leaves the
      * request incomplete, and POCTB-ACTION refuses it
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ CONTROL-FILE
              IF WS-CONTROL-STATUS = '00'
                 MOVE CTL-TEST-CONNECTION   TO WS-TEST-PARAM-NAME
                 IF CTL-MASK-KEY NUMERIC
                    MOVE CTL-MASK-KEY       TO WS-MASK-KEY
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
      * Nothing is read from production until the request is complete
      * and the test connection is known to be somewhere else
           IF WS-TEST-PARAM-NAME = SPACES
              MOVE 'CONTROL-READ: no test connection named - no copy'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           IF WS-MASK-KEY = ZERO
              MOVE 'CONTROL-READ: no masking key given - no copy'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           PERFORM TEST-PARAMS-READ
           PERFORM PLAN-LOAD
      *
           PERFORM PRINT-REPORT-OPEN
      *
      * First leg - every table unloaded from production, masked on
      * the way into the work file. Each cursor is read to its end and
      * closed before the next one opens
           PERFORM WORK-OPEN-OUTPUT
           PERFORM UNLOAD-ONE-TABLE
                   VARYING C FROM 1 BY 1
                   UNTIL C > WS-CPY-COUNT
           CLOSE WORK-FILE
      *
      * The translation rules go across with the tables, masked the
      * same way - a file copy, neither connection is involved
           PERFORM XLATE-COPY
      *
      * Production is finished with - nothing was changed there, so the
      * connection is closed without a commit and the test connection
      * takes its place
           PERFORM TEST-CONNECT
      *
      * Second leg - every table cleared on the test connection and
      * reloaded from the work file. The work file is left behind; it
      * holds masked values only, and the next copy overwrites it
           PERFORM WORK-OPEN-INPUT
           PERFORM WORK-READ
           PERFORM LOAD-ONE-TABLE
                   VARYING C FROM 1 BY 1
                   UNTIL C > WS-CPY-COUNT
           CLOSE WORK-FILE
      *
           PERFORM PRINT-COPY-LINE
                   VARYING C FROM 1 BY 1
                   UNTIL C > WS-CPY-COUNT
           PERFORM PRINT-REPORT-CLOSE
      *
           DISPLAY 'Ende POCTB-ACTION.'
      *
           .
        POCTB-ACTION-EXIT.
           EXIT.
      /
      **************************************************************************
      *  C O P Y   R E Q U E S T                                               *
      **************************************************************************
       TEST-PARAMS-READ SECTION.
      *
      * The test connection comes from the parameter source like any
      * program's own connection, read under the entry the request
      * names. An entry with no host and no database is taken as not
      * found, and an entry that points at the production database
      * itself is refused - the load clears every table it copies
           MOVE SPACES                      TO WS-TEST-PARAMS
           CALL "read_params"         USING WS-TEST-PARAM-NAME
                                            WS-TEST-HOST
                                            WS-TEST-USER
                                            WS-TEST-PASSWD
                                            WS-TEST-DBNAME
                                            WS-TEST-PORT
                                            WS-TEST-SOCKET
                                            WS-TEST-TABLE-NAME
                                            WS-TEST-RUN-MODE
                                            WS-TEST-CONNECT-MAX-RETRIES
                                            WS-TEST-CONNECT-RETRY-DELAY
                                            WS-TEST-INSERT-BATCH-SIZE
                                            WS-TEST-REPORT-DATE
                                            WS-TEST-REPORT-RUN-LIMIT
                                            WS-TEST-PART-ID
                                            WS-TEST-PART-COUNT
                                            WS-TEST-PART-KEY-LOW
                                            WS-TEST-PART-KEY-HIGH
                                            WS-TEST-HIST-RETENTION-DAYS
           END-CALL
      *
           INSPECT WS-TEST-HOST REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TEST-USER REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TEST-PASSWD REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TEST-DBNAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TEST-PORT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TEST-SOCKET REPLACING ALL LOW-VALUE BY SPACE
           IF WS-TEST-CONNECT-MAX-RETRIES NOT NUMERIC
              OR WS-TEST-CONNECT-MAX-RETRIES = ZERO
              MOVE 3
                   TO WS-TEST-CONNECT-MAX-RETRIES
           END-IF
           IF WS-TEST-CONNECT-RETRY-DELAY NOT NUMERIC
              OR WS-TEST-CONNECT-RETRY-DELAY = ZERO
              MOVE 2
                   TO WS-TEST-CONNECT-RETRY-DELAY
           END-IF
      *
           IF WS-TEST-HOST = SPACES
              AND WS-TEST-DBNAME = SPACES
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'TEST-PARAMS-READ: no connection under '
                                             DELIMITED BY SIZE
                     WS-TEST-PARAM-NAME      DELIMITED BY SPACE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           IF WS-TEST-HOST = SQLCA-HOST
              AND WS-TEST-DBNAME = SQLCA-DBNAME
              AND WS-TEST-PORT = SQLCA-PORT
              AND WS-TEST-SOCKET = SQLCA-SOCKET
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'TEST-PARAMS-READ: '    DELIMITED BY SIZE
                     WS-TEST-PARAM-NAME      DELIMITED BY SPACE
                     ' is the production database - no copy'
                                             DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           DISPLAY 'Test DBHOST............: ' WS-TEST-HOST
           DISPLAY 'Test DBNAME............: ' WS-TEST-DBNAME
           .
       TEST-PARAMS-READ-EXIT.
           EXIT.
      *************************************************************************
       PLAN-LOAD SECTION.
      *
      * The tables to copy are the ones the PCTB006B run plan names -
      * the plan is what the test database has to be able to run
           MOVE ZERO                        TO WS-CPY-COUNT
           SET WS-PLAN-NOT-EOF              TO TRUE
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'PLAN-LOAD: OPEN INPUT PLAN-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-PLAN-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           PERFORM UNTIL WS-PLAN-EOF
              READ PLAN-FILE
              AT END
                 SET WS-PLAN-EOF            TO TRUE
              NOT AT END
                 PERFORM PLAN-STORE-TABLE
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           DISPLAY 'Tables to copy.........: ' WS-CPY-COUNT
           IF WS-CPY-COUNT = ZERO
              MOVE 'PLAN-LOAD: run plan names no tables - nothing to do'
                                            TO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       PLAN-LOAD-EXIT.
           EXIT.
      *************************************************************************
       PLAN-STORE-TABLE SECTION.
      *
      * One plan line - its table goes in the list unless an earlier
      * line already put it there. Blank lines are skipped, as in
      * PCTB006B
           IF PLN-TABLE-NAME = SPACES
              CONTINUE
           ELSE
              MOVE 'N'                      TO WS-CPY-FOUND-FLAG
              PERFORM VARYING C FROM 1 BY 1
                      UNTIL C > WS-CPY-COUNT
                         OR WS-CPY-FOUND
                 IF WS-CPY-TABLE-NAME (C) = PLN-TABLE-NAME
                    SET WS-CPY-FOUND        TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-CPY-FOUND
                 IF WS-CPY-COUNT NOT < WS-CPY-MAX
                    MOVE SPACES             TO POCTB-ERROR-MESSAGE
                    STRING 'PLAN-STORE-TABLE: more than '
                                             DELIMITED BY SIZE
                           WS-CPY-MAX        DELIMITED BY SIZE
                           ' tables'         DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                    SET POCTB-ERROR         TO TRUE
                    PERFORM POCTB-STATUS
                 END-IF
                 ADD 1                      TO WS-CPY-COUNT
                 MOVE WS-CPY-COUNT          TO C
                 MOVE PLN-TABLE-NAME        TO WS-CPY-TABLE-NAME (C)
                 MOVE ZERO                  TO WS-CPY-LIVE-ROWS (C)
                 MOVE ZERO                  TO WS-CPY-HIST-ROWS (C)
                 MOVE ZERO                  TO WS-CPY-PEND-ROWS (C)
                 MOVE ZERO                  TO WS-CPY-MASKED (C)
              END-IF
           END-IF
           .
       PLAN-STORE-TABLE-EXIT.
           EXIT.
      *************************************************************************
       TARGET-NAME-BUILD SECTION.
      *
      * WS-TARGET-TABLE-NAME from the current table and the suffix in
      * WS-TARGET-SUFFIX - spaces for the table itself, '_history' or
      * '_pending' for its companions
           MOVE SPACES                      TO WS-TARGET-TABLE-NAME
           STRING WS-CPY-TABLE-NAME (C)     DELIMITED BY SPACE
                  WS-TARGET-SUFFIX          DELIMITED BY SPACE
                                      INTO WS-TARGET-TABLE-NAME
           END-STRING
           .
       TARGET-NAME-BUILD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  W O R K   F I L E   P R O C E S S I N G                               *
      **************************************************************************
       WORK-OPEN-OUTPUT SECTION.
      *
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'WORK-OPEN-OUTPUT: OPEN OUTPUT WORK-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-WORK-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       WORK-OPEN-OUTPUT-EXIT.
           EXIT.
      *************************************************************************
       WORK-WRITE SECTION.
      *
      * One masked row to the work file, tagged with its table
           MOVE C                           TO WRK-TABLE-NUM
           WRITE WORK-RECORD
           IF WS-WORK-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'WORK-WRITE: WRITE WORK-FILE failed, status '
                                             DELIMITED BY SIZE
                     WS-WORK-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           ADD 1                            TO WS-ROWS-UNLOADED
           .
       WORK-WRITE-EXIT.
           EXIT.
      *************************************************************************
       WORK-OPEN-INPUT SECTION.
      *
           SET WS-WORK-NOT-EOF              TO TRUE
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'WORK-OPEN-INPUT: OPEN INPUT WORK-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-WORK-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       WORK-OPEN-INPUT-EXIT.
           EXIT.
      *************************************************************************
       WORK-READ SECTION.
      *
      * Read-ahead - the load looks at the next record's table before
      * deciding whether it belongs to the table being loaded
           READ WORK-FILE
           AT END
              SET WS-WORK-EOF               TO TRUE
           END-READ
           .
       WORK-READ-EXIT.
           EXIT.
      /
      **************************************************************************
      *  M A S K I N G                                                         *
      **************************************************************************
       MASK-VALUE SECTION.
      *
      * WS-MASK-IN masked into WS-MASK-OUT. The hash runs over the key
      * and all 32 positions, trailing spaces included, so values that
      * differ anywhere mask differently and a value masks the same
      * whichever column or table it comes from. A blank value stays
      * blank and is not counted
           MOVE WS-MASK-IN                  TO WS-MASK-OUT
           IF WS-MASK-IN NOT = SPACES
              MOVE WS-MASK-KEY              TO WS-MASK-HASH
              PERFORM MASK-HASH-CHAR
                      VARYING WS-MASK-POS FROM 1 BY 1
                      UNTIL WS-MASK-POS > 32
      * The generator's state may never be zero - it would stay zero
              IF WS-MASK-HASH = ZERO
                 MOVE 1                     TO WS-MASK-HASH
              END-IF
              PERFORM MASK-ONE-CHAR
                      VARYING WS-MASK-POS FROM 1 BY 1
                      UNTIL WS-MASK-POS > 32
              ADD 1                         TO WS-VALUES-MASKED
      * A translation rule belongs to no table - C is zero for those
              IF C > ZERO
                 ADD 1                      TO WS-CPY-MASKED (C)
              END-IF
           END-IF
           .
       MASK-VALUE-EXIT.
           EXIT.
      *************************************************************************
       MASK-HASH-CHAR SECTION.
      *
      * One character into the hash, kept below the modulus
           COMPUTE WS-MASK-PRODUCT = WS-MASK-HASH * 31
                 + FUNCTION ORD (WS-MASK-IN (WS-MASK-POS:1))
           DIVIDE WS-MASK-PRODUCT BY WS-MASK-MODULUS
                  GIVING WS-MASK-QUOTIENT
                  REMAINDER WS-MASK-HASH
           .
       MASK-HASH-CHAR-EXIT.
           EXIT.
      *************************************************************************
       MASK-ONE-CHAR SECTION.
      *
      * The generator steps once per position, so a character's mask
      * depends on where it stands as well as on the whole value. A
      * digit becomes a digit, a letter a letter of the same case;
      * the space test comes first because ALPHABETIC-UPPER and
      * ALPHABETIC-LOWER both take a space as well
           COMPUTE WS-MASK-PRODUCT = WS-MASK-HASH * WS-MASK-MULTIPLIER
           DIVIDE WS-MASK-PRODUCT BY WS-MASK-MODULUS
                  GIVING WS-MASK-QUOTIENT
                  REMAINDER WS-MASK-HASH
           MOVE WS-MASK-IN (WS-MASK-POS:1)  TO WS-MASK-CHAR
           EVALUATE TRUE
           WHEN WS-MASK-CHAR = SPACE
              CONTINUE
           WHEN WS-MASK-CHAR IS NUMERIC
              DIVIDE WS-MASK-HASH BY 10
                     GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-PICK
              ADD 1                         TO WS-MASK-PICK
              MOVE WS-MASK-DIGITS (WS-MASK-PICK:1)
                                   TO WS-MASK-OUT (WS-MASK-POS:1)
           WHEN WS-MASK-CHAR IS ALPHABETIC-UPPER
              DIVIDE WS-MASK-HASH BY 26
                     GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-PICK
              ADD 1                         TO WS-MASK-PICK
              MOVE WS-MASK-UPPER (WS-MASK-PICK:1)
                                   TO WS-MASK-OUT (WS-MASK-POS:1)
           WHEN WS-MASK-CHAR IS ALPHABETIC-LOWER
              DIVIDE WS-MASK-HASH BY 26
                     GIVING WS-MASK-QUOTIENT
                     REMAINDER WS-MASK-PICK
              ADD 1                         TO WS-MASK-PICK
              MOVE WS-MASK-LOWER (WS-MASK-PICK:1)
                                   TO WS-MASK-OUT (WS-MASK-POS:1)
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       MASK-ONE-CHAR-EXIT.
           EXIT.
      /
      **************************************************************************
      *  T R A N S L A T I O N   R U L E S                                     *
      **************************************************************************
       XLATE-COPY SECTION.
      *
      * PCTB003B.XLT copied to PCTB023B.XLT with each rule's target
      * value masked - a FIELD2 rule over the 16 positions FIELD2
      * has, so it masks exactly as the copied FIELD2 values do, any
      * other over all 32. Source, field and the value a feed sends
      * are copied as they are, and blank lines stay where they were.
      * No rules file at production means none on the test side
      * either, so the copy is then written empty
           MOVE ZERO                        TO WS-XLATE-RULES
           MOVE ZERO                        TO C
           OPEN OUTPUT XLATE-OUT-FILE
           IF WS-XLATE-OUT-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'XLATE-COPY: OPEN OUTPUT XLATE-OUT-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-XLATE-OUT-STATUS     DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           SET WS-XLATE-NOT-EOF             TO TRUE
           OPEN INPUT XLATE-FILE
           IF WS-XLATE-STATUS NOT = '00'
              DISPLAY 'No translation rules file - none copied'
           ELSE
              PERFORM UNTIL WS-XLATE-EOF
                 READ XLATE-FILE
                 AT END
                    SET WS-XLATE-EOF        TO TRUE
                 NOT AT END
                    PERFORM XLATE-COPY-RULE
                 END-READ
              END-PERFORM
              CLOSE XLATE-FILE
           END-IF
           CLOSE XLATE-OUT-FILE
           DISPLAY 'Translation rules copied: ' WS-XLATE-RULES
           .
       XLATE-COPY-EXIT.
           EXIT.
      *************************************************************************
       XLATE-COPY-RULE SECTION.
      *
      * One rules line through to the copy, its target value masked
           IF XLT-SOURCE NOT = SPACES
              ADD 1                         TO WS-XLATE-RULES
              IF XLT-FIELD-ID = 2
                 MOVE XLT-TO-VALUE (1:16)   TO WS-MASK-IN
                 PERFORM MASK-VALUE
                 MOVE WS-MASK-OUT (1:16)    TO XLT-TO-VALUE
              ELSE
                 MOVE XLT-TO-VALUE          TO WS-MASK-IN
                 PERFORM MASK-VALUE
                 MOVE WS-MASK-OUT           TO XLT-TO-VALUE
              END-IF
           END-IF
           WRITE XLATE-OUT-RECORD           FROM XLATE-RECORD
           IF WS-XLATE-OUT-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'XLATE-COPY-RULE: WRITE XLATE-OUT-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-XLATE-OUT-STATUS     DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       XLATE-COPY-RULE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  U N L O A D   F R O M   P R O D U C T I O N                           *
      **************************************************************************
       UNLOAD-ONE-TABLE SECTION.
      *
      * One table's three tables into the work file - the live rows,
      * the whole of its history in audit order, and whatever is still
      * pending release
           DISPLAY 'Unload table...........: ' WS-CPY-TABLE-NAME (C)
           MOVE SPACES                      TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           PERFORM UNLOAD-LIVE-ROWS
           MOVE '_history'                  TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           PERFORM UNLOAD-HISTORY-ROWS
           MOVE '_pending'                  TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           PERFORM UNLOAD-PENDING-ROWS
           .
       UNLOAD-ONE-TABLE-EXIT.
           EXIT.
      *************************************************************************
        UNLOAD-LIVE-ROWS SECTION.
      *
      * Cursor over every row of the live table
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 12             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE CPYLIVE CURSOR FOR
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
DBPRE       MOVE 13             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *          OPEN CPYLIVE
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT FIELD1, FIELD2, FIELD3 ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       WS-TARGET-TABLE-NAME DELIMITED BY SPACE
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
               PERFORM UNLOAD-LIVE-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 14             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH CPYLIVE
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
                    PERFORM UNLOAD-LIVE-ROW
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
      *        CLOSE CPYLIVE
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
        UNLOAD-LIVE-ROWS-EXIT.
           EXIT.
      *************************************************************************
       UNLOAD-LIVE-ROW SECTION.
      *
      * One live row, FIELD2 and FIELD3 masked, to the work file
           INSPECT FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES                      TO WORK-RECORD
           SET WRK-LIVE-ROW                 TO TRUE
           MOVE FIELD1                      TO WRK-LIV-FIELD1
           MOVE FIELD2                      TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-LIV-FIELD2
           MOVE FIELD3                      TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-LIV-FIELD3
           PERFORM WORK-WRITE
           .
       UNLOAD-LIVE-ROW-EXIT.
           EXIT.
      *************************************************************************
        UNLOAD-HISTORY-ROWS SECTION.
      *
      * Cursor over the whole of <table>_history, every column, in
      * audit order so the test trail reads as production's does
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 16             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE CPYHIST CURSOR FOR
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
DBPRE *          OPEN CPYHIST
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
DBPRE       WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE       ' ' DELIMITED SIZE
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
               PERFORM UNLOAD-HISTORY-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 18             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH CPYHIST
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
                    PERFORM UNLOAD-HISTORY-ROW
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
      *        CLOSE CPYHIST
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
        UNLOAD-HISTORY-ROWS-EXIT.
           EXIT.
      *************************************************************************
       UNLOAD-HISTORY-ROW SECTION.
      *
      * One history row to the work file, both images masked the same
      * way as the live table so a key's trail still lines up with its
      * row. A NULL column comes back from the fetch as LOW-VALUES and
      * goes to the work file as spaces, which the load writes back
      * as NULLs
           INSPECT HIST-OP-TYPE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-NEW-FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-NEW-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-NEW-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-OLD-FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-PROGRAM-NAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-AUDIT-DATE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HIST-AUDIT-TIME REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES                      TO WORK-RECORD
           SET WRK-HISTORY-ROW              TO TRUE
           MOVE HIST-OP-TYPE                TO WRK-HIS-OP-TYPE
           MOVE HIST-NEW-FIELD1             TO WRK-HIS-NEW-FIELD1
           MOVE HIST-NEW-FIELD2             TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-HIS-NEW-FIELD2
           MOVE HIST-NEW-FIELD3             TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-HIS-NEW-FIELD3
           MOVE HIST-OLD-FIELD1             TO WRK-HIS-OLD-FIELD1
           MOVE HIST-OLD-FIELD2             TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-HIS-OLD-FIELD2
           MOVE HIST-OLD-FIELD3             TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-HIS-OLD-FIELD3
           MOVE HIST-PROGRAM-NAME           TO WRK-HIS-PROGRAM-NAME
           MOVE HIST-AUDIT-DATE             TO WRK-HIS-AUDIT-DATE
           MOVE HIST-AUDIT-TIME             TO WRK-HIS-AUDIT-TIME
           PERFORM WORK-WRITE
           .
       UNLOAD-HISTORY-ROW-EXIT.
           EXIT.
      *************************************************************************
        UNLOAD-PENDING-ROWS SECTION.
      *
      * Cursor over every row of <table>_pending - rows held for a
      * later effective date, released by PCTB012B
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 20             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE CPYPEND CURSOR FOR
DBPRE *        SELECT FIELD1, FIELD2, FIELD3, EFF_DATE
DBPRE *        INTO :FIELD1 :FIELD2 :FIELD3 :WS-PEND-EFF-DATE
DBPRE *        FROM example_table_pending
DBPRE *     END-EXEC.
            EVALUATE TRUE
            WHEN DB-OK
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE
      *
DBPRE       MOVE 21             TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *          OPEN CPYPEND
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 1
DBPRE          SET DB-CURSOR-ALREADY-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE       MOVE 1 TO SQLCA-CURSOR-CTRL (1)
DBPRE       MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE       STRING
DBPRE       'SELECT FIELD1, FIELD2, FIELD3, EFF_DATE ' DELIMITED SIZE
DBPRE       'FROM ' DELIMITED SIZE
DBPRE       WS-TARGET-TABLE-NAME DELIMITED BY SPACE
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
DBPRE                                          WS-PEND-EFF-DATE
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
               PERFORM UNLOAD-PENDING-ROW
            WHEN DB-NOT-FOUND
               CONTINUE
            WHEN OTHER
               PERFORM DB-STATUS
            END-EVALUATE

            PERFORM UNTIL NOT DB-OK
DBPRE          MOVE 22             TO SQLCA-SEQUENCE
      *        EXEC SQL
DBPRE *           FETCH CPYPEND
DBPRE *        END-EXEC.
DBPRE       IF SQLCA-CURSOR-CTRL (1) = 0
DBPRE          SET DB-CURSOR-NOT-OPEN TO TRUE
DBPRE          PERFORM DB-STATUS
DBPRE       END-IF
DBPRE          CALL 'MySQL_fetch_row' USING SQLCA-RESULT (1)
DBPRE                                          FIELD1
DBPRE                                          FIELD2
DBPRE                                          FIELD3
DBPRE                                          WS-PEND-EFF-DATE
DBPRE          END-CALL
DBPRE          IF SQLCA-RESULT (1) = NULL
DBPRE             MOVE 100 TO SQLCODE
DBPRE          ELSE
DBPRE             MOVE 0 TO SQLCODE
DBPRE          END-IF
               EVALUATE TRUE
                 WHEN DB-OK
                    PERFORM UNLOAD-PENDING-ROW
                 WHEN DB-NOT-FOUND
                    CONTINUE
                 WHEN OTHER
                    PERFORM DB-STATUS
               END-EVALUATE
            END-PERFORM
            SET DB-OK                      TO TRUE
      *
DBPRE       MOVE 23             TO SQLCA-SEQUENCE
      *     EXEC SQL
      *        CLOSE CPYPEND
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
        UNLOAD-PENDING-ROWS-EXIT.
           EXIT.
      *************************************************************************
       UNLOAD-PENDING-ROW SECTION.
      *
      * One pending row, masked like the live table, to the work file
           INSPECT FIELD1 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD2 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FIELD3 REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PEND-EFF-DATE REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES                      TO WORK-RECORD
           SET WRK-PENDING-ROW              TO TRUE
           MOVE FIELD1                      TO WRK-PND-FIELD1
           MOVE FIELD2                      TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-PND-FIELD2
           MOVE FIELD3                      TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT                 TO WRK-PND-FIELD3
           MOVE WS-PEND-EFF-DATE            TO WRK-PND-EFF-DATE
           PERFORM WORK-WRITE
           .
       UNLOAD-PENDING-ROW-EXIT.
           EXIT.
      /
      **************************************************************************
      *  S W I T C H   T O   T H E   T E S T   C O N N E C T I O N             *
      **************************************************************************
       TEST-CONNECT SECTION.
      *
      * Close production and connect to the test database in its place,
      * with the same retry and backoff as the framework's own connect
      * but the test entry's retry settings. Everything after this -
      * the load, the commit, a rollback on failure - goes to the test
      * database
           DISPLAY 'Switch to test.........: ' WS-TEST-PARAM-NAME
DBPRE      MOVE 24            TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        CLOSE DB
DBPRE          CALL "MySQL_close"
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE    TO SQLCODE
DBPRE *    END-EXEC.
           PERFORM DB-STATUS
      *
           MOVE WS-TEST-HOST                TO SQLCA-HOST
           MOVE WS-TEST-USER                TO SQLCA-USER
           MOVE WS-TEST-PASSWD              TO SQLCA-PASSWD
           MOVE WS-TEST-DBNAME              TO SQLCA-DBNAME
           MOVE WS-TEST-PORT                TO SQLCA-PORT
           MOVE WS-TEST-SOCKET              TO SQLCA-SOCKET
           MOVE WS-TEST-CONNECT-MAX-RETRIES TO POCTB-CONNECT-MAX-RETRIES
           MOVE WS-TEST-CONNECT-RETRY-DELAY TO POCTB-CONNECT-RETRY-DELAY
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
DBPRE      MOVE 25            TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       INIT DB
           MOVE ZERO                        TO WS-CONNECT-ATTEMPT
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
      *
DBPRE      MOVE 26            TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       CONNECT DB
           MOVE ZERO                        TO WS-CONNECT-ATTEMPT
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
           .
       TEST-CONNECT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  L O A D   T O   T H E   T E S T   D A T A B A S E                     *
      **************************************************************************
       LOAD-ONE-TABLE SECTION.
      *
      * One table's three tables cleared on the test connection and
      * loaded with its work-file records - the work file is in table
      * order, so the records for this table are the ones up to the
      * next table's first. The companions are cleared ahead of the
      * live table, the reverse of the order the loaders write them
           DISPLAY 'Load table.............: ' WS-CPY-TABLE-NAME (C)
           MOVE '_pending'                  TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           MOVE 27                          TO SQLCA-SEQUENCE
           PERFORM TEST-TABLE-CLEAR
           MOVE '_history'                  TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           MOVE 28                          TO SQLCA-SEQUENCE
           PERFORM TEST-TABLE-CLEAR
           MOVE SPACES                      TO WS-TARGET-SUFFIX
           PERFORM TARGET-NAME-BUILD
           MOVE 29                          TO SQLCA-SEQUENCE
           PERFORM TEST-TABLE-CLEAR
      *
           PERFORM LOAD-ONE-ROW
                   UNTIL WS-WORK-EOF
                      OR WRK-TABLE-NUM NOT = C
           .
       LOAD-ONE-TABLE-EXIT.
           EXIT.
      *************************************************************************
       TEST-TABLE-CLEAR SECTION.
      *
      * Every row of WS-TARGET-TABLE-NAME on the test connection goes -
      * the copy replaces the test table, it does not merge into it.
      * The caller has set SQLCA-SEQUENCE for the step
      *    EXEC SQL
DBPRE *       DELETE
DBPRE *       FROM example_table
DBPRE *    END-EXEC.
DBPRE      MOVE LOW-VALUES TO SQLCA-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'DELETE ' DELIMITED SIZE
DBPRE      'FROM ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      INTO SQLCA-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING SQLCA-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE TO SQLCODE
           EVALUATE TRUE
             WHEN DB-OK
                CONTINUE
             WHEN OTHER
                PERFORM DB-STATUS
           END-EVALUATE
           .
       TEST-TABLE-CLEAR-EXIT.
           EXIT.
      *************************************************************************
       LOAD-ONE-ROW SECTION.
      *
      * The current work-file record into the table its kind names,
      * counted against the table, then the next record read ahead
           EVALUATE TRUE
           WHEN WRK-LIVE-ROW
              MOVE SPACES                   TO WS-TARGET-SUFFIX
              PERFORM TARGET-NAME-BUILD
              MOVE 30                       TO SQLCA-SEQUENCE
              PERFORM LOAD-LIVE-INSERT
              ADD 1                         TO WS-CPY-LIVE-ROWS (C)
           WHEN WRK-HISTORY-ROW
              MOVE '_history'               TO WS-TARGET-SUFFIX
              PERFORM TARGET-NAME-BUILD
              MOVE 31                       TO SQLCA-SEQUENCE
              PERFORM LOAD-HISTORY-INSERT
              ADD 1                         TO WS-CPY-HIST-ROWS (C)
           WHEN WRK-PENDING-ROW
              MOVE '_pending'               TO WS-TARGET-SUFFIX
              PERFORM TARGET-NAME-BUILD
              MOVE 32                       TO SQLCA-SEQUENCE
              PERFORM LOAD-PENDING-INSERT
              ADD 1                         TO WS-CPY-PEND-ROWS (C)
           WHEN OTHER
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'LOAD-ONE-ROW: unknown work record kind '
                                             DELIMITED BY SIZE
                     WRK-ROW-KIND            DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-EVALUATE
           ADD 1                            TO WS-ROWS-LOADED
           PERFORM WORK-READ
           .
       LOAD-ONE-ROW-EXIT.
           EXIT.
      *************************************************************************
       LOAD-LIVE-INSERT SECTION.
      *
      * One live row, already masked, into the test table
      *    EXEC SQL
DBPRE *       INSERT INTO example_table
DBPRE *       (FIELD1, FIELD2, FIELD3)
DBPRE *       VALUES (:FIELD1, :FIELD2, :FIELD3)
DBPRE *    END-EXEC.
DBPRE      MOVE LOW-VALUES TO WS-LOAD-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( FIELD1, FIELD2, FIELD3 ) ' DELIMITED SIZE
DBPRE      'VALUES ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-LIV-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-LIV-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-LIV-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-LOAD-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       LOAD-LIVE-INSERT-EXIT.
           EXIT.
      *************************************************************************
       LOAD-HISTORY-INSERT SECTION.
      *
      * One history row into the test trail as production recorded it -
      * operation, both images (a blank key going back in as NULLs, as
      * the loaders write the unused image), and the original program,
      * date and time, so the test trail replays as production's does
      *    EXEC SQL
DBPRE *       INSERT INTO example_table_history
DBPRE *       (OPERATION_TYPE, NEW_FIELD1, NEW_FIELD2, NEW_FIELD3,
DBPRE *        OLD_FIELD1, OLD_FIELD2, OLD_FIELD3,
DBPRE *        PROGRAM_NAME, AUDIT_DATE, AUDIT_TIME)
DBPRE *       VALUES (...)
DBPRE *    END-EXEC.
DBPRE      MOVE LOW-VALUES TO WS-LOAD-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
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
DBPRE      WRK-HIS-OP-TYPE DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE      IF WRK-HIS-NEW-FIELD1 = SPACES
DBPRE      STRING
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE      ELSE
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-NEW-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-NEW-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-NEW-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE      END-IF
DBPRE      IF WRK-HIS-OLD-FIELD1 = SPACES
DBPRE      STRING
DBPRE      'NULL, NULL, NULL, ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE      ELSE
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-OLD-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-OLD-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-OLD-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE      END-IF
DBPRE      STRING
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-HIS-PROGRAM-NAME DELIMITED BY SPACE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WRK-HIS-AUDIT-DATE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WRK-HIS-AUDIT-TIME DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-LOAD-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       LOAD-HISTORY-INSERT-EXIT.
           EXIT.
      *************************************************************************
       LOAD-PENDING-INSERT SECTION.
      *
      * One pending row, already masked, into the test table with its
      * effective date, so PCTB012B on test releases it when production
      * would
      *    EXEC SQL
DBPRE *       INSERT INTO example_table_pending
DBPRE *       (FIELD1, FIELD2, FIELD3, EFF_DATE)
DBPRE *       VALUES (:FIELD1, :FIELD2, :FIELD3, :WS-PEND-EFF-DATE)
DBPRE *    END-EXEC.
DBPRE      MOVE LOW-VALUES TO WS-LOAD-STATEMENT
DBPRE      MOVE 1 TO WS-STMT-PTR
DBPRE      STRING
DBPRE      'INSERT ' DELIMITED SIZE
DBPRE      'INTO ' DELIMITED SIZE
DBPRE      WS-TARGET-TABLE-NAME DELIMITED BY SPACE
DBPRE      ' ' DELIMITED SIZE
DBPRE      '( FIELD1, FIELD2, FIELD3, EFF_DATE ) ' DELIMITED SIZE
DBPRE      'VALUES ' DELIMITED SIZE
DBPRE      '( ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-PND-FIELD1 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-PND-FIELD2 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      WRK-PND-FIELD3 DELIMITED SIZE
DBPRE      QUOTE DELIMITED SIZE
DBPRE      ', ' DELIMITED SIZE
DBPRE      WRK-PND-EFF-DATE DELIMITED SIZE
DBPRE      ') ' DELIMITED SIZE
DBPRE      INTO WS-LOAD-STATEMENT
DBPRE      WITH POINTER WS-STMT-PTR
DBPRE      END-STRING
DBPRE          CALL 'MySQL_query' USING WS-LOAD-STATEMENT
DBPRE          END-CALL
DBPRE          MOVE RETURN-CODE        TO SQLCODE
DBPRE          IF NOT DB-OK
DBPRE             PERFORM DB-STATUS
DBPRE          END-IF
           .
       LOAD-PENDING-INSERT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  P R I N T   F I L E   P R O C E S S I N G                             *
      **************************************************************************
       PRINT-REPORT-OPEN SECTION.
      *
      * One fresh summary per run - opened OUTPUT, not EXTEND, since
      * each copy's summary is a complete report in its own right
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
      * Title line carries program/test connection/run date/page,
      * followed by the column headers - written on the first page and
      * again after every page break
           IF WS-PRINT-OPEN
              ADD 1                           TO WS-PRINT-PAGE-NUM
              MOVE SPACES                     TO PRINT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - masked copy to ' DELIMITED SIZE
                     WS-TEST-PARAM-NAME DELIMITED BY SPACE
                     ' (' DELIMITED SIZE
                     WS-TEST-DBNAME DELIMITED BY SPACE
                     ')   run 20' DELIMITED SIZE
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
              MOVE 'TABLE'                    TO PRINT-RECORD(1:5)
              MOVE 'LIVE ROWS'                TO PRINT-RECORD(35:9)
              MOVE 'HISTORY ROWS'             TO PRINT-RECORD(47:12)
              MOVE 'PENDING ROWS'             TO PRINT-RECORD(62:12)
              MOVE 'VALUES MASKED'            TO PRINT-RECORD(77:13)
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              MOVE '-----'                    TO PRINT-RECORD(1:5)
              MOVE '---------'                TO PRINT-RECORD(35:9)
              MOVE '------------'             TO PRINT-RECORD(47:12)
              MOVE '------------'             TO PRINT-RECORD(62:12)
              MOVE '-------------'            TO PRINT-RECORD(77:13)
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
       PRINT-COPY-LINE SECTION.
      *
      * One table - the rows loaded into each of its three tables on
      * the test connection and the values masked on the way
           MOVE SPACES                        TO PRINT-RECORD
           MOVE WS-CPY-TABLE-NAME (C)         TO PRINT-RECORD(1:32)
           MOVE WS-CPY-LIVE-ROWS (C)          TO PRINT-RECORD(36:8)
           MOVE WS-CPY-HIST-ROWS (C)          TO PRINT-RECORD(51:8)
           MOVE WS-CPY-PEND-ROWS (C)          TO PRINT-RECORD(66:8)
           MOVE WS-CPY-MASKED (C)             TO PRINT-RECORD(82:8)
           PERFORM PRINT-REPORT-LINE
           .
       PRINT-COPY-LINE-EXIT.
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
              STRING 'Tables copied: ' DELIMITED SIZE
                     WS-CPY-COUNT DELIMITED SIZE
                     '   rows loaded: ' DELIMITED SIZE
                     WS-ROWS-LOADED DELIMITED SIZE
                     '   values masked: ' DELIMITED SIZE
                     WS-VALUES-MASKED DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Translation rules copied to PCTB023B.XLT: '
                     DELIMITED SIZE
                     WS-XLATE-RULES DELIMITED SIZE
                     '   target values masked' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'FIELD2 and FIELD3 masked - test host '
                     DELIMITED SIZE
                     WS-TEST-HOST DELIMITED BY SPACE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              CLOSE PRINT-FILE
              MOVE 'N'                        TO WS-PRINT-OPEN-FLAG
           END-IF
           .
       PRINT-REPORT-CLOSE-EXIT.
           EXIT.
