      * dbpre V 0.2: PCTB019B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB019B.
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
      * The receivers' acknowledgements of the PCTB016B delta feed -
      * one header per receiver and business date, each followed by
      * the keys that receiver rejected. Acknowledgements for other
      * tables are left for those tables' runs
           SELECT ACK-FILE            ASSIGN TO 'PCTB019B.ACK'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ACK-STATUS.
      *
      * PCTB016B's sent log - what each night's delta carried, the
      * record count and every key, to match the acknowledgements to
           SELECT SENT-FILE           ASSIGN TO 'PCTB016B.SNT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-SENT-STATUS.
      *
      * Receiver list - one record per receiver of a table's delta,
      * with the first business date it receives and how many days
      * its acknowledgement may take before it is reported missing
           SELECT RECEIVER-FILE       ASSIGN TO 'PCTB019B.RCV'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-RCV-STATUS.
      *
      * Acknowledgement register - one record appended per receiver
      * and business date acknowledged, with how it matched. The
      * latest record for a receiver and date is the one that counts
           SELECT REGISTER-FILE       ASSIGN TO 'PCTB019B.REG'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-REG-STATUS.
      *
      * Acknowledgement report - paginated 132-column print file, one
      * line per acknowledgement matched, each mismatch and rejected
      * key under it, and every acknowledgement still missing
           SELECT PRINT-FILE          ASSIGN TO 'PCTB019B.PRT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB019B.ERRLOG'
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
        FD  ACK-FILE.
        COPY PCTBACK.
      *
        FD  SENT-FILE.
        COPY PCTBSNT.
      *
        FD  RECEIVER-FILE.
        01  RCV-RECORD.
            05 RCV-RECEIVER             PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 RCV-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 RCV-START-DATE           PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 RCV-GRACE-DAYS           PIC  9(02).
      *
        FD  REGISTER-FILE.
        01  REG-RECORD.
            05 REG-RECEIVER             PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 REG-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 REG-BUS-DATE             PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 REG-STATUS               PIC  X(01).
               88 REG-CLEAN                         VALUE 'C'.
               88 REG-MISMATCH                      VALUE 'M'.
               88 REG-REJECTS                       VALUE 'R'.
            05 FILLER                   PIC  X(01).
            05 REG-SENT-COUNT           PIC  9(08).
            05 FILLER                   PIC  X(01).
            05 REG-ACCEPTED             PIC  9(08).
            05 FILLER                   PIC  X(01).
            05 REG-REJECTED             PIC  9(08).
            05 FILLER                   PIC  X(01).
            05 REG-ACK-DATE             PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 REG-ACK-TIME             PIC  9(06).
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
      * Print file working storage - paginated acknowledgement report
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
      * One report line - the acknowledgement view and the rejected
      * key view share the columns after the business date
        01  WS-PRT-LINE.
            05 PL-TYPE                        PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 PL-RECEIVER                    PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 PL-BUS-DATE                    PIC  X(06).
            05 FILLER                         PIC  X(01).
            05 PL-BODY                        PIC  X(107).
            05 PL-ACK-BODY REDEFINES PL-BODY.
               10 PL-SENT                     PIC  Z(07)9.
               10 FILLER                      PIC  X(01).
               10 PL-ACCEPTED                 PIC  Z(07)9.
               10 FILLER                      PIC  X(01).
               10 PL-REJECTED                 PIC  Z(07)9.
               10 FILLER                      PIC  X(01).
               10 PL-STATUS                   PIC  X(10).
               10 FILLER                      PIC  X(01).
               10 PL-ACK-TEXT                 PIC  X(69).
            05 PL-REJ-BODY REDEFINES PL-BODY.
               10 PL-KEY                      PIC  X(08).
               10 FILLER                      PIC  X(01).
               10 PL-REASON-CODE              PIC  X(04).
               10 FILLER                      PIC  X(01).
               10 PL-REASON-TEXT              PIC  X(40).
               10 FILLER                      PIC  X(01).
               10 PL-SENT-ACTION              PIC  X(08).
               10 FILLER                      PIC  X(01).
               10 PL-LIVE-TEXT                PIC  X(43).
      *
      * Input file working storage
        01  WS-ACK-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-ACK-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-ACK-EOF                                 VALUE 'Y'.
            88  WS-ACK-NOT-EOF                             VALUE 'N'.
        01  WS-SENT-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-SENT-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-SENT-EOF                                VALUE 'Y'.
            88  WS-SENT-NOT-EOF                            VALUE 'N'.
        01  WS-RCV-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-RCV-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-RCV-EOF                                 VALUE 'Y'.
            88  WS-RCV-NOT-EOF                             VALUE 'N'.
        01  WS-REG-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-REG-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-REG-EOF                                 VALUE 'Y'.
            88  WS-REG-NOT-EOF                             VALUE 'N'.
        01  WS-REG-OPEN-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-REG-OPEN                                VALUE 'Y'.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Connection retry working storage
        01  WS-CONNECT-ATTEMPT                PIC  9(02) VALUE ZERO.
      *
      * The date acknowledgements are due by - the report date
      * parameter, or the run date when ZERO - and the window of sent
      * deltas kept in view. A send older than the window is no longer
      * chased
        01  WS-ASOF-DATE                      PIC  9(06) VALUE ZERO.
        01  WS-ASOF-INT                       PIC  9(08) VALUE ZERO.
        01  WS-DATE-INT                       PIC  9(08) VALUE ZERO.
        01  WS-AGE-DAYS                       PIC S9(08) VALUE ZERO.
        01  WS-AGE-EDIT                       PIC  Z(07)9.
        01  WS-WINDOW-DAYS                    PIC  9(03) VALUE 366.
      * Date and time as one comparable stamp - a send, and the
      * processing of an acknowledgement, are ordered by it
        01  WS-STAMP                          PIC  9(12) VALUE ZERO.
        01  WS-NOW-STAMP                      PIC  9(12) VALUE ZERO.
      *
      * The table's completed sends in the window, one per business
      * date - a later send for the same date replaces the earlier
        01  WS-SNT-MAX                        PIC  9(04) VALUE 400.
        01  WS-SNT-COUNT                      PIC  9(04) VALUE ZERO.
        01  WS-SNT-TABLE.
            05 WS-SNT-ENTRY OCCURS 400.
               10 WS-SNT-BUS-DATE          PIC  9(06).
               10 WS-SNT-STAMP             PIC  9(12).
               10 WS-SNT-REC-COUNT         PIC  9(08).
        01  S1                                PIC  S9(4) COMP VALUE 0.
        01  WS-SNT-SUB                        PIC  S9(4) COMP VALUE 0.
      *
      * The table's receivers, each with the stamp of the latest
      * acknowledgement registered against each send in the window -
      * a send is confirmed when that stamp is later than the send's
        01  WS-RCV-MAX                        PIC  9(02) VALUE 20.
        01  WS-RCV-COUNT                      PIC  9(02) VALUE ZERO.
        01  WS-RCV-TABLE.
            05 WS-RCV-ENTRY OCCURS 20.
               10 WS-RCV-ID                PIC  X(08).
               10 WS-RCV-START-DATE        PIC  9(06).
               10 WS-RCV-GRACE-DAYS        PIC  9(02).
               10 WS-RCV-ACKED             PIC  9(12) OCCURS 400.
        01  R1                                PIC  S9(4) COMP VALUE 0.
        01  WS-RCV-SUB                        PIC  S9(4) COMP VALUE 0.
      *
      * The acknowledgement in hand - its header, and its rejected
      * keys with what the delta sent for each
        01  WS-ACK-GROUP-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-ACK-IN-GROUP                            VALUE 'Y'.
        01  WS-ACK-SKIP-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-ACK-SKIP                                VALUE 'Y'.
        01  WS-ACK-RECEIVER                   PIC  X(08) VALUE SPACES.
        01  WS-ACK-BUS-DATE                   PIC  9(06) VALUE ZERO.
        01  WS-ACK-BUS-DATE-X REDEFINES WS-ACK-BUS-DATE
                                              PIC  X(06).
        01  WS-ACK-ACCEPTED                   PIC  9(08) VALUE ZERO.
        01  WS-ACK-REJECTED                   PIC  9(08) VALUE ZERO.
        01  WS-ACK-REJ-READ                   PIC  9(08) VALUE ZERO.
        01  WS-ACK-TOTAL                      PIC  9(09) VALUE ZERO.
        01  WS-ACK-RESULT                     PIC  X(01) VALUE SPACE.
            88  WS-ACK-CLEAN                               VALUE 'C'.
            88  WS-ACK-MISMATCH                            VALUE 'M'.
            88  WS-ACK-HAS-REJECTS                         VALUE 'R'.
        01  WS-ARJ-MAX                        PIC  9(04) VALUE 1000.
        01  WS-ARJ-COUNT                      PIC  9(04) VALUE ZERO.
        01  WS-ARJ-TABLE.
            05 WS-ARJ-ENTRY OCCURS 1000.
               10 WS-ARJ-KEY               PIC  X(08).
               10 WS-ARJ-REASON-CODE       PIC  X(04).
               10 WS-ARJ-REASON-TEXT       PIC  X(40).
      * The action the delta sent the key with - space, not sent
               10 WS-ARJ-SENT-ACTION       PIC  X(01).
        01  A1                                PIC  S9(4) COMP VALUE 0.
        01  WS-MSG-COUNT-1                    PIC  Z(07)9.
        01  WS-MSG-COUNT-2                    PIC  Z(07)9.
      *
      * One live row, read back for a rejected key
        01  WS-LIVE-FOUND-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-LIVE-FOUND                              VALUE 'Y'.
        01  WS-LIVE-KEY                       PIC  X(08) VALUE SPACES.
      *
      * Control totals for the closing banner
        01  WS-ACKS-READ                      PIC  9(08) VALUE ZERO.
        01  WS-ACKS-OTHER-TABLE               PIC  9(08) VALUE ZERO.
        01  WS-ACKS-CLEAN                     PIC  9(08) VALUE ZERO.
        01  WS-ACKS-MISMATCHED                PIC  9(08) VALUE ZERO.
        01  WS-ACKS-WITH-REJECTS              PIC  9(08) VALUE ZERO.
        01  WS-ACKS-ALREADY-DONE              PIC  9(08) VALUE ZERO.
        01  WS-ACKS-UNMATCHED                 PIC  9(08) VALUE ZERO.
        01  WS-KEYS-REJECTED                  PIC  9(08) VALUE ZERO.
        01  WS-KEYS-NOT-SENT                  PIC  9(08) VALUE ZERO.
        01  WS-ACKS-MISSING                   PIC  9(08) VALUE ZERO.
        01  WS-BAD-RECORDS                    PIC  9(08) VALUE ZERO.
        01  WS-EXCEPTION-COUNT                PIC  9(08) VALUE ZERO.
      *
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
      *        INCLUDE POCTBBAT REPLACING 'TTTTNNNB' BY 'PCTB019B'.

----+-*--1-!--+----2----+----3----+----4----+----5----+----6----+----7-!--+----8
      *
           MOVE 'PCTB019B'                  TO POCTB-PROGRAM-NAME
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
      * Acknowledgements are due as of the report date, or today when
      * no report date is given
           IF POCTB-REPORT-DATE NOT = ZERO
              MOVE POCTB-REPORT-DATE        TO WS-ASOF-DATE
           ELSE
              MOVE POCTB-DATE               TO WS-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE
                                 (20000000 + WS-ASOF-DATE)
           COMPUTE WS-NOW-STAMP = POCTB-DATE * 1000000 + POCTB-TIME
      *
      * Error log is opened up front so every failure in the run,
      * including ones before the DB connects, gets recorded
           PERFORM ERRLOG-OPEN
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
           DISPLAY '*  AS OF.......: 20' WS-ASOF-DATE(1:2) '-'
                   WS-ASOF-DATE(3:2) '-' WS-ASOF-DATE(5:2)
                   '                        *'
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
      *
      * Commit the work - nothing is changed on the database, the
      * live rows are only read back for the rejected keys
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
      * Control totals - acknowledgements read and how each matched
      * the delta sent, and the acknowledgements still outstanding
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for table ' POCTB-TABLE-NAME
           DISPLAY 'Deltas in view........: ' WS-SNT-COUNT
           DISPLAY 'Receivers.............: ' WS-RCV-COUNT
           DISPLAY 'Acknowledgements read.: ' WS-ACKS-READ
           DISPLAY '  for other tables....: ' WS-ACKS-OTHER-TABLE
           DISPLAY '  matched clean.......: ' WS-ACKS-CLEAN
           DISPLAY '  with rejected keys..: ' WS-ACKS-WITH-REJECTS
           DISPLAY '  count mismatches....: ' WS-ACKS-MISMATCHED
           DISPLAY '  already registered..: ' WS-ACKS-ALREADY-DONE
           DISPLAY '  not matched.........: ' WS-ACKS-UNMATCHED
           DISPLAY 'Keys rejected.........: ' WS-KEYS-REJECTED
           DISPLAY '  not in the delta....: ' WS-KEYS-NOT-SENT
           DISPLAY 'Acknowledgements due..: ' WS-ACKS-MISSING
           DISPLAY 'Unreadable records....: ' WS-BAD-RECORDS
           DISPLAY '-------------------------------------------'
      *
           PERFORM ERRLOG-CLOSE
      *
      * Missing acknowledgements, mismatches and rejected keys end the
      * run with 4 so the scheduler can page the on-call analyst
           IF WS-EXCEPTION-COUNT NOT = ZERO
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
      * What was sent, who receives it and what they have confirmed so
      * far - all loaded before the first acknowledgement is matched
           PERFORM SENT-LOG-LOAD
           PERFORM RECEIVER-LOAD
           PERFORM REGISTER-LOAD
      *
           PERFORM REGISTER-OPEN
           PERFORM ACK-FILE-PROCESS
           PERFORM REGISTER-CLOSE
      *
      * Only once every acknowledgement in hand is registered can the
      * ones still outstanding be told apart
           PERFORM MISSING-ACK-CHECK
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
      * Title line carries table/as-of date/page, followed by the
      * column headers - written on the first page and again after
      * every page break
           IF WS-PRINT-OPEN
              ADD 1                           TO WS-PRINT-PAGE-NUM
              MOVE SPACES                     TO PRINT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - delta acknowledgements for ' DELIMITED SIZE
                     POCTB-TABLE-NAME DELIMITED BY SPACE
                     '   as of 20' DELIMITED SIZE
                     WS-ASOF-DATE(1:2) '-' WS-ASOF-DATE(3:2) '-'
                          WS-ASOF-DATE(5:2) DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              MOVE 'Page '                    TO PRINT-RECORD(115:5)
              MOVE WS-PRINT-PAGE-NUM          TO PRINT-RECORD(120:4)
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'TYPE     RECEIVER DATE   ' DELIMITED SIZE
                     '    SENT ACCEPTED REJECTED ' DELIMITED SIZE
                     'STATUS     DETAIL' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              STRING '                         ' DELIMITED SIZE
                     'FIELD1   RSN  REASON          ' DELIMITED SIZE
                     '                         ' DELIMITED SIZE
                     'SENT AS  LIVE FIELD2 / FIELD3' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              STRING '----     -------- ------ ' DELIMITED SIZE
                     '    ---- -------- -------- ' DELIMITED SIZE
                     '------     ------' DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              WRITE PRINT-RECORD
              MOVE 5                          TO WS-PRINT-LINE-COUNT
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
      * Counts in the trailer, then close - last thing written to the
      * report so a reader knows the listing was not cut short
           IF WS-PRINT-OPEN
              MOVE SPACES                     TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Acknowledgements read: ' DELIMITED SIZE
                     WS-ACKS-READ DELIMITED SIZE
                     '   Clean: ' DELIMITED SIZE
                     WS-ACKS-CLEAN DELIMITED SIZE
                     '   With rejects: ' DELIMITED SIZE
                     WS-ACKS-WITH-REJECTS DELIMITED SIZE
                     '   Mismatched: ' DELIMITED SIZE
                     WS-ACKS-MISMATCHED DELIMITED SIZE
                     '   Not matched: ' DELIMITED SIZE
                     WS-ACKS-UNMATCHED DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              STRING 'Keys rejected: ' DELIMITED SIZE
                     WS-KEYS-REJECTED DELIMITED SIZE
                     '   Not in the delta: ' DELIMITED SIZE
                     WS-KEYS-NOT-SENT DELIMITED SIZE
                     '   Acknowledgements missing: ' DELIMITED SIZE
                     WS-ACKS-MISSING DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              PERFORM PRINT-REPORT-LINE
              CLOSE PRINT-FILE
              MOVE 'N'                        TO WS-PRINT-OPEN-FLAG
           END-IF
           .
       PRINT-REPORT-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  S E N T   L O G ,   R E C E I V E R S   A N D   R E G I S T E R       *
      **************************************************************************
       SENT-LOG-LOAD SECTION.
      *
      * Every completed send of this table inside the window, one
      * entry per business date. The log is in the order the sends
      * were made, so a later send for a date simply replaces the
      * earlier one. Key records are left for ACK-SENT-KEYS-MARK
           MOVE ZERO                        TO WS-SNT-COUNT
           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS NOT = '00'
              DISPLAY 'SENT-LOG-LOAD: no sent log, status '
                      WS-SENT-STATUS ' - no delta is on record'
           ELSE
              SET WS-SENT-NOT-EOF           TO TRUE
              PERFORM UNTIL WS-SENT-EOF
                 READ SENT-FILE
                 AT END
                    SET WS-SENT-EOF         TO TRUE
                 NOT AT END
                    IF SNT-SUMMARY-REC
                       AND SNT-TABLE-NAME = POCTB-TABLE-NAME
                       PERFORM SENT-LOG-TAKE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE SENT-FILE
           END-IF
           .
       SENT-LOG-LOAD-EXIT.
           EXIT.
      *************************************************************************
       SENT-LOG-TAKE SECTION.
      *
      * One summary record into the sent table, if its business date
      * is inside the window
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                                 (20000000 + SNT-BUS-DATE)
           COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DATE-INT
           IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
              MOVE SNT-BUS-DATE             TO WS-ACK-BUS-DATE
              PERFORM SENT-DATE-FIND
              IF WS-SNT-SUB = ZERO
                 IF WS-SNT-COUNT NOT < WS-SNT-MAX
                    MOVE SPACES             TO POCTB-ERROR-MESSAGE
                    STRING 'SENT-LOG-TAKE: more than ' DELIMITED SIZE
                           WS-SNT-MAX DELIMITED SIZE
                           ' sends in the window' DELIMITED SIZE
                           INTO POCTB-ERROR-MESSAGE
                    END-STRING
                    SET POCTB-ERROR         TO TRUE
                    PERFORM POCTB-STATUS
                 END-IF
                 ADD 1                      TO WS-SNT-COUNT
                 MOVE WS-SNT-COUNT          TO WS-SNT-SUB
                 MOVE SNT-BUS-DATE          TO WS-SNT-BUS-DATE
                                               (WS-SNT-SUB)
              END-IF
              COMPUTE WS-SNT-STAMP (WS-SNT-SUB) =
                      SNT-RUN-DATE * 1000000 + SNT-RUN-TIME
              MOVE SNT-COUNT                TO WS-SNT-REC-COUNT
                                               (WS-SNT-SUB)
           END-IF
           .
       SENT-LOG-TAKE-EXIT.
           EXIT.
      *************************************************************************
       SENT-DATE-FIND SECTION.
      *
      * The sent table entry for WS-ACK-BUS-DATE - WS-SNT-SUB is ZERO
      * when no delta for that date is in view
           MOVE ZERO                        TO WS-SNT-SUB
           PERFORM VARYING S1 FROM 1 BY 1
                   UNTIL S1 > WS-SNT-COUNT
                      OR WS-SNT-SUB NOT = ZERO
              IF WS-SNT-BUS-DATE (S1) = WS-ACK-BUS-DATE
                 MOVE S1                    TO WS-SNT-SUB
              END-IF
           END-PERFORM
           .
       SENT-DATE-FIND-EXIT.
           EXIT.
      *************************************************************************
       RECEIVER-LOAD SECTION.
      *
      * This table's receivers. A start date that is not numeric
      * chases every send in view; grace days that are not numeric
      * allow the one day
           MOVE ZERO                        TO WS-RCV-COUNT
           OPEN INPUT RECEIVER-FILE
           IF WS-RCV-STATUS NOT = '00'
              DISPLAY 'RECEIVER-LOAD: no receiver list, status '
                      WS-RCV-STATUS ' - no acknowledgement can be'
                      ' registered'
           ELSE
              SET WS-RCV-NOT-EOF            TO TRUE
              PERFORM UNTIL WS-RCV-EOF
                 READ RECEIVER-FILE
                 AT END
                    SET WS-RCV-EOF          TO TRUE
                 NOT AT END
                    IF RCV-TABLE-NAME = POCTB-TABLE-NAME
                       AND RCV-RECEIVER NOT = SPACES
                       PERFORM RECEIVER-TAKE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RECEIVER-FILE
           END-IF
           .
       RECEIVER-LOAD-EXIT.
           EXIT.
      *************************************************************************
       RECEIVER-TAKE SECTION.
      *
           IF WS-RCV-COUNT NOT < WS-RCV-MAX
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'RECEIVER-TAKE: more than ' DELIMITED SIZE
                     WS-RCV-MAX DELIMITED SIZE
                     ' receivers for ' DELIMITED SIZE
                     POCTB-TABLE-NAME DELIMITED BY SPACE
                     INTO POCTB-ERROR-MESSAGE
              END-STRING
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           ADD 1                            TO WS-RCV-COUNT
           MOVE RCV-RECEIVER                TO WS-RCV-ID (WS-RCV-COUNT)
           IF RCV-START-DATE IS NUMERIC
              MOVE RCV-START-DATE           TO WS-RCV-START-DATE
                                               (WS-RCV-COUNT)
           ELSE
              MOVE ZERO                     TO WS-RCV-START-DATE
                                               (WS-RCV-COUNT)
           END-IF
           IF RCV-GRACE-DAYS IS NUMERIC
              MOVE RCV-GRACE-DAYS           TO WS-RCV-GRACE-DAYS
                                               (WS-RCV-COUNT)
           ELSE
              MOVE 1                        TO WS-RCV-GRACE-DAYS
                                               (WS-RCV-COUNT)
           END-IF
           PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > WS-SNT-MAX
              MOVE ZERO                     TO WS-RCV-ACKED
                                               (WS-RCV-COUNT S1)
           END-PERFORM
           .
       RECEIVER-TAKE-EXIT.
           EXIT.
      *************************************************************************
       RECEIVER-FIND SECTION.
      *
      * The receiver table entry for WS-ACK-RECEIVER - WS-RCV-SUB is
      * ZERO when the receiver is not on this table's list
           MOVE ZERO                        TO WS-RCV-SUB
           PERFORM VARYING R1 FROM 1 BY 1
                   UNTIL R1 > WS-RCV-COUNT
                      OR WS-RCV-SUB NOT = ZERO
              IF WS-RCV-ID (R1) = WS-ACK-RECEIVER
                 MOVE R1                    TO WS-RCV-SUB
              END-IF
           END-PERFORM
           .
       RECEIVER-FIND-EXIT.
           EXIT.
      *************************************************************************
       REGISTER-LOAD SECTION.
      *
      * What earlier runs confirmed - for each receiver and send in
      * view, the stamp of the latest acknowledgement registered. One
      * registered after the send it answers confirms that send; one
      * from before a re-send of the date does not
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = '00'
              SET WS-REG-NOT-EOF            TO TRUE
              PERFORM UNTIL WS-REG-EOF
                 READ REGISTER-FILE
                 AT END
                    SET WS-REG-EOF          TO TRUE
                 NOT AT END
                    IF REG-TABLE-NAME = POCTB-TABLE-NAME
                       PERFORM REGISTER-TAKE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF
           .
       REGISTER-LOAD-EXIT.
           EXIT.
      *************************************************************************
       REGISTER-TAKE SECTION.
      *
           MOVE REG-RECEIVER                TO WS-ACK-RECEIVER
           MOVE REG-BUS-DATE                TO WS-ACK-BUS-DATE
           PERFORM RECEIVER-FIND
           PERFORM SENT-DATE-FIND
           IF WS-RCV-SUB NOT = ZERO
              AND WS-SNT-SUB NOT = ZERO
              COMPUTE WS-STAMP = REG-ACK-DATE * 1000000 + REG-ACK-TIME
              IF WS-STAMP > WS-RCV-ACKED (WS-RCV-SUB WS-SNT-SUB)
                 MOVE WS-STAMP              TO WS-RCV-ACKED
                                               (WS-RCV-SUB WS-SNT-SUB)
              END-IF
           END-IF
           .
       REGISTER-TAKE-EXIT.
           EXIT.
      *************************************************************************
       REGISTER-OPEN SECTION.
      *
      * Appended to, never rewritten - every acknowledgement matched
      * stays on the register
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-STATUS = '00'
              SET WS-REG-OPEN               TO TRUE
           ELSE
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'REGISTER-OPEN: OPEN EXTEND REGISTER-FILE'
                                             DELIMITED BY SIZE
                     ' failed, status '      DELIMITED BY SIZE
                     WS-REG-STATUS           DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       REGISTER-OPEN-EXIT.
           EXIT.
      *************************************************************************
       REGISTER-CLOSE SECTION.
           IF WS-REG-OPEN
              CLOSE REGISTER-FILE
              MOVE 'N'                      TO WS-REG-OPEN-FLAG
           END-IF
           .
       REGISTER-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  A C K N O W L E D G E M E N T   M A T C H I N G                       *
      **************************************************************************
       ACK-FILE-PROCESS SECTION.
      *
      * An acknowledgement is its header and the reject records that
      * follow it - each is matched once the next header, or the end
      * of the file, shows it is complete
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
              DISPLAY 'ACK-FILE-PROCESS: no acknowledgement file, '
                      'status ' WS-ACK-STATUS
                      ' - only outstanding ones are reported'
           ELSE
              SET WS-ACK-NOT-EOF            TO TRUE
              PERFORM UNTIL WS-ACK-EOF
                 READ ACK-FILE
                 AT END
                    SET WS-ACK-EOF          TO TRUE
                 NOT AT END
                    PERFORM ACK-RECORD-TAKE
                 END-READ
              END-PERFORM
              IF WS-ACK-IN-GROUP
                 PERFORM ACK-FINISH
              END-IF
              CLOSE ACK-FILE
           END-IF
           .
       ACK-FILE-PROCESS-EXIT.
           EXIT.
      *************************************************************************
       ACK-RECORD-TAKE SECTION.
      *
           EVALUATE TRUE
           WHEN ACK-HEADER-REC
              IF WS-ACK-IN-GROUP
                 PERFORM ACK-FINISH
              END-IF
              PERFORM ACK-START
           WHEN ACK-REJECT-REC
              IF WS-ACK-IN-GROUP
                 PERFORM ACK-REJECT-TAKE
              ELSE
                 MOVE 'Reject record ahead of any header - ignored'
                                            TO WS-PRT-LINE
                 PERFORM ACK-BAD-RECORD
              END-IF
           WHEN ACK-RECORD = SPACES
              CONTINUE
           WHEN OTHER
              MOVE 'Record type not H or R - ignored'
                                            TO WS-PRT-LINE
              PERFORM ACK-BAD-RECORD
           END-EVALUATE
           .
       ACK-RECORD-TAKE-EXIT.
           EXIT.
      *************************************************************************
       ACK-BAD-RECORD SECTION.
      *
      * A record that cannot belong to any acknowledgement - listed
      * with the text the caller left in WS-PRT-LINE
           ADD 1                            TO WS-BAD-RECORDS
           ADD 1                            TO WS-EXCEPTION-COUNT
           MOVE SPACES                      TO PRINT-RECORD
           STRING 'BADREC   ' DELIMITED SIZE
                  WS-PRT-LINE DELIMITED SIZE
                  INTO PRINT-RECORD
           END-STRING
           PERFORM PRINT-REPORT-LINE
           .
       ACK-BAD-RECORD-EXIT.
           EXIT.
      *************************************************************************
       ACK-START SECTION.
      *
      * A new acknowledgement. One for another table is passed over
      * untouched; one whose date or counts are not numeric cannot be
      * matched and is listed and passed over
           SET WS-ACK-IN-GROUP              TO TRUE
           MOVE 'N'                         TO WS-ACK-SKIP-FLAG
           MOVE ZERO                        TO WS-ACK-REJ-READ
           MOVE ZERO                        TO WS-ARJ-COUNT
           MOVE ACK-RECEIVER                TO WS-ACK-RECEIVER
           MOVE ACK-BUS-DATE                TO WS-ACK-BUS-DATE-X
           MOVE ZERO                        TO WS-ACK-ACCEPTED
           MOVE ZERO                        TO WS-ACK-REJECTED
           ADD 1                            TO WS-ACKS-READ
           IF ACK-TABLE-NAME NOT = POCTB-TABLE-NAME
              SET WS-ACK-SKIP               TO TRUE
              ADD 1                         TO WS-ACKS-OTHER-TABLE
           ELSE
           IF ACK-BUS-DATE IS NOT NUMERIC
              OR ACK-ACCEPTED IS NOT NUMERIC
              OR ACK-REJECTED IS NOT NUMERIC
              SET WS-ACK-SKIP               TO TRUE
              ADD 1                         TO WS-ACKS-UNMATCHED
              MOVE 'Date or counts not numeric - not registered'
                                            TO WS-PRT-LINE
              PERFORM ACK-UNMATCHED-LINE
           ELSE
              MOVE ACK-ACCEPTED             TO WS-ACK-ACCEPTED
              MOVE ACK-REJECTED             TO WS-ACK-REJECTED
           END-IF
           END-IF
           .
       ACK-START-EXIT.
           EXIT.
      *************************************************************************
       ACK-REJECT-TAKE SECTION.
      *
      * One rejected key. Every reject record is counted against the
      * header's rejected count; the keys past the table's capacity
      * are counted but not listed
           IF NOT WS-ACK-SKIP
              ADD 1                         TO WS-ACK-REJ-READ
              IF WS-ARJ-COUNT < WS-ARJ-MAX
                 ADD 1                      TO WS-ARJ-COUNT
                 MOVE ACK-FIELD1            TO WS-ARJ-KEY
                                               (WS-ARJ-COUNT)
                 MOVE ACK-REASON-CODE       TO WS-ARJ-REASON-CODE
                                               (WS-ARJ-COUNT)
                 MOVE ACK-REASON-TEXT       TO WS-ARJ-REASON-TEXT
                                               (WS-ARJ-COUNT)
                 MOVE SPACE                 TO WS-ARJ-SENT-ACTION
                                               (WS-ARJ-COUNT)
              END-IF
           END-IF
           .
       ACK-REJECT-TAKE-EXIT.
           EXIT.
      *************************************************************************
       ACK-FINISH SECTION.
      *
      * A complete acknowledgement - matched only when the receiver is
      * on the list and a delta for the date is in view. One already
      * registered against the latest send of its date is not
      * registered a second time
           MOVE 'N'                         TO WS-ACK-GROUP-FLAG
           IF NOT WS-ACK-SKIP
              PERFORM RECEIVER-FIND
              PERFORM SENT-DATE-FIND
              IF WS-RCV-SUB = ZERO
                 ADD 1                      TO WS-ACKS-UNMATCHED
                 MOVE 'Receiver not on the list - not registered'
                                            TO WS-PRT-LINE
                 PERFORM ACK-UNMATCHED-LINE
              ELSE
              IF WS-SNT-SUB = ZERO
                 ADD 1                      TO WS-ACKS-UNMATCHED
                 MOVE 'No delta sent for this date - not registered'
                                            TO WS-PRT-LINE
                 PERFORM ACK-UNMATCHED-LINE
              ELSE
              IF WS-RCV-ACKED (WS-RCV-SUB WS-SNT-SUB) >
                 WS-SNT-STAMP (WS-SNT-SUB)
                 ADD 1                      TO WS-ACKS-ALREADY-DONE
                 MOVE SPACES                TO WS-PRT-LINE
                 MOVE 'ACK'                 TO PL-TYPE
                 MOVE WS-ACK-RECEIVER       TO PL-RECEIVER
                 MOVE WS-ACK-BUS-DATE-X     TO PL-BUS-DATE
                 MOVE WS-SNT-REC-COUNT (WS-SNT-SUB)
                                            TO PL-SENT
                 MOVE WS-ACK-ACCEPTED       TO PL-ACCEPTED
                 MOVE WS-ACK-REJECTED       TO PL-REJECTED
                 MOVE 'DUPLICATE'           TO PL-STATUS
                 MOVE 'Already registered for this delta - skipped'
                                            TO PL-ACK-TEXT
                 MOVE WS-PRT-LINE           TO PRINT-RECORD
                 PERFORM PRINT-REPORT-LINE
              ELSE
                 PERFORM ACK-MATCH
              END-IF
              END-IF
              END-IF
           END-IF
           .
       ACK-FINISH-EXIT.
           EXIT.
      *************************************************************************
       ACK-UNMATCHED-LINE SECTION.
      *
      * An acknowledgement that cannot be matched - listed with the
      * text the caller left in WS-PRT-LINE
           ADD 1                            TO WS-EXCEPTION-COUNT
           MOVE SPACES                      TO PRINT-RECORD
           STRING 'UNMATCH  ' DELIMITED SIZE
                  WS-ACK-RECEIVER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ACK-BUS-DATE-X DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PRT-LINE DELIMITED SIZE
                  INTO PRINT-RECORD
           END-STRING
           PERFORM PRINT-REPORT-LINE
           .
       ACK-UNMATCHED-LINE-EXIT.
           EXIT.
      *************************************************************************
       ACK-MATCH SECTION.
      *
      * The acknowledgement against the delta it answers: the receiver
      * must account for every record sent, and send one reject record
      * for every reject it counts. Then each rejected key is listed
      * with what the delta sent for it and what the table holds now,
      * and the acknowledgement goes on the register
           SET WS-ACK-CLEAN                 TO TRUE
           COMPUTE WS-ACK-TOTAL = WS-ACK-ACCEPTED + WS-ACK-REJECTED
           IF WS-ACK-TOTAL NOT = WS-SNT-REC-COUNT (WS-SNT-SUB)
              OR WS-ACK-REJ-READ NOT = WS-ACK-REJECTED
              SET WS-ACK-MISMATCH           TO TRUE
           ELSE
           IF WS-ACK-REJECTED NOT = ZERO
              SET WS-ACK-HAS-REJECTS        TO TRUE
           END-IF
           END-IF
      *
           MOVE SPACES                      TO WS-PRT-LINE
           MOVE 'ACK'                       TO PL-TYPE
           MOVE WS-ACK-RECEIVER             TO PL-RECEIVER
           MOVE WS-ACK-BUS-DATE-X           TO PL-BUS-DATE
           MOVE WS-SNT-REC-COUNT (WS-SNT-SUB)
                                            TO PL-SENT
           MOVE WS-ACK-ACCEPTED             TO PL-ACCEPTED
           MOVE WS-ACK-REJECTED             TO PL-REJECTED
           EVALUATE TRUE
           WHEN WS-ACK-CLEAN
              MOVE 'CLEAN'                  TO PL-STATUS
              ADD 1                         TO WS-ACKS-CLEAN
           WHEN WS-ACK-HAS-REJECTS
              MOVE 'REJECTS'                TO PL-STATUS
              ADD 1                         TO WS-ACKS-WITH-REJECTS
              ADD 1                         TO WS-EXCEPTION-COUNT
           WHEN OTHER
              MOVE 'MISMATCH'               TO PL-STATUS
              ADD 1                         TO WS-ACKS-MISMATCHED
              ADD 1                         TO WS-EXCEPTION-COUNT
           END-EVALUATE
           MOVE WS-PRT-LINE                 TO PRINT-RECORD
           PERFORM PRINT-REPORT-LINE
      *
      * What does not add up, one line each
           IF WS-ACK-TOTAL NOT = WS-SNT-REC-COUNT (WS-SNT-SUB)
              MOVE WS-SNT-REC-COUNT (WS-SNT-SUB)
                                            TO WS-MSG-COUNT-1
              MOVE WS-ACK-TOTAL             TO WS-MSG-COUNT-2
              MOVE SPACES                   TO WS-PRT-LINE
              MOVE 'MISMATCH'               TO PL-TYPE
              MOVE WS-ACK-RECEIVER          TO PL-RECEIVER
              MOVE WS-ACK-BUS-DATE-X        TO PL-BUS-DATE
              STRING 'Delta sent ' DELIMITED SIZE
                     WS-MSG-COUNT-1 DELIMITED SIZE
                     ' records, receiver accounted for '
                                       DELIMITED SIZE
                     WS-MSG-COUNT-2 DELIMITED SIZE
                     INTO PL-BODY
              END-STRING
              MOVE WS-PRT-LINE              TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-ACK-REJ-READ NOT = WS-ACK-REJECTED
              MOVE WS-ACK-REJECTED          TO WS-MSG-COUNT-1
              MOVE WS-ACK-REJ-READ          TO WS-MSG-COUNT-2
              MOVE SPACES                   TO WS-PRT-LINE
              MOVE 'MISMATCH'               TO PL-TYPE
              MOVE WS-ACK-RECEIVER          TO PL-RECEIVER
              MOVE WS-ACK-BUS-DATE-X        TO PL-BUS-DATE
              STRING 'Header counts ' DELIMITED SIZE
                     WS-MSG-COUNT-1 DELIMITED SIZE
                     ' rejected, reject records ' DELIMITED SIZE
                     WS-MSG-COUNT-2 DELIMITED SIZE
                     INTO PL-BODY
              END-STRING
              MOVE WS-PRT-LINE              TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           END-IF
      *
           IF WS-ARJ-COUNT NOT = ZERO
              PERFORM ACK-SENT-KEYS-MARK
              PERFORM ACK-REJECT-LINE
                      VARYING A1 FROM 1 BY 1
                      UNTIL A1 > WS-ARJ-COUNT
              IF WS-ACK-REJ-READ > WS-ARJ-COUNT
                 MOVE WS-ARJ-COUNT          TO WS-MSG-COUNT-1
                 MOVE SPACES                TO WS-PRT-LINE
                 MOVE 'REJECT'              TO PL-TYPE
                 MOVE WS-ACK-RECEIVER       TO PL-RECEIVER
                 MOVE WS-ACK-BUS-DATE-X     TO PL-BUS-DATE
                 STRING 'Only the first ' DELIMITED SIZE
                        WS-MSG-COUNT-1 DELIMITED SIZE
                        ' rejected keys are listed' DELIMITED SIZE
                        INTO PL-BODY
                 END-STRING
                 MOVE WS-PRT-LINE           TO PRINT-RECORD
                 PERFORM PRINT-REPORT-LINE
              END-IF
           END-IF
           ADD WS-ACK-REJ-READ              TO WS-KEYS-REJECTED
      *
           PERFORM REGISTER-WRITE
           .
       ACK-MATCH-EXIT.
           EXIT.
      *************************************************************************
       ACK-SENT-KEYS-MARK SECTION.
      *
      * The key records of the send being acknowledged - the one whose
      * run stamp is the date's latest - give the action each rejected
      * key went out with. A rejected key the send never carried keeps
      * a blank action
           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS = '00'
              SET WS-SENT-NOT-EOF           TO TRUE
              PERFORM UNTIL WS-SENT-EOF
                 READ SENT-FILE
                 AT END
                    SET WS-SENT-EOF         TO TRUE
                 NOT AT END
                    IF SNT-KEY-REC
                       AND SNT-TABLE-NAME = POCTB-TABLE-NAME
                       AND SNT-BUS-DATE = WS-ACK-BUS-DATE
                       COMPUTE WS-STAMP = SNT-RUN-DATE * 1000000
                                        + SNT-RUN-TIME
                       IF WS-STAMP = WS-SNT-STAMP (WS-SNT-SUB)
                          PERFORM VARYING A1 FROM 1 BY 1
                                  UNTIL A1 > WS-ARJ-COUNT
                             IF WS-ARJ-KEY (A1) = SNT-FIELD1
                                MOVE SNT-ACTION
                                         TO WS-ARJ-SENT-ACTION (A1)
                             END-IF
                          END-PERFORM
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE SENT-FILE
           END-IF
           .
       ACK-SENT-KEYS-MARK-EXIT.
           EXIT.
      *************************************************************************
       ACK-REJECT-LINE SECTION.
      *
      * One rejected key onto the report, with the action the delta
      * sent it with and the row the table holds for it now
           MOVE SPACES                      TO WS-PRT-LINE
           MOVE 'REJECT'                    TO PL-TYPE
           MOVE WS-ACK-RECEIVER             TO PL-RECEIVER
           MOVE WS-ACK-BUS-DATE-X           TO PL-BUS-DATE
           MOVE WS-ARJ-KEY (A1)             TO PL-KEY
           MOVE WS-ARJ-REASON-CODE (A1)     TO PL-REASON-CODE
           MOVE WS-ARJ-REASON-TEXT (A1)     TO PL-REASON-TEXT
           EVALUATE WS-ARJ-SENT-ACTION (A1)
           WHEN 'A'
              MOVE 'ADD'                    TO PL-SENT-ACTION
           WHEN 'C'
              MOVE 'CHANGE'                 TO PL-SENT-ACTION
           WHEN 'D'
              MOVE 'DELETE'                 TO PL-SENT-ACTION
           WHEN OTHER
              MOVE 'NOT SENT'               TO PL-SENT-ACTION
              ADD 1                         TO WS-KEYS-NOT-SENT
           END-EVALUATE
           MOVE WS-ARJ-KEY (A1)             TO WS-LIVE-KEY
           PERFORM LIVE-ROW-FETCH
           IF WS-LIVE-FOUND
              STRING FIELD2 DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     FIELD3 DELIMITED SIZE
                     INTO PL-LIVE-TEXT
              END-STRING
           ELSE
              MOVE 'Not on the table'       TO PL-LIVE-TEXT
           END-IF
           MOVE WS-PRT-LINE                 TO PRINT-RECORD
           PERFORM PRINT-REPORT-LINE
           .
       ACK-REJECT-LINE-EXIT.
           EXIT.
      *************************************************************************
       REGISTER-WRITE SECTION.
      *
      * The acknowledgement onto the register, stamped with this run -
      * later than the send it answers, so it confirms that send
           MOVE SPACES                      TO REG-RECORD
           MOVE WS-ACK-RECEIVER             TO REG-RECEIVER
           MOVE POCTB-TABLE-NAME            TO REG-TABLE-NAME
           MOVE WS-ACK-BUS-DATE             TO REG-BUS-DATE
           MOVE WS-ACK-RESULT               TO REG-STATUS
           MOVE WS-SNT-REC-COUNT (WS-SNT-SUB)
                                            TO REG-SENT-COUNT
           MOVE WS-ACK-ACCEPTED             TO REG-ACCEPTED
           MOVE WS-ACK-REJECTED             TO REG-REJECTED
           MOVE POCTB-DATE                  TO REG-ACK-DATE
           MOVE POCTB-TIME                  TO REG-ACK-TIME
           WRITE REG-RECORD
           IF WS-REG-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'REGISTER-WRITE: WRITE REGISTER-FILE'
                                             DELIMITED BY SIZE
                     ' failed, status '      DELIMITED BY SIZE
                     WS-REG-STATUS           DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           MOVE WS-NOW-STAMP                TO WS-RCV-ACKED
                                               (WS-RCV-SUB WS-SNT-SUB)
           .
       REGISTER-WRITE-EXIT.
           EXIT.
      *************************************************************************
       LIVE-ROW-FETCH SECTION.
      *
      * The rejected key's row as the table holds it now, if it holds
      * one
      * Attention !! Table name is CaSe sensitive!!!!!!!!!!!!!
DBPRE       MOVE 8              TO SQLCA-SEQUENCE
      *     EXEC SQL
DBPRE *        DECLARE LIVEROW CURSOR FOR
DBPRE *        SELECT FIELD1, FIELD2, FIELD3
DBPRE *        INTO :FIELD1 :FIELD2 :FIELD3
DBPRE *        FROM example_table
DBPRE *        WHERE FIELD1 = :WS-LIVE-KEY
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
DBPRE       WS-LIVE-KEY DELIMITED SIZE
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
            WHEN DB-NOT-FOUND
               CONTINUE
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
      /
      **************************************************************************
      *  O U T S T A N D I N G   A C K N O W L E D G E M E N T S               *
      **************************************************************************
       MISSING-ACK-CHECK SECTION.
      *
      * Every receiver against every send in view from its start
      * date on - a send it has not confirmed is missing once its
      * grace days have passed
           PERFORM VARYING R1 FROM 1 BY 1 UNTIL R1 > WS-RCV-COUNT
              PERFORM VARYING S1 FROM 1 BY 1 UNTIL S1 > WS-SNT-COUNT
                 IF WS-SNT-BUS-DATE (S1) NOT < WS-RCV-START-DATE (R1)
                    AND WS-RCV-ACKED (R1 S1) NOT > WS-SNT-STAMP (S1)
                    PERFORM MISSING-ACK-ONE
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       MISSING-ACK-CHECK-EXIT.
           EXIT.
      *************************************************************************
       MISSING-ACK-ONE SECTION.
      *
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                                 (20000000 + WS-SNT-BUS-DATE (S1))
           COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DATE-INT
           IF WS-AGE-DAYS > WS-RCV-GRACE-DAYS (R1)
              ADD 1                         TO WS-ACKS-MISSING
              ADD 1                         TO WS-EXCEPTION-COUNT
              MOVE WS-AGE-DAYS              TO WS-AGE-EDIT
              MOVE WS-RCV-GRACE-DAYS (R1)   TO WS-MSG-COUNT-1
              MOVE SPACES                   TO WS-PRT-LINE
              MOVE 'MISSING'                TO PL-TYPE
              MOVE WS-RCV-ID (R1)           TO PL-RECEIVER
              MOVE WS-SNT-BUS-DATE (S1)     TO PL-BUS-DATE
              MOVE WS-SNT-REC-COUNT (S1)    TO PL-SENT
              MOVE 'OVERDUE'                TO PL-STATUS
              STRING 'No acknowledgement after ' DELIMITED SIZE
                     WS-AGE-EDIT DELIMITED SIZE
                     ' days, grace ' DELIMITED SIZE
                     WS-MSG-COUNT-1 DELIMITED SIZE
                     INTO PL-ACK-TEXT
              END-STRING
              MOVE WS-PRT-LINE              TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           END-IF
           .
       MISSING-ACK-ONE-EXIT.
           EXIT.
