      * dbpre V 0.2: PCTB020B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB020B.
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
      * The reject file as PCTB003B and PCTB010B leave it - every
      * record still on it is a reject not yet loaded or withdrawn
           SELECT REJECT-FILE         ASSIGN TO 'PCTB003B.REJ'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-REJECT-STATUS.
      *
      * PCTB010B's disposition file - one line per reject corrected or
      * withdrawn, run after run, with when it was first rejected
           SELECT DISP-FILE           ASSIGN TO 'PCTB010B.DSP'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-DISP-STATUS.
      *
      * Reject aging report - paginated 132-column print file: every
      * open reject with its age, then the counts by age, reason code,
      * table and feed source with the dispositions alongside
           SELECT PRINT-FILE          ASSIGN TO 'PCTB020B.PRT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Error log - one line per failure, so operations can review a
      * run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB020B.ERRLOG'
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
      * Same layout as PCTB003B's REJECT-RECORD
        FD  REJECT-FILE.
        01  RCY-RECORD.
            05 RCY-PROGRAM-NAME         PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 RCY-DATE                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 RCY-TIME                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 RCY-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 RCY-FIELD1               PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 RCY-FIELD2               PIC  X(16).
            05 FILLER                   PIC  X(01).
            05 RCY-FIELD3               PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 RCY-REASON-CODE          PIC  X(04).
      * What PCTB010B leaves on a corrected record - the reject is
      * settled and only waits for the recycle run to load it
                88  RCY-CORRECTED                   VALUE 'CORR'
                                                          'DLCR'
                                                          'ADCR'.
            05 FILLER                   PIC  X(01).
            05 RCY-REASON-TEXT          PIC  X(40).
            05 FILLER                   PIC  X(01).
            05 RCY-FEED-SOURCE          PIC  X(08).
      *
      * Same layout as PCTB010B's DISP-RECORD
        FD  DISP-FILE.
        01  DISP-RECORD.
            05 DSP-DISPOSITION          PIC  X(01).
                88  DSP-CORRECTED                   VALUE 'C'.
                88  DSP-WITHDRAWN                   VALUE 'W'.
            05 FILLER                   PIC  X(01).
            05 DSP-DATE                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 DSP-TIME                 PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 DSP-TABLE-NAME           PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 DSP-FIELD1               PIC  X(08).
            05 FILLER                   PIC  X(01).
            05 DSP-FIELD2               PIC  X(16).
            05 FILLER                   PIC  X(01).
            05 DSP-FIELD3               PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 DSP-REASON-CODE          PIC  X(04).
            05 FILLER                   PIC  X(01).
            05 DSP-REASON-TEXT          PIC  X(40).
            05 FILLER                   PIC  X(01).
            05 DSP-REJECT-DATE          PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 DSP-REJECT-TIME          PIC  9(06).
            05 FILLER                   PIC  X(01).
            05 DSP-FEED-SOURCE          PIC  X(08).
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
      * The needed working storage stuff for the framework - no DB
      * connection of its own, everything it reports on is in the
      * reject and disposition files
        COPY POCTBBATWS.
      *
        01  WS-REJECT-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-REJECT-EOF-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-REJECT-EOF                              VALUE 'Y'.
            88  WS-REJECT-NOT-EOF                          VALUE 'N'.
        01  WS-DISP-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-DISP-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-DISP-EOF                                VALUE 'Y'.
            88  WS-DISP-NOT-EOF                            VALUE 'N'.
      *
      * Print file working storage - reject aging report
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
      * Which part of the report is printing - the page header
      * repeats that part's column headings after a page break
        01  WS-PRINT-PART                     PIC  X(01) VALUE 'D'.
            88  WS-PRINT-DETAIL                            VALUE 'D'.
            88  WS-PRINT-SUMMARY                           VALUE 'S'.
      *
      * One open reject on the detail listing
        01  WS-DET-LINE.
            05 DL-TABLE-NAME                  PIC  X(32).
            05 FILLER                         PIC  X(01).
            05 DL-FIELD1                      PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 DL-REASON-CODE                 PIC  X(04).
            05 FILLER                         PIC  X(01).
            05 DL-FEED-SOURCE                 PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 DL-REJECT-DATE                 PIC  X(10).
            05 FILLER                         PIC  X(01).
            05 DL-AGE-DAYS                    PIC  Z(05)9.
            05 FILLER                         PIC  X(01).
            05 DL-REASON-TEXT                 PIC  X(40).
            05 FILLER                         PIC  X(18).
      *
      * One group on the summary - the open rejects across the age
      * buckets, then what PCTB010B has settled for the same group
        01  WS-SUM-LINE.
            05 SL-DIMENSION                   PIC  X(07).
            05 SL-VALUE                       PIC  X(32).
            05 FILLER                         PIC  X(01).
            05 SL-OPEN                        PIC  Z(06)9.
            05 SL-BUCKET-GROUP OCCURS 5.
               10 FILLER                      PIC  X(01).
               10 SL-BUCKET                   PIC  Z(06)9.
            05 FILLER                         PIC  X(01).
            05 SL-OLDEST                      PIC  Z(05)9.
            05 FILLER                         PIC  X(01).
            05 SL-PENDING                     PIC  Z(06)9.
            05 FILLER                         PIC  X(01).
            05 SL-CORRECTED                   PIC  Z(06)9.
            05 FILLER                         PIC  X(01).
            05 SL-WITHDRAWN                   PIC  Z(06)9.
            05 FILLER                         PIC  X(01).
            05 SL-AVG-DAYS                    PIC  Z(03)9.9.
            05 FILLER                         PIC  X(01).
            05 SL-MAX-DAYS                    PIC  Z(04)9.
            05 FILLER                         PIC  X(01).
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Ages run to the run date, in whole days
        01  WS-ASOF-INT                       PIC  9(08) VALUE ZERO.
        01  WS-DATE-INT                       PIC  9(08) VALUE ZERO.
        01  WS-AGE-DAYS                       PIC S9(08) VALUE ZERO.
        01  WS-RESOLVE-DAYS                   PIC S9(08) VALUE ZERO.
      *
      * Age buckets - the upper bound in days of each of the first
      * four, the fifth takes everything older
        01  WS-BUCKET-LIMIT-VALUES.
            05 FILLER                         PIC  9(04) VALUE 1.
            05 FILLER                         PIC  9(04) VALUE 7.
            05 FILLER                         PIC  9(04) VALUE 30.
            05 FILLER                         PIC  9(04) VALUE 90.
        01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
            05 WS-BUCKET-LIMIT                PIC  9(04) OCCURS 4.
        01  WS-BUCKET-MAX                     PIC  9(01) VALUE 5.
        01  WS-BUCKET                         PIC  9(01) VALUE ZERO.
        01  K                                 PIC  S9(4) COMP VALUE 0.
      *
      * The groups counted - one entry per reason code, table and
      * feed source met, plus the one for all rejects, in the order
      * first met. WS-GRP-DIMENSION says which kind of group
        01  WS-GRP-MAX                        PIC  9(03) VALUE 300.
        01  WS-GRP-COUNT                      PIC  9(03) VALUE ZERO.
        01  WS-GRP-TABLE.
            05 WS-GRP-ENTRY OCCURS 300.
               10 WS-GRP-DIMENSION         PIC  X(01).
                  88 WS-GRP-ALL                        VALUE 'A'.
                  88 WS-GRP-REASON                     VALUE 'R'.
                  88 WS-GRP-TABLE-NAME                 VALUE 'T'.
                  88 WS-GRP-SOURCE                     VALUE 'S'.
               10 WS-GRP-VALUE             PIC  X(32).
               10 WS-GRP-OPEN              PIC  9(08).
               10 WS-GRP-BUCKET            PIC  9(08) OCCURS 5.
               10 WS-GRP-OLDEST            PIC  9(06).
               10 WS-GRP-PENDING           PIC  9(08).
               10 WS-GRP-CORRECTED         PIC  9(08).
               10 WS-GRP-WITHDRAWN         PIC  9(08).
      * Dispositions that carry their reject date - the ones whose
      * time to resolve is known
               10 WS-GRP-TIMED             PIC  9(08).
               10 WS-GRP-DAYS-TOTAL        PIC  9(10).
               10 WS-GRP-DAYS-MAX          PIC  9(05).
        01  G1                                PIC  S9(4) COMP VALUE 0.
        01  WS-GRP-SUB                        PIC  S9(4) COMP VALUE 0.
        01  WS-GRP-WANT-DIMENSION             PIC  X(01) VALUE SPACE.
        01  WS-GRP-WANT-VALUE                 PIC  X(32) VALUE SPACES.
      *
      * The record in hand, whichever file it came from, as the
      * groups see it
        01  WS-REC-KIND                       PIC  X(01) VALUE SPACE.
            88  WS-REC-OPEN                                VALUE 'O'.
            88  WS-REC-PENDING                             VALUE 'P'.
            88  WS-REC-CORRECTED                           VALUE 'C'.
            88  WS-REC-WITHDRAWN                           VALUE 'W'.
        01  WS-REC-REASON                     PIC  X(04) VALUE SPACES.
        01  WS-REC-TABLE-NAME                 PIC  X(32) VALUE SPACES.
        01  WS-REC-SOURCE                     PIC  X(08) VALUE SPACES.
        01  WS-REC-TIMED-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-REC-TIMED                               VALUE 'Y'.
      *
      * Control totals for the closing banner
        01  WS-RECS-READ                      PIC  9(08) VALUE ZERO.
        01  WS-REJECTS-OPEN                   PIC  9(08) VALUE ZERO.
        01  WS-REJECTS-PENDING                PIC  9(08) VALUE ZERO.
        01  WS-DISP-READ                      PIC  9(08) VALUE ZERO.
        01  WS-DISP-UNTIMED                   PIC  9(08) VALUE ZERO.
      *
      * This will be displayed in the logfile at runtime
        01  POCTB-VERSION                    PIC  X(38)
            VALUE '20261015 1.0 INITIAL RELEASE'.
      /
      **************************************************************************
      *  P R O C E D U R E   D I V I S I O N                                   *
      **************************************************************************
        PROCEDURE DIVISION.
      *
           MOVE 'PCTB020B'                  TO POCTB-PROGRAM-NAME
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE
                                 (20000000 + POCTB-DATE)
      *
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
      *
      * The all-rejects group first, so it heads the summary
           MOVE 'A'                         TO WS-GRP-WANT-DIMENSION
           MOVE 'ALL REJECTS'               TO WS-GRP-WANT-VALUE
           PERFORM GROUP-FIND
      *
           PERFORM PRINT-REPORT-OPEN
           PERFORM REJECTS-AGE
           PERFORM DISPOSITIONS-COUNT
           PERFORM SUMMARY-PRINT
           PERFORM PRINT-REPORT-CLOSE
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
      * Control totals - every reject on the file is either open or
      * corrected and waiting for the recycle run
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for the reject aging report'
           DISPLAY 'Rejects read..........: ' WS-RECS-READ
           DISPLAY '  open................: ' WS-REJECTS-OPEN
           DISPLAY '  awaiting recycle....: ' WS-REJECTS-PENDING
           DISPLAY 'Dispositions read.....: ' WS-DISP-READ
           DISPLAY '  no reject date......: ' WS-DISP-UNTIMED
           DISPLAY 'Groups reported.......: ' WS-GRP-COUNT
           DISPLAY '-------------------------------------------'
      *
           PERFORM ERRLOG-CLOSE
      *
           MOVE 0                       TO RETURN-CODE
           .
       POCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       POCTB-STATUS SECTION.
      *
      * Same shape as the loaders' POCTB-STATUS, minus the rollback -
      * this program holds no database unit of work
           IF POCTB-ERROR
              IF POCTB-ERROR-MESSAGE = SPACES
                 STRING POCTB-PROGRAM-NAME    DELIMITED BY SIZE
                        ': POCTB-STATUS-FLD ' DELIMITED BY SIZE
                         POCTB-STATUS-FLD     DELIMITED BY SIZE
                         ' is set!'         DELIMITED BY SIZE
                                   INTO POCTB-ERROR-MESSAGE
              END-IF
              PERFORM ERRLOG-WRITE
              DISPLAY '*******************************************'
                      '******************************'
              DISPLAY '** ' POCTB-ERROR-MESSAGE ' **'
              DISPLAY '*******************************************'
                      '******************************'
              MOVE 2                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       POCTB-STATUS-EXIT.
           EXIT.
      /
      **************************************************************************
      *  E R R O R   L O G   P R O C E S S I N G                               *
      **************************************************************************
       ERRLOG-OPEN SECTION.
      *
      * Opened once near the start of the run and kept open (append
      * mode) so ops can see every failure from a run in one place
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
      * One line per failure: program, date/time, record number in the
      * sequence column, and the error text
           IF WS-ERRLOG-OPEN
      * Clear the record first - the FILLER bytes between the fields
      * are never MOVEd to and would otherwise go out as LOW-VALUES,
      * which a line sequential WRITE rejects as bad characters
              MOVE SPACES                   TO ERRLOG-RECORD
              MOVE POCTB-PROGRAM-NAME       TO ERRLOG-PROGRAM-NAME
              MOVE POCTB-DATE               TO ERRLOG-DATE
              MOVE POCTB-TIME               TO ERRLOG-TIME
              MOVE WS-RECS-READ             TO ERRLOG-SEQUENCE
              MOVE ZERO                     TO ERRLOG-SQLCODE
              MOVE ZERO                     TO ERRLOG-ERRNO
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
      * Title line carries the run date and page, followed by the
      * column headers of the part of the report printing - written
      * on the first page and again after every page break
           IF WS-PRINT-OPEN
              ADD 1                           TO WS-PRINT-PAGE-NUM
              MOVE SPACES                     TO PRINT-RECORD
              STRING POCTB-PROGRAM-NAME DELIMITED BY SPACE
                     ' - reject aging and reason codes' DELIMITED SIZE
                     '   as of 20' DELIMITED SIZE
                     POCTB-DATE(1:2) '-' POCTB-DATE(3:2) '-'
                          POCTB-DATE(5:2) DELIMITED SIZE
                     INTO PRINT-RECORD
              END-STRING
              MOVE 'Page '                    TO PRINT-RECORD(115:5)
              MOVE WS-PRINT-PAGE-NUM          TO PRINT-RECORD(120:4)
              WRITE PRINT-RECORD
              MOVE SPACES                     TO PRINT-RECORD
              WRITE PRINT-RECORD
              IF WS-PRINT-DETAIL
                 MOVE SPACES                  TO PRINT-RECORD
                 MOVE 'TABLE'                 TO PRINT-RECORD(1:5)
                 MOVE 'FIELD1   RSN  SOURCE'  TO PRINT-RECORD(34:21)
                 MOVE 'REJECTED      AGE'     TO PRINT-RECORD(57:17)
                 MOVE 'REASON'                TO PRINT-RECORD(75:6)
                 WRITE PRINT-RECORD
                 MOVE SPACES                  TO PRINT-RECORD
                 MOVE '-----'                 TO PRINT-RECORD(1:5)
                 MOVE '------   ---  ------'  TO PRINT-RECORD(34:21)
                 MOVE '--------      ---'     TO PRINT-RECORD(57:17)
                 MOVE '------'                TO PRINT-RECORD(75:6)
                 WRITE PRINT-RECORD
                 MOVE 4                       TO WS-PRINT-LINE-COUNT
              ELSE
                 MOVE SPACES                     TO PRINT-RECORD
                 MOVE 'GROUP  VALUE'             TO PRINT-RECORD(1:12)
                 MOVE '   OPEN    AGED    AGED '
                                            TO PRINT-RECORD(41:24)
                 MOVE '   AGED    AGED    AGED'
                                            TO PRINT-RECORD(65:23)
                 MOVE 'OLDEST   AWAIT   CORR-  '
                                            TO PRINT-RECORD(89:24)
                 MOVE ' WITH-    AVG   MAX'
                                            TO PRINT-RECORD(113:19)
                 WRITE PRINT-RECORD
                 MOVE SPACES                     TO PRINT-RECORD
                 MOVE 'BY'                       TO PRINT-RECORD(1:2)
                 MOVE '    NOW     0-1     2-7 '
                                            TO PRINT-RECORD(41:24)
                 MOVE '   8-30   31-90 OVER 90'
                                            TO PRINT-RECORD(65:23)
                 MOVE '  DAYS RECYCLE   ECTED  '
                                            TO PRINT-RECORD(89:24)
                 MOVE ' DRAWN   DAYS  DAYS'
                                            TO PRINT-RECORD(113:19)
                 WRITE PRINT-RECORD
                 MOVE 4                       TO WS-PRINT-LINE-COUNT
              END-IF
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
      * How the columns are counted, then close - last thing written
      * to the report so a reader knows the listing was not cut short
           IF WS-PRINT-OPEN
              MOVE SPACES                     TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              MOVE 'OPEN NOW is the rejects on PCTB003B.REJ still to'
                                              TO PRINT-RECORD
              MOVE 'be worked, aged in days from the original reject'
                                              TO PRINT-RECORD(50:48)
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              MOVE 'date. AWAIT RECYCLE is corrected in PCTB010B but'
                                              TO PRINT-RECORD
              MOVE 'not yet loaded. CORRECTED/WITHDRAWN and the'
                                              TO PRINT-RECORD(50:43)
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              MOVE 'AVG/MAX days to resolve come from PCTB010B.DSP -'
                                              TO PRINT-RECORD
              MOVE 'dispositions recorded without their reject date'
                                              TO PRINT-RECORD(50:48)
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES                     TO PRINT-RECORD
              MOVE 'are counted but not timed.'
                                              TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
              CLOSE PRINT-FILE
              MOVE 'N'                        TO WS-PRINT-OPEN-FLAG
           END-IF
           .
       PRINT-REPORT-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  R E J E C T   A G I N G                                               *
      **************************************************************************
       REJECTS-AGE SECTION.
      *
      * Every reject still on the reject file - the open ones listed
      * with their age, all of them counted into their groups
           SET WS-REJECT-NOT-EOF            TO TRUE
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
              DISPLAY 'REJECTS-AGE: no reject file, status '
                      WS-REJECT-STATUS ' - no open rejects'
              MOVE SPACES                   TO PRINT-RECORD
              MOVE 'No reject file - no open rejects'
                                            TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           ELSE
              PERFORM UNTIL WS-REJECT-EOF
                 READ REJECT-FILE
                 AT END
                    SET WS-REJECT-EOF       TO TRUE
                 NOT AT END
                    IF RCY-RECORD NOT = SPACES
                       PERFORM REJECT-AGE-ONE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
              IF WS-REJECTS-OPEN = ZERO
                 MOVE SPACES                TO PRINT-RECORD
                 MOVE 'No open rejects'     TO PRINT-RECORD
                 PERFORM PRINT-REPORT-LINE
              END-IF
           END-IF
           .
       REJECTS-AGE-EXIT.
           EXIT.
      *************************************************************************
       REJECT-AGE-ONE SECTION.
      *
      * One reject. Its age runs from the date it was first rejected -
      * PCTB003B keeps that date when a recycle run rejects it again.
      * A date that will not convert is aged as the oldest bucket, so
      * it cannot hide among the new ones
           ADD 1                            TO WS-RECS-READ
           MOVE ZERO                        TO WS-DATE-INT
           IF RCY-DATE IS NUMERIC
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                                    (20000000 + RCY-DATE)
           END-IF
           IF WS-DATE-INT = ZERO
              MOVE 99999                    TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DATE-INT
           END-IF
           IF WS-AGE-DAYS < ZERO
              MOVE ZERO                     TO WS-AGE-DAYS
           END-IF
           MOVE WS-BUCKET-MAX               TO WS-BUCKET
           PERFORM VARYING K FROM 4 BY -1 UNTIL K < 1
              IF WS-AGE-DAYS NOT > WS-BUCKET-LIMIT (K)
                 MOVE K                     TO WS-BUCKET
              END-IF
           END-PERFORM
      *
           IF RCY-CORRECTED
              SET WS-REC-PENDING            TO TRUE
              ADD 1                         TO WS-REJECTS-PENDING
           ELSE
              SET WS-REC-OPEN               TO TRUE
              ADD 1                         TO WS-REJECTS-OPEN
           END-IF
           MOVE RCY-REASON-CODE             TO WS-REC-REASON
           MOVE RCY-TABLE-NAME              TO WS-REC-TABLE-NAME
           MOVE RCY-FEED-SOURCE             TO WS-REC-SOURCE
           MOVE 'N'                         TO WS-REC-TIMED-FLAG
           PERFORM GROUPS-COUNT
      *
           IF WS-REC-OPEN
              MOVE SPACES                   TO WS-DET-LINE
              MOVE RCY-TABLE-NAME           TO DL-TABLE-NAME
              MOVE RCY-FIELD1               TO DL-FIELD1
              MOVE RCY-REASON-CODE          TO DL-REASON-CODE
              MOVE WS-REC-SOURCE            TO DL-FEED-SOURCE
              STRING '20' RCY-DATE(1:2) '-' RCY-DATE(3:2) '-'
                     RCY-DATE(5:2) DELIMITED SIZE
                     INTO DL-REJECT-DATE
              END-STRING
              MOVE WS-AGE-DAYS              TO DL-AGE-DAYS
              MOVE RCY-REASON-TEXT          TO DL-REASON-TEXT
              MOVE WS-DET-LINE              TO PRINT-RECORD
              PERFORM PRINT-REPORT-LINE
           END-IF
           .
       REJECT-AGE-ONE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  D I S P O S I T I O N S                                               *
      **************************************************************************
       DISPOSITIONS-COUNT SECTION.
      *
      * Every reject PCTB010B ever corrected or withdrawn, counted
      * into the groups of the reason it was rejected for
           SET WS-DISP-NOT-EOF              TO TRUE
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = '00'
              DISPLAY 'DISPOSITIONS-COUNT: no disposition file, '
                      'status ' WS-DISP-STATUS
                      ' - nothing corrected or withdrawn yet'
           ELSE
              PERFORM UNTIL WS-DISP-EOF
                 READ DISP-FILE
                 AT END
                    SET WS-DISP-EOF         TO TRUE
                 NOT AT END
                    IF DSP-CORRECTED OR DSP-WITHDRAWN
                       PERFORM DISPOSITION-ONE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE DISP-FILE
           END-IF
           .
       DISPOSITIONS-COUNT-EXIT.
           EXIT.
      *************************************************************************
       DISPOSITION-ONE SECTION.
      *
      * One disposition. Its time to resolve is the days from the
      * reject date to the disposition date - dispositions recorded
      * before the reject date was carried have none
           ADD 1                            TO WS-DISP-READ
           IF DSP-CORRECTED
              SET WS-REC-CORRECTED          TO TRUE
           ELSE
              SET WS-REC-WITHDRAWN          TO TRUE
           END-IF
           MOVE DSP-REASON-CODE             TO WS-REC-REASON
           MOVE DSP-TABLE-NAME              TO WS-REC-TABLE-NAME
           MOVE DSP-FEED-SOURCE             TO WS-REC-SOURCE
           MOVE 'N'                         TO WS-REC-TIMED-FLAG
           MOVE ZERO                        TO WS-RESOLVE-DAYS
           IF DSP-REJECT-DATE IS NUMERIC
              AND DSP-REJECT-DATE NOT = ZERO
              AND DSP-DATE IS NUMERIC
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                                    (20000000 + DSP-REJECT-DATE)
              COMPUTE WS-RESOLVE-DAYS = FUNCTION INTEGER-OF-DATE
                                        (20000000 + DSP-DATE)
              IF WS-DATE-INT NOT = ZERO
                 AND WS-RESOLVE-DAYS NOT < WS-DATE-INT
                 SUBTRACT WS-DATE-INT     FROM WS-RESOLVE-DAYS
                 SET WS-REC-TIMED         TO TRUE
              END-IF
           END-IF
           IF NOT WS-REC-TIMED
              ADD 1                         TO WS-DISP-UNTIMED
           END-IF
           PERFORM GROUPS-COUNT
           .
       DISPOSITION-ONE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  G R O U P   C O U N T I N G                                           *
      **************************************************************************
       GROUPS-COUNT SECTION.
      *
      * The record in hand counted into all four of its groups
           IF WS-REC-REASON = SPACES
              MOVE '????'                   TO WS-REC-REASON
           END-IF
           IF WS-REC-TABLE-NAME = SPACES
              MOVE '(NO TABLE)'             TO WS-REC-TABLE-NAME
           END-IF
      * Records written before the source was carried have none
           IF WS-REC-SOURCE = SPACES OR LOW-VALUES
              MOVE '(NONE)'                 TO WS-REC-SOURCE
           END-IF
           MOVE 'A'                         TO WS-GRP-WANT-DIMENSION
           MOVE 'ALL REJECTS'               TO WS-GRP-WANT-VALUE
           PERFORM GROUP-FIND
           PERFORM GROUP-ADD
           MOVE 'R'                         TO WS-GRP-WANT-DIMENSION
           MOVE WS-REC-REASON               TO WS-GRP-WANT-VALUE
           PERFORM GROUP-FIND
           PERFORM GROUP-ADD
           MOVE 'T'                         TO WS-GRP-WANT-DIMENSION
           MOVE WS-REC-TABLE-NAME           TO WS-GRP-WANT-VALUE
           PERFORM GROUP-FIND
           PERFORM GROUP-ADD
           MOVE 'S'                         TO WS-GRP-WANT-DIMENSION
           MOVE WS-REC-SOURCE               TO WS-GRP-WANT-VALUE
           PERFORM GROUP-FIND
           PERFORM GROUP-ADD
           .
       GROUPS-COUNT-EXIT.
           EXIT.
      *************************************************************************
       GROUP-FIND SECTION.
      *
      * The entry for WS-GRP-WANT-DIMENSION/WS-GRP-WANT-VALUE into
      * WS-GRP-SUB, made on first meeting
           MOVE ZERO                        TO WS-GRP-SUB
           PERFORM VARYING G1 FROM 1 BY 1
                   UNTIL G1 > WS-GRP-COUNT
                      OR WS-GRP-SUB NOT = ZERO
              IF WS-GRP-DIMENSION (G1) = WS-GRP-WANT-DIMENSION
                 AND WS-GRP-VALUE (G1) = WS-GRP-WANT-VALUE
                 MOVE G1                    TO WS-GRP-SUB
              END-IF
           END-PERFORM
           IF WS-GRP-SUB = ZERO
              IF WS-GRP-COUNT NOT < WS-GRP-MAX
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'GROUP-FIND: more than ' DELIMITED SIZE
                        WS-GRP-MAX DELIMITED SIZE
                        ' reason codes, tables and sources'
                                            DELIMITED SIZE
                        INTO POCTB-ERROR-MESSAGE
                 END-STRING
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              ADD 1                         TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT             TO WS-GRP-SUB
              INITIALIZE WS-GRP-ENTRY (WS-GRP-SUB)
              MOVE WS-GRP-WANT-DIMENSION    TO WS-GRP-DIMENSION
                                               (WS-GRP-SUB)
              MOVE WS-GRP-WANT-VALUE        TO WS-GRP-VALUE
                                               (WS-GRP-SUB)
           END-IF
           .
       GROUP-FIND-EXIT.
           EXIT.
      *************************************************************************
       GROUP-ADD SECTION.
      *
      * The record in hand onto the entry at WS-GRP-SUB
           EVALUATE TRUE
           WHEN WS-REC-OPEN
              ADD 1                         TO WS-GRP-OPEN (WS-GRP-SUB)
              ADD 1                         TO WS-GRP-BUCKET
                                               (WS-GRP-SUB WS-BUCKET)
              IF WS-AGE-DAYS > WS-GRP-OLDEST (WS-GRP-SUB)
                 MOVE WS-AGE-DAYS           TO WS-GRP-OLDEST
                                               (WS-GRP-SUB)
              END-IF
           WHEN WS-REC-PENDING
              ADD 1                         TO WS-GRP-PENDING
                                               (WS-GRP-SUB)
           WHEN WS-REC-CORRECTED
              ADD 1                         TO WS-GRP-CORRECTED
                                               (WS-GRP-SUB)
           WHEN WS-REC-WITHDRAWN
              ADD 1                         TO WS-GRP-WITHDRAWN
                                               (WS-GRP-SUB)
           END-EVALUATE
           IF WS-REC-TIMED
              ADD 1                         TO WS-GRP-TIMED
                                               (WS-GRP-SUB)
              ADD WS-RESOLVE-DAYS           TO WS-GRP-DAYS-TOTAL
                                               (WS-GRP-SUB)
              IF WS-RESOLVE-DAYS > WS-GRP-DAYS-MAX (WS-GRP-SUB)
                 MOVE WS-RESOLVE-DAYS       TO WS-GRP-DAYS-MAX
                                               (WS-GRP-SUB)
              END-IF
           END-IF
           .
       GROUP-ADD-EXIT.
           EXIT.
      /
      **************************************************************************
      *  S U M M A R Y                                                         *
      **************************************************************************
       SUMMARY-PRINT SECTION.
      *
      * The groups on a fresh page, one kind after the other - all
      * rejects, then by reason code, by table and by feed source
           SET WS-PRINT-SUMMARY             TO TRUE
           PERFORM PRINT-REPORT-HEADER
           MOVE 'A'                         TO WS-GRP-WANT-DIMENSION
           PERFORM SUMMARY-DIMENSION
           MOVE 'R'                         TO WS-GRP-WANT-DIMENSION
           PERFORM SUMMARY-DIMENSION
           MOVE 'T'                         TO WS-GRP-WANT-DIMENSION
           PERFORM SUMMARY-DIMENSION
           MOVE 'S'                         TO WS-GRP-WANT-DIMENSION
           PERFORM SUMMARY-DIMENSION
           .
       SUMMARY-PRINT-EXIT.
           EXIT.
      *************************************************************************
       SUMMARY-DIMENSION SECTION.
      *
      * One kind of group, a blank line ahead of it
           MOVE SPACES                      TO PRINT-RECORD
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING G1 FROM 1 BY 1 UNTIL G1 > WS-GRP-COUNT
              IF WS-GRP-DIMENSION (G1) = WS-GRP-WANT-DIMENSION
                 PERFORM SUMMARY-LINE
              END-IF
           END-PERFORM
           .
       SUMMARY-DIMENSION-EXIT.
           EXIT.
      *************************************************************************
       SUMMARY-LINE SECTION.
      *
           MOVE SPACES                      TO WS-SUM-LINE
           EVALUATE TRUE
           WHEN WS-GRP-ALL (G1)
              MOVE 'ALL'                    TO SL-DIMENSION
           WHEN WS-GRP-REASON (G1)
              MOVE 'REASON'                 TO SL-DIMENSION
           WHEN WS-GRP-TABLE-NAME (G1)
              MOVE 'TABLE'                  TO SL-DIMENSION
           WHEN OTHER
              MOVE 'SOURCE'                 TO SL-DIMENSION
           END-EVALUATE
           MOVE WS-GRP-VALUE (G1)           TO SL-VALUE
           MOVE WS-GRP-OPEN (G1)            TO SL-OPEN
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BUCKET-MAX
              MOVE WS-GRP-BUCKET (G1 K)     TO SL-BUCKET (K)
           END-PERFORM
           MOVE WS-GRP-OLDEST (G1)          TO SL-OLDEST
           MOVE WS-GRP-PENDING (G1)         TO SL-PENDING
           MOVE WS-GRP-CORRECTED (G1)       TO SL-CORRECTED
           MOVE WS-GRP-WITHDRAWN (G1)       TO SL-WITHDRAWN
           IF WS-GRP-TIMED (G1) = ZERO
              MOVE ZERO                     TO SL-AVG-DAYS
           ELSE
              COMPUTE SL-AVG-DAYS ROUNDED =
                      WS-GRP-DAYS-TOTAL (G1) / WS-GRP-TIMED (G1)
           END-IF
           MOVE WS-GRP-DAYS-MAX (G1)        TO SL-MAX-DAYS
           MOVE WS-SUM-LINE                 TO PRINT-RECORD
           PERFORM PRINT-REPORT-LINE
           .
       SUMMARY-LINE-EXIT.
           EXIT.
