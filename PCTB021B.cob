      * dbpre V 0.2: PCTB021B.cob                                20261015-000000
------*-------------------------------------------------------------------------
----+-*--1----+----2----+----3----+----4----+----5----+----6----+----7-*--+----8
      **************************************************************************
      *  I D E N T I F I C A T I O N   D I V I S I O N                         *
      **************************************************************************
        IDENTIFICATION              DIVISION.
        PROGRAM-ID.                 PCTB021B.
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
      * The control file under maintenance - PCTB003B.XLT translation
      * rules, PCTB014B.THR reject thresholds or the PCTB006B.PLN run
      * plan, whichever the operator picks. Each is read whole into
      * storage, changed there, and only written back on a save
           SELECT CTL-FILE            ASSIGN TO DYNAMIC
                                                WS-CTL-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CTL-STATUS.
      *
      * Side file the saved entries stream to - <file>.NEW, streamed
      * back over the control file once complete, the same discipline
      * as PCTB010B's reject file rewrite, so a failed save can never
      * leave a control file half written for the night's run to read
           SELECT CTLNEW-FILE         ASSIGN TO DYNAMIC
                                                WS-CTLNEW-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CTLNEW-STATUS.
      *
      * PCTB006B's driver checkpoint - read only. Entry numbers in it
      * are plan positions, so the plan is not changed while a plan
      * run is waiting to be restarted
           SELECT CKPT-FILE           ASSIGN TO 'PCTB006B.CKP'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-CKPT-STATUS.
      *
      * Control-change audit file - one line per saved change, with
      * who made it, when, which file and entry, and the entry as it
      * was before and after. Appended run after run
           SELECT AUDIT-FILE          ASSIGN TO 'PCTB021B.AUD'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-AUDIT-STATUS.
      *
      * Error log - one line per failure, so operations can review a
      * run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB021B.ERRLOG'
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
      * Held as text - the layout of each kind of control file is
      * laid over the entry being edited in working storage
        FD  CTL-FILE.
        01  CTL-RECORD                  PIC  X(132).
      *
        FD  CTLNEW-FILE.
        01  CTLNEW-RECORD               PIC  X(132).
      *
      * Same layout as PCTB006B's CKPT-RECORD
        FD  CKPT-FILE.
        01  CKPT-RECORD.
            05 CKPT-PROGRAM-NAME        PIC  X(08).
            05 CKPT-SEQUENCE            PIC  9(08).
            05 CKPT-LOOP-COUNTER        PIC  9(08).
            05 CKPT-RUN-STATUS          PIC  X(01).
                88  CKPT-COMPLETE                   VALUE 'C'.
                88  CKPT-INCOMPLETE                 VALUE 'I'.
            05 CKPT-SKIP-MAP            PIC  X(20).
            05 CKPT-DONE-MAP            PIC  X(20).
      *
        FD  AUDIT-FILE.
        01  AUDIT-RECORD.
            05 AUD-PROGRAM-NAME         PIC  X(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-DATE                 PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-TIME                 PIC  9(06).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-OPERATOR             PIC  X(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-FILE-NAME            PIC  X(16).
            05 FILLER                   PIC  X(01) VALUE SPACE.
      * A = added, C = changed, D = deleted - an add has no before
      * image and a delete no after image
            05 AUD-ACTION               PIC  X(01).
                88  AUD-ADDED                       VALUE 'A'.
                88  AUD-CHANGED                     VALUE 'C'.
                88  AUD-DELETED                     VALUE 'D'.
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-ENTRY-NUM            PIC  9(03).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-BEFORE-IMAGE         PIC  X(132).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 AUD-AFTER-IMAGE          PIC  X(132).
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
      * connection of its own, the checks it makes are field checks
      * against the record layouts, but the common program/date/error
      * fields apply
        COPY POCTBBATWS.
      *
      * Control file working storage - which file is being maintained
      * and under what name, and the largest number of entries the
      * program that reads it will take
        01  WS-CTL-FILE-NAME                  PIC  X(64) VALUE SPACES.
        01  WS-CTLNEW-FILE-NAME               PIC  X(64) VALUE SPACES.
        01  WS-CTL-STATUS                     PIC  X(02) VALUE '00'.
        01  WS-CTLNEW-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-CTL-EOF-FLAG                   PIC  X(01) VALUE 'N'.
            88  WS-CTL-EOF                                 VALUE 'Y'.
            88  WS-CTL-NOT-EOF                             VALUE 'N'.
        01  WS-CTL-KIND                       PIC  X(01) VALUE SPACE.
            88  WS-CTL-XLATE                               VALUE 'X'.
            88  WS-CTL-THRESH                              VALUE 'T'.
            88  WS-CTL-PLAN                                VALUE 'P'.
        01  WS-CTL-ENTRY-MAX                  PIC  9(03) VALUE ZERO.
      * PCTB003B loads at most 50 translation rules and PCTB006B at
      * most 20 plan entries; PCTB014B takes a threshold for every
      * plan table, so the line table below is its only limit
        01  WS-XLATE-MAX                      PIC  9(03) VALUE 50.
        01  WS-THRESH-MAX                     PIC  9(03) VALUE 100.
        01  WS-PLAN-MAX                       PIC  9(03) VALUE 20.
      * Same ceiling as PCTB003B's WS-MAX-INSERT-BATCH-SIZE - the
      * largest multi-row INSERT its statement buffer can hold
        01  WS-MAX-INSERT-BATCH-SIZE          PIC  9(02) VALUE 10.
      *
      * Checkpoint working storage
        01  WS-CKPT-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-PLAN-RESTART-FLAG              PIC  X(01) VALUE 'N'.
            88  WS-PLAN-RESTART-PENDING                    VALUE 'Y'.
      *
      * The control file in storage, line for line. Lines the reading
      * program skips (blank ones, kept to lay the file out readably)
      * are carried through a save untouched but get no entry number;
      * entries are numbered the way the reading program counts them,
      * so a plan entry number here is PCTB006B's entry number
        01  WS-LINE-MAX                       PIC  9(03) VALUE 150.
        01  WS-LINE-COUNT                     PIC  9(03) VALUE ZERO.
        01  WS-LINE-TABLE.
            05 WS-LINE-ENTRY OCCURS 150.
               10 WS-LINE-IMAGE            PIC  X(132).
               10 WS-LINE-ENTRY-NUM        PIC  9(03).
        01  L1                                PIC  S9(4) COMP VALUE 0.
        01  L2                                PIC  S9(4) COMP VALUE 0.
        01  WS-ENTRY-COUNT                    PIC  9(03) VALUE ZERO.
        01  WS-ENTRY-WANT                     PIC  9(03) VALUE ZERO.
        01  WS-ENTRY-LINE                     PIC  S9(4) COMP VALUE 0.
      * Line excluded from the duplicate check - the entry's own line
      * when it is being changed, zero for an add
        01  WS-SKIP-LINE                      PIC  S9(4) COMP VALUE 0.
      *
      * The entry being added or changed, with each control file's
      * layout over it - field for field the layouts of PCTB003B's
      * XLATE-RECORD, PCTB014B's THRESH-RECORD and PCTB006B's
      * PLAN-RECORD
        01  WS-EDIT-IMAGE                     PIC  X(132) VALUE SPACES.
        01  WS-EDIT-XLATE REDEFINES WS-EDIT-IMAGE.
            05 ED-XLT-SOURCE                  PIC  X(08).
            05 FILLER                         PIC  X(01).
            05 ED-XLT-FIELD-ID                PIC  X(01).
      * Only FIELD2 and FIELD3 carry translatable codes - the loader
      * refuses a rule against FIELD1, the key
               88  ED-XLT-FIELD-VALID                      VALUE '2'
                                                                 '3'.
               88  ED-XLT-FIELD-2                          VALUE '2'.
            05 FILLER                         PIC  X(01).
            05 ED-XLT-FROM-VALUE              PIC  X(32).
            05 FILLER                         PIC  X(01).
            05 ED-XLT-TO-VALUE                PIC  X(32).
            05 FILLER                         PIC  X(56).
        01  WS-EDIT-THRESH REDEFINES WS-EDIT-IMAGE.
            05 ED-THR-TABLE-NAME              PIC  X(32).
            05 FILLER                         PIC  X(01).
            05 ED-THR-REJECT-LIMIT            PIC  9(08).
            05 ED-THR-REJECT-LIMIT-X REDEFINES ED-THR-REJECT-LIMIT
                                              PIC  X(08).
            05 FILLER                         PIC  X(91).
        01  WS-EDIT-PLAN REDEFINES WS-EDIT-IMAGE.
            05 ED-PLN-TABLE-NAME              PIC  X(32).
            05 FILLER                         PIC  X(01).
            05 ED-PLN-RUN-MODE                PIC  X(01).
      * The loader's modes, plus P - the pending-change release step
               88  ED-PLN-MODE-VALID                       VALUE 'F'
                                                     'I' 'R' 'E' 'P'.
            05 FILLER                         PIC  X(01).
            05 ED-PLN-BATCH-SIZE              PIC  9(02).
            05 ED-PLN-BATCH-SIZE-X REDEFINES ED-PLN-BATCH-SIZE
                                              PIC  X(02).
            05 FILLER                         PIC  X(01).
            05 ED-PLN-FEED-NAME               PIC  X(44).
            05 FILLER                         PIC  X(01).
            05 ED-PLN-CRITICAL                PIC  X(01).
               88  ED-PLN-CRITICAL-VALID                   VALUE 'C'
                                                                 ' '.
            05 FILLER                         PIC  X(01).
      * Up to four earlier entries this one waits for, as nn nn nn nn
            05 ED-PLN-DEPENDS.
               10 ED-PLN-DEPENDS-ON OCCURS 4.
                  15 ED-PLN-DEP-ENTRY         PIC  9(02).
                  15 ED-PLN-DEP-ENTRY-X REDEFINES ED-PLN-DEP-ENTRY
                                              PIC  X(02).
                  15 ED-PLN-DEP-SEP           PIC  X(01).
            05 ED-PLN-ADJ-NAME                PIC  X(32).
            05 FILLER                         PIC  X(03).
        01  WS-BEFORE-IMAGE                   PIC  X(132) VALUE SPACES.
      *
      * Plan dependency working storage. Dependencies name entries by
      * number, so an entry added or deleted ahead of the entries they
      * name renumbers them - every other plan entry is looked at
      * through the scan image, and the ones that change are carried
      * as changes of their own
        01  WS-DEP-MAX                        PIC  9(02) VALUE 4.
        01  D1                                PIC  S9(4) COMP VALUE 0.
        01  WS-OWN-ENTRY-NUM                  PIC  9(03) VALUE ZERO.
        01  WS-RENUM-FROM                     PIC  9(03) VALUE ZERO.
        01  WS-RENUM-BY                       PIC  S9(01) VALUE ZERO.
        01  WS-RENUM-SKIP-LINE                PIC  S9(4) COMP VALUE 0.
        01  WS-RENUM-COUNT                    PIC  9(03) VALUE ZERO.
        01  WS-RENUM-LINE-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-RENUM-LINE                              VALUE 'Y'.
        01  WS-DEP-HOLDER                     PIC  9(03) VALUE ZERO.
        01  WS-SCAN-IMAGE                     PIC  X(132) VALUE SPACES.
        01  WS-SCAN-PLAN REDEFINES WS-SCAN-IMAGE.
            05 FILLER                         PIC  X(85).
            05 SC-PLN-DEPENDS-ON OCCURS 4.
               10 SC-PLN-DEP-ENTRY            PIC  9(02).
               10 SC-PLN-DEP-ENTRY-X REDEFINES SC-PLN-DEP-ENTRY
                                              PIC  X(02).
               10 FILLER                      PIC  X(01).
            05 FILLER                         PIC  X(35).
      * The action, entry and images of the change being made, held
      * while the renumbered entries are recorded as changes
        01  WS-HOLD-ACTION                    PIC  X(01) VALUE SPACE.
        01  WS-HOLD-ENTRY-WANT                PIC  9(03) VALUE ZERO.
        01  WS-HOLD-EDIT-IMAGE                PIC  X(132) VALUE SPACES.
        01  WS-HOLD-BEFORE-IMAGE              PIC  X(132) VALUE SPACES.
      *
      * Entry validation working storage
        01  WS-ENTRY-VALID-FLAG               PIC  X(01) VALUE 'Y'.
            88  WS-ENTRY-VALID                             VALUE 'Y'.
            88  WS-ENTRY-INVALID                           VALUE 'N'.
        01  WS-INVALID-TEXT                   PIC  X(60) VALUE SPACES.
        01  WS-QUOTE-COUNT                    PIC  9(02) VALUE ZERO.
      *
      * Changes made but not yet saved, in the order they were made -
      * written to the audit file only once the save has replaced the
      * control file, so the audit never shows a change that was
      * discarded
        01  WS-CHG-MAX                        PIC  9(02) VALUE 50.
        01  WS-CHG-COUNT                      PIC  9(02) VALUE ZERO.
        01  WS-CHG-TABLE.
            05 WS-CHG-ENTRY OCCURS 50.
               10 WS-CHG-ACTION            PIC  X(01).
               10 WS-CHG-ENTRY-NUM         PIC  9(03).
               10 WS-CHG-BEFORE            PIC  X(132).
               10 WS-CHG-AFTER             PIC  X(132).
        01  C1                                PIC  S9(4) COMP VALUE 0.
      *
      * Audit file working storage
        01  WS-AUDIT-STATUS                   PIC  X(02) VALUE '00'.
        01  WS-AUDIT-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-AUDIT-OPEN                              VALUE 'Y'.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
      *
      * Operator dialog working storage - who is making the changes,
      * the file and action picked, and the answer to each prompt
        01  WS-OPERATOR                       PIC  X(08) VALUE SPACES.
        01  WS-FILE-CHOICE                    PIC  X(01) VALUE SPACE.
        01  WS-MAINT-ACTION                   PIC  X(01) VALUE SPACE.
        01  WS-MAINT-ANSWER                   PIC  X(44) VALUE SPACES.
        01  WS-FILE-DONE-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-FILE-DONE                               VALUE 'Y'.
        01  WS-QUIT-FLAG                      PIC  X(01) VALUE 'N'.
            88  WS-QUIT-REQUESTED                          VALUE 'Y'.
      *
      * The width of the field being asked for - a longer answer is
      * flagged, and a numeric answer must be digits only, typed from
      * the left, with no more of them than the width
        01  WS-ANSWER-WIDTH                   PIC  S9(4) COMP VALUE 0.
        01  WS-ANSWER-TOO-LONG-FLAG           PIC  X(01) VALUE 'N'.
            88  WS-ANSWER-TOO-LONG                         VALUE 'Y'.
        01  WS-ANSWER-LEN                     PIC  S9(4) COMP VALUE 0.
        01  WS-ANSWER-VALUE                   PIC  9(08) VALUE ZERO.
        01  WS-ANSWER-NUMERIC-FLAG            PIC  X(01) VALUE 'N'.
            88  WS-ANSWER-NUMERIC                          VALUE 'Y'.
      *
      * Control totals for the closing banner - saved changes only
        01  WS-RECS-ADDED                     PIC  9(08) VALUE ZERO.
        01  WS-RECS-CHANGED                   PIC  9(08) VALUE ZERO.
        01  WS-RECS-DELETED                   PIC  9(08) VALUE ZERO.
        01  WS-RECS-DISCARDED                 PIC  9(08) VALUE ZERO.
        01  WS-RECS-AUDITED                   PIC  9(08) VALUE ZERO.
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
           MOVE 'PCTB021B'                  TO POCTB-PROGRAM-NAME
      *
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
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
           PERFORM AUDIT-OPEN
           PERFORM OPERATOR-ASK
      *
           PERFORM UNTIL WS-QUIT-REQUESTED
              DISPLAY '-------------------------------------------'
              DISPLAY 'File? X=PCTB003B.XLT translation rules'
              DISPLAY '      T=PCTB014B.THR reject thresholds'
              DISPLAY '      P=PCTB006B.PLN run plan'
              DISPLAY '      Q=quit'
              MOVE SPACE                    TO WS-FILE-CHOICE
              ACCEPT WS-FILE-CHOICE
              EVALUATE WS-FILE-CHOICE
              WHEN 'X'
              WHEN 'x'
                 SET WS-CTL-XLATE           TO TRUE
                 MOVE 'PCTB003B.XLT'        TO WS-CTL-FILE-NAME
                 MOVE WS-XLATE-MAX          TO WS-CTL-ENTRY-MAX
                 PERFORM CTL-FILE-MAINT
              WHEN 'T'
              WHEN 't'
                 SET WS-CTL-THRESH          TO TRUE
                 MOVE 'PCTB014B.THR'        TO WS-CTL-FILE-NAME
                 MOVE WS-THRESH-MAX         TO WS-CTL-ENTRY-MAX
                 PERFORM CTL-FILE-MAINT
              WHEN 'P'
              WHEN 'p'
                 SET WS-CTL-PLAN            TO TRUE
                 MOVE 'PCTB006B.PLN'        TO WS-CTL-FILE-NAME
                 MOVE WS-PLAN-MAX           TO WS-CTL-ENTRY-MAX
                 PERFORM PLAN-RESTART-CHECK
                 IF WS-PLAN-RESTART-PENDING
                    DISPLAY 'The run plan cannot be changed while '
                            'PCTB006B has a run waiting to restart'
                    DISPLAY 'Let the restart complete first - the '
                            'checkpoint counts plan entries by '
                            'position'
                 ELSE
                    PERFORM CTL-FILE-MAINT
                 END-IF
              WHEN 'Q'
              WHEN 'q'
                 SET WS-QUIT-REQUESTED      TO TRUE
              WHEN OTHER
                 DISPLAY 'Unrecognized file'
              END-EVALUATE
           END-PERFORM
      *
           PERFORM AUDIT-CLOSE
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
      * Control totals - every saved change is one audit line; the
      * discarded ones never reached a control file
           DISPLAY '-------------------------------------------'
           DISPLAY 'Control totals for the control-file changes'
           DISPLAY 'Entries added....: ' WS-RECS-ADDED
           DISPLAY 'Entries changed..: ' WS-RECS-CHANGED
           DISPLAY 'Entries deleted..: ' WS-RECS-DELETED
           DISPLAY 'Audit lines......: ' WS-RECS-AUDITED
           DISPLAY 'Changes discarded: ' WS-RECS-DISCARDED
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
      * this program holds no database unit of work; a control file
      * is only replaced by a complete side file
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
      * One line per failure: program, date/time, unsaved change count
      * in the sequence column, and the error text
           IF WS-ERRLOG-OPEN
      * Clear the record first - the FILLER bytes between the fields
      * are never MOVEd to and would otherwise go out as LOW-VALUES,
      * which a line sequential WRITE rejects as bad characters
              MOVE SPACES                   TO ERRLOG-RECORD
              MOVE POCTB-PROGRAM-NAME       TO ERRLOG-PROGRAM-NAME
              MOVE POCTB-DATE               TO ERRLOG-DATE
              MOVE POCTB-TIME               TO ERRLOG-TIME
              MOVE WS-CHG-COUNT             TO ERRLOG-SEQUENCE
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
      *  A U D I T   F I L E   P R O C E S S I N G                             *
      **************************************************************************
       AUDIT-OPEN SECTION.
      *
      * Opened once near the start of the run and kept open (append
      * mode) - the audit trail accumulates run after run
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
              SET WS-AUDIT-OPEN             TO TRUE
           ELSE
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT AUDIT-FILE
              IF WS-AUDIT-STATUS = '00'
                 SET WS-AUDIT-OPEN          TO TRUE
              END-IF
           END-IF
      *
      * Changing control files with no record of the change is what
      * this program is here to stop - abort instead
           IF NOT WS-AUDIT-OPEN
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'AUDIT-OPEN: OPEN AUDIT-FILE failed,'
                                             DELIMITED BY SIZE
                     ' status '              DELIMITED BY SIZE
                     WS-AUDIT-STATUS         DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
           .
       AUDIT-OPEN-EXIT.
           EXIT.
      *************************************************************************
       AUDIT-WRITE-ALL SECTION.
      *
      * One line per change just saved, in the order made, stamped
      * with the time of the save - the moment the change reached the
      * control file
           ACCEPT POCTB-DATE                FROM DATE
           ACCEPT POCTB-TIME                FROM TIME
           PERFORM VARYING C1 FROM 1 BY 1 UNTIL C1 > WS-CHG-COUNT
      * Clear the record first - the FILLER bytes between the fields
      * are never MOVEd to and would otherwise go out as LOW-VALUES,
      * which a line sequential WRITE rejects as bad characters
              MOVE SPACES                   TO AUDIT-RECORD
              MOVE POCTB-PROGRAM-NAME       TO AUD-PROGRAM-NAME
              MOVE POCTB-DATE               TO AUD-DATE
              MOVE POCTB-TIME               TO AUD-TIME
              MOVE WS-OPERATOR              TO AUD-OPERATOR
              MOVE WS-CTL-FILE-NAME         TO AUD-FILE-NAME
              MOVE WS-CHG-ACTION (C1)       TO AUD-ACTION
              MOVE WS-CHG-ENTRY-NUM (C1)    TO AUD-ENTRY-NUM
              MOVE WS-CHG-BEFORE (C1)       TO AUD-BEFORE-IMAGE
              MOVE WS-CHG-AFTER (C1)        TO AUD-AFTER-IMAGE
              WRITE AUDIT-RECORD
              ADD 1                         TO WS-RECS-AUDITED
              EVALUATE TRUE
              WHEN AUD-ADDED
                 ADD 1                      TO WS-RECS-ADDED
              WHEN AUD-CHANGED
                 ADD 1                      TO WS-RECS-CHANGED
              WHEN OTHER
                 ADD 1                      TO WS-RECS-DELETED
              END-EVALUATE
           END-PERFORM
           .
       AUDIT-WRITE-ALL-EXIT.
           EXIT.
      *************************************************************************
       AUDIT-CLOSE SECTION.
           IF WS-AUDIT-OPEN
              CLOSE AUDIT-FILE
              MOVE 'N'                      TO WS-AUDIT-OPEN-FLAG
           END-IF
           .
       AUDIT-CLOSE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  O P E R A T O R   D I A L O G                                         *
      **************************************************************************
       OPERATOR-ASK SECTION.
      *
      * Who is making the changes - it goes on every audit line
           PERFORM UNTIL WS-OPERATOR NOT = SPACES
              DISPLAY 'Operator id (who is making the changes):'
              MOVE SPACES                   TO WS-MAINT-ANSWER
              ACCEPT WS-MAINT-ANSWER
              MOVE WS-MAINT-ANSWER (1:8)    TO WS-OPERATOR
           END-PERFORM
           .
       OPERATOR-ASK-EXIT.
           EXIT.
      *************************************************************************
       PLAN-RESTART-CHECK SECTION.
      *
      * Is a PCTB006B plan run waiting to be restarted? Its checkpoint
      * holds plan entry numbers, which an added or deleted entry
      * would shift under it
           MOVE 'N'                         TO WS-PLAN-RESTART-FLAG
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = '00'
              READ CKPT-FILE
              IF WS-CKPT-STATUS = '00'
                 IF CKPT-PROGRAM-NAME = 'PCTB006B'
                    AND CKPT-INCOMPLETE
                    SET WS-PLAN-RESTART-PENDING TO TRUE
                 END-IF
              END-IF
              CLOSE CKPT-FILE
           END-IF
           .
       PLAN-RESTART-CHECK-EXIT.
           EXIT.
      *************************************************************************
       ANSWER-ASK SECTION.
      *
      * Take one answer. An answer longer than the field it is for
      * would be cut short without a word - it is flagged instead, and
      * the entry refused when it is validated
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-ANSWER-WIDTH < 44
              IF WS-MAINT-ANSWER (WS-ANSWER-WIDTH + 1:) NOT = SPACES
                 MOVE 'Y'                   TO WS-ANSWER-TOO-LONG-FLAG
              END-IF
           END-IF
           .
       ANSWER-ASK-EXIT.
           EXIT.
      *************************************************************************
       ANSWER-NUMBER-CHECK SECTION.
      *
      * Is the answer a number - digits only, typed from the left,
      * no more of them than WS-ANSWER-WIDTH? Its value comes
      * back in WS-ANSWER-VALUE
           MOVE 'N'                         TO WS-ANSWER-NUMERIC-FLAG
           MOVE ZERO                        TO WS-ANSWER-VALUE
           MOVE ZERO                        TO WS-ANSWER-LEN
           INSPECT WS-MAINT-ANSWER TALLYING WS-ANSWER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ANSWER-LEN > ZERO
              AND WS-ANSWER-LEN NOT > WS-ANSWER-WIDTH
              IF WS-MAINT-ANSWER (1:WS-ANSWER-LEN) IS NUMERIC
                 AND WS-MAINT-ANSWER (WS-ANSWER-LEN + 1:) = SPACES
                 SET WS-ANSWER-NUMERIC      TO TRUE
                 COMPUTE WS-ANSWER-VALUE = FUNCTION NUMVAL
                         (WS-MAINT-ANSWER (1:WS-ANSWER-LEN))
              END-IF
           END-IF
           .
       ANSWER-NUMBER-CHECK-EXIT.
           EXIT.
      /
      **************************************************************************
      *  C O N T R O L   F I L E   M A I N T E N A N C E                       *
      **************************************************************************
       CTL-FILE-MAINT SECTION.
      *
      * One control file: load it, list it, then take the operator's
      * actions until they are done with it. Nothing reaches the file
      * before a save
           PERFORM CTL-FILE-LOAD
           PERFORM CTL-FILE-LIST
           MOVE 'N'                         TO WS-FILE-DONE-FLAG
           PERFORM UNTIL WS-FILE-DONE
              DISPLAY 'Action? A=add C=change D=delete L=list '
                      'S=save Q=done with this file'
              MOVE SPACE                    TO WS-MAINT-ACTION
              ACCEPT WS-MAINT-ACTION
              EVALUATE WS-MAINT-ACTION
              WHEN 'A'
              WHEN 'a'
                 MOVE 'A'                   TO WS-MAINT-ACTION
                 PERFORM CTL-ENTRY-ADD
              WHEN 'C'
              WHEN 'c'
                 MOVE 'C'                   TO WS-MAINT-ACTION
                 PERFORM CTL-ENTRY-CHANGE
              WHEN 'D'
              WHEN 'd'
                 MOVE 'D'                   TO WS-MAINT-ACTION
                 PERFORM CTL-ENTRY-DELETE
              WHEN 'L'
              WHEN 'l'
                 PERFORM CTL-FILE-LIST
              WHEN 'S'
              WHEN 's'
                 PERFORM CTL-FILE-SAVE
              WHEN 'Q'
              WHEN 'q'
                 PERFORM CTL-FILE-LEAVE
              WHEN OTHER
                 DISPLAY 'Unrecognized action'
              END-EVALUATE
           END-PERFORM
           .
       CTL-FILE-MAINT-EXIT.
           EXIT.
      *************************************************************************
       CTL-FILE-LOAD SECTION.
      *
      * The whole control file into the line table. A file that is
      * not there yet is maintained from empty - the save creates it
           MOVE ZERO                        TO WS-LINE-COUNT
           MOVE ZERO                        TO WS-CHG-COUNT
           MOVE SPACES                      TO WS-CTLNEW-FILE-NAME
           STRING WS-CTL-FILE-NAME DELIMITED BY SPACE
                  '.NEW' DELIMITED SIZE
                  INTO WS-CTLNEW-FILE-NAME
           END-STRING
           SET WS-CTL-NOT-EOF               TO TRUE
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'No ' WS-CTL-FILE-NAME (1:12)
                      ' yet - starting from an empty file (status '
                      WS-CTL-STATUS ')'
           ELSE
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                 AT END
                    SET WS-CTL-EOF          TO TRUE
                 NOT AT END
                    IF WS-LINE-COUNT NOT < WS-LINE-MAX
                       MOVE SPACES          TO POCTB-ERROR-MESSAGE
                       STRING 'CTL-FILE-LOAD: more than '
                                             DELIMITED BY SIZE
                              WS-LINE-MAX    DELIMITED BY SIZE
                              ' lines in '   DELIMITED BY SIZE
                              WS-CTL-FILE-NAME
                                             DELIMITED BY SPACE
                                      INTO POCTB-ERROR-MESSAGE
                       SET POCTB-ERROR      TO TRUE
                       PERFORM POCTB-STATUS
                    END-IF
                    ADD 1                   TO WS-LINE-COUNT
                    MOVE CTL-RECORD
                         TO WS-LINE-IMAGE (WS-LINE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           PERFORM CTL-ENTRIES-NUMBER
           .
       CTL-FILE-LOAD-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRIES-NUMBER SECTION.
      *
      * Number the entries the way the reading program counts them -
      * a line is an entry when its first field is filled in (the
      * source system for a translation rule, the table name for the
      * other two); anything else is skipped by the reader and gets
      * no number here
           MOVE ZERO                        TO WS-ENTRY-COUNT
           PERFORM VARYING L1 FROM 1 BY 1 UNTIL L1 > WS-LINE-COUNT
              MOVE ZERO                     TO WS-LINE-ENTRY-NUM (L1)
              IF (WS-CTL-XLATE
                  AND WS-LINE-IMAGE (L1) (1:8) NOT = SPACES)
                 OR (NOT WS-CTL-XLATE
                  AND WS-LINE-IMAGE (L1) (1:32) NOT = SPACES)
                 ADD 1                      TO WS-ENTRY-COUNT
                 MOVE WS-ENTRY-COUNT        TO WS-LINE-ENTRY-NUM (L1)
              END-IF
           END-PERFORM
           .
       CTL-ENTRIES-NUMBER-EXIT.
           EXIT.
      *************************************************************************
       CTL-FILE-LIST SECTION.
      *
      * Every entry with its number, under a heading that names the
      * columns. Each is checked as it is listed, so an entry that was
      * hand-edited wrong before this program existed shows up here
           DISPLAY '-------------------------------------------'
           EVALUATE TRUE
           WHEN WS-CTL-XLATE
              DISPLAY 'NUM SOURCE   F '
                      'FROM-VALUE                       '
                      'TO-VALUE'
           WHEN WS-CTL-THRESH
              DISPLAY 'NUM TABLE                            '
                      'REJECT LIMIT'
           WHEN OTHER
              DISPLAY 'NUM TABLE                            '
                      'M BS FEED FILE                        '
                      '            C DEPENDS ON  ADJUSTMENT FILE'
           END-EVALUATE
           PERFORM VARYING L1 FROM 1 BY 1 UNTIL L1 > WS-LINE-COUNT
              IF WS-LINE-ENTRY-NUM (L1) NOT = ZERO
                 DISPLAY WS-LINE-ENTRY-NUM (L1) ' '
                         WS-LINE-IMAGE (L1) (1:129)
                 MOVE WS-LINE-IMAGE (L1)    TO WS-EDIT-IMAGE
                 MOVE L1                    TO WS-SKIP-LINE
                 MOVE 'N'                   TO WS-ANSWER-TOO-LONG-FLAG
                 PERFORM CTL-ENTRY-VALIDATE
                 IF WS-ENTRY-INVALID
                    DISPLAY '    *** ' WS-INVALID-TEXT
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY WS-ENTRY-COUNT ' entries in '
                   WS-CTL-FILE-NAME (1:12) ' (at most '
                   WS-CTL-ENTRY-MAX '), ' WS-CHG-COUNT
                   ' changes not saved yet'
           .
       CTL-FILE-LIST-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-FIND SECTION.
      *
      * Ask for an entry number and find its line - WS-ENTRY-LINE
      * comes back ZERO when there is no such entry
           MOVE ZERO                        TO WS-ENTRY-LINE
           MOVE ZERO                        TO WS-ENTRY-WANT
           DISPLAY 'Entry number:'
           MOVE 3                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           PERFORM ANSWER-NUMBER-CHECK
           IF WS-ANSWER-NUMERIC
              MOVE WS-ANSWER-VALUE          TO WS-ENTRY-WANT
              PERFORM VARYING L1 FROM 1 BY 1
                      UNTIL L1 > WS-LINE-COUNT
                         OR WS-ENTRY-LINE NOT = ZERO
                 IF WS-LINE-ENTRY-NUM (L1) = WS-ENTRY-WANT
                    AND WS-ENTRY-WANT NOT = ZERO
                    MOVE L1                 TO WS-ENTRY-LINE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ENTRY-LINE = ZERO
              DISPLAY 'No such entry'
           END-IF
           .
       CTL-ENTRY-FIND-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-ADD SECTION.
      *
      * A new entry - asked for field by field and checked against the
      * layout before it goes in. Where it goes matters for the run
      * plan, which runs in entry order, so the operator says which
      * entry it goes in front of
           EVALUATE TRUE
           WHEN WS-CHG-COUNT NOT < WS-CHG-MAX
              DISPLAY 'Too many changes not saved yet - save first'
           WHEN WS-ENTRY-COUNT NOT < WS-CTL-ENTRY-MAX
              DISPLAY WS-CTL-FILE-NAME (1:12) ' already has '
                      WS-ENTRY-COUNT ' entries - the most its '
                      'program will read'
           WHEN WS-LINE-COUNT NOT < WS-LINE-MAX
              DISPLAY WS-CTL-FILE-NAME (1:12) ' already has '
                      WS-LINE-COUNT ' lines - no room for another'
           WHEN OTHER
              MOVE SPACES                   TO WS-EDIT-IMAGE
              MOVE SPACES                   TO WS-BEFORE-IMAGE
              PERFORM CTL-ENTRY-PROMPT
              MOVE ZERO                     TO WS-SKIP-LINE
              PERFORM CTL-ENTRY-VALIDATE
              IF WS-ENTRY-INVALID
                 DISPLAY 'Entry not added: ' WS-INVALID-TEXT
              ELSE
                 PERFORM CTL-ENTRY-INSERT
              END-IF
           END-EVALUATE
           .
       CTL-ENTRY-ADD-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-INSERT SECTION.
      *
      * Put the checked entry in front of the entry the operator names
      * (blank = after the last line), moving the lines below it down
           MOVE ZERO                        TO WS-ENTRY-LINE
           DISPLAY 'Add in front of entry number (blank = at the '
                   'end):'
           MOVE 3                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER = SPACES
              COMPUTE WS-ENTRY-LINE = WS-LINE-COUNT + 1
           ELSE
              PERFORM ANSWER-NUMBER-CHECK
              IF WS-ANSWER-NUMERIC
                 PERFORM VARYING L1 FROM 1 BY 1
                         UNTIL L1 > WS-LINE-COUNT
                            OR WS-ENTRY-LINE NOT = ZERO
                    IF WS-LINE-ENTRY-NUM (L1) = WS-ANSWER-VALUE
                       AND WS-ANSWER-VALUE NOT = ZERO
                       MOVE L1              TO WS-ENTRY-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
      *
           MOVE ZERO                        TO WS-RENUM-COUNT
           IF WS-ENTRY-LINE NOT = ZERO
              AND WS-CTL-PLAN
              PERFORM PLAN-INSERT-CHECK
           END-IF
           EVALUATE TRUE
           WHEN WS-ENTRY-LINE = ZERO
              DISPLAY 'No such entry - entry not added'
           WHEN WS-ENTRY-INVALID
              DISPLAY 'Entry not added: ' WS-INVALID-TEXT
           WHEN OTHER
              PERFORM VARYING L1 FROM WS-LINE-COUNT BY -1
                      UNTIL L1 < WS-ENTRY-LINE
                 COMPUTE L2 = L1 + 1
                 MOVE WS-LINE-ENTRY (L1)    TO WS-LINE-ENTRY (L2)
              END-PERFORM
              ADD 1                         TO WS-LINE-COUNT
              MOVE WS-EDIT-IMAGE
                   TO WS-LINE-IMAGE (WS-ENTRY-LINE)
              PERFORM CTL-ENTRIES-NUMBER
              MOVE WS-LINE-ENTRY-NUM (WS-ENTRY-LINE)
                                            TO WS-ENTRY-WANT
              PERFORM CTL-CHANGE-RECORD
              DISPLAY 'Added as entry ' WS-ENTRY-WANT
                      ' - not saved yet'
              IF WS-RENUM-COUNT NOT = ZERO
                 MOVE WS-ENTRY-LINE         TO WS-RENUM-SKIP-LINE
                 MOVE +1                    TO WS-RENUM-BY
                 PERFORM PLAN-DEPS-RENUMBER
              END-IF
           END-EVALUATE
           .
       CTL-ENTRY-INSERT-EXIT.
           EXIT.
      *************************************************************************
       PLAN-INSERT-CHECK SECTION.
      *
      * The plan entry goes in at the place the operator named - it
      * may only depend on the entries in front of it, and every
      * dependency on the entries behind it moves up one, which must
      * still leave room for those changes
           MOVE ZERO                        TO WS-OWN-ENTRY-NUM
           PERFORM VARYING L1 FROM 1 BY 1 UNTIL L1 NOT < WS-ENTRY-LINE
              IF WS-LINE-ENTRY-NUM (L1) NOT = ZERO
                 MOVE WS-LINE-ENTRY-NUM (L1) TO WS-OWN-ENTRY-NUM
              END-IF
           END-PERFORM
           ADD 1                            TO WS-OWN-ENTRY-NUM
           PERFORM VARYING D1 FROM 1 BY 1
                   UNTIL D1 > WS-DEP-MAX OR WS-ENTRY-INVALID
              IF ED-PLN-DEP-ENTRY-X (D1) IS NUMERIC
                 AND ED-PLN-DEP-ENTRY (D1) NOT < WS-OWN-ENTRY-NUM
                 SET WS-ENTRY-INVALID       TO TRUE
                 MOVE SPACES                TO WS-INVALID-TEXT
                 STRING 'Depends on entry ' DELIMITED BY SIZE
                        ED-PLN-DEP-ENTRY-X (D1)
                                            DELIMITED BY SIZE
                        ', which would come after it'
                                            DELIMITED BY SIZE
                        INTO WS-INVALID-TEXT
                 END-STRING
              END-IF
           END-PERFORM
           IF WS-ENTRY-VALID
              MOVE WS-OWN-ENTRY-NUM         TO WS-RENUM-FROM
              MOVE ZERO                     TO WS-RENUM-SKIP-LINE
              PERFORM PLAN-DEPS-SCAN
              IF WS-CHG-COUNT + 1 + WS-RENUM-COUNT > WS-CHG-MAX
                 SET WS-ENTRY-INVALID       TO TRUE
                 MOVE 'Too many changes not saved yet - save first'
                                            TO WS-INVALID-TEXT
              END-IF
           END-IF
           .
       PLAN-INSERT-CHECK-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-CHANGE SECTION.
      *
      * Change an entry in place - each field is asked for with its
      * current value (blank = keep) and the changed entry is checked
      * against the layout, and against the other entries, before it
      * replaces the old one
           IF WS-CHG-COUNT NOT < WS-CHG-MAX
              DISPLAY 'Too many changes not saved yet - save first'
           ELSE
              PERFORM CTL-ENTRY-FIND
              IF WS-ENTRY-LINE NOT = ZERO
                 MOVE WS-LINE-IMAGE (WS-ENTRY-LINE)
                                            TO WS-EDIT-IMAGE
                 MOVE WS-LINE-IMAGE (WS-ENTRY-LINE)
                                            TO WS-BEFORE-IMAGE
                 DISPLAY 'Entry ' WS-ENTRY-WANT ': '
                         WS-BEFORE-IMAGE (1:129)
                 PERFORM CTL-ENTRY-PROMPT
                 MOVE WS-ENTRY-LINE         TO WS-SKIP-LINE
                 PERFORM CTL-ENTRY-VALIDATE
                 EVALUATE TRUE
                 WHEN WS-ENTRY-INVALID
                    DISPLAY 'Entry not changed: ' WS-INVALID-TEXT
                 WHEN WS-EDIT-IMAGE = WS-BEFORE-IMAGE
                    DISPLAY 'Nothing changed'
                 WHEN OTHER
                    MOVE WS-EDIT-IMAGE
                         TO WS-LINE-IMAGE (WS-ENTRY-LINE)
                    PERFORM CTL-CHANGE-RECORD
                    DISPLAY 'Entry ' WS-ENTRY-WANT
                            ' changed - not saved yet'
                 END-EVALUATE
              END-IF
           END-IF
           .
       CTL-ENTRY-CHANGE-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-DELETE SECTION.
      *
      * Take an entry out, once the operator has seen it and said so.
      * The entries after it move up one - in the run plan, that is
      * the order they run in
           IF WS-CHG-COUNT NOT < WS-CHG-MAX
              DISPLAY 'Too many changes not saved yet - save first'
           ELSE
              PERFORM CTL-ENTRY-FIND
              IF WS-ENTRY-LINE NOT = ZERO
                 MOVE WS-LINE-IMAGE (WS-ENTRY-LINE)
                                            TO WS-BEFORE-IMAGE
                 DISPLAY 'Entry ' WS-ENTRY-WANT ': '
                         WS-BEFORE-IMAGE (1:129)
      * A plan entry other entries wait for cannot go while they do,
      * and the dependencies on the entries after it move down one
                 MOVE ZERO                  TO WS-DEP-HOLDER
                 MOVE ZERO                  TO WS-RENUM-COUNT
                 IF WS-CTL-PLAN
                    MOVE WS-ENTRY-WANT      TO WS-RENUM-FROM
                    MOVE WS-ENTRY-LINE      TO WS-RENUM-SKIP-LINE
                    PERFORM PLAN-DEPS-SCAN
                 END-IF
                 EVALUATE TRUE
                 WHEN WS-DEP-HOLDER NOT = ZERO
                    DISPLAY 'Entry ' WS-DEP-HOLDER ' depends on this '
                            'entry - change that first. Entry kept'
                 WHEN WS-CHG-COUNT + 1 + WS-RENUM-COUNT > WS-CHG-MAX
                    DISPLAY 'Too many changes not saved yet - save '
                            'first'
                 WHEN OTHER
                    PERFORM CTL-ENTRY-REMOVE
                 END-EVALUATE
              END-IF
           END-IF
           .
       CTL-ENTRY-DELETE-EXIT.
           EXIT.
      *************************************************************************
       CTL-ENTRY-REMOVE SECTION.
      *
      * The entry in WS-ENTRY-LINE goes once the operator says so
           DISPLAY 'Delete this entry? Y=yes, anything else '
                   'keeps it'
           MOVE SPACES                      TO WS-MAINT-ANSWER
           ACCEPT WS-MAINT-ANSWER
           IF WS-MAINT-ANSWER = 'Y' OR WS-MAINT-ANSWER = 'y'
              MOVE SPACES                   TO WS-EDIT-IMAGE
              PERFORM CTL-CHANGE-RECORD
              PERFORM VARYING L1 FROM WS-ENTRY-LINE BY 1
                      UNTIL L1 NOT < WS-LINE-COUNT
                 COMPUTE L2 = L1 + 1
                 MOVE WS-LINE-ENTRY (L2)    TO WS-LINE-ENTRY (L1)
              END-PERFORM
              SUBTRACT 1                    FROM WS-LINE-COUNT
              PERFORM CTL-ENTRIES-NUMBER
              DISPLAY 'Entry ' WS-ENTRY-WANT
                      ' deleted - not saved yet'
              IF WS-RENUM-COUNT NOT = ZERO
                 MOVE ZERO                  TO WS-RENUM-SKIP-LINE
                 MOVE -1                    TO WS-RENUM-BY
                 PERFORM PLAN-DEPS-RENUMBER
              END-IF
           ELSE
              DISPLAY 'Entry kept'
           END-IF
           .
       CTL-ENTRY-REMOVE-EXIT.
           EXIT.
      *************************************************************************
       PLAN-DEPS-SCAN SECTION.
      *
      * How many plan entries (all but WS-RENUM-SKIP-LINE) depend on
      * entry WS-RENUM-FROM or a later one, and the first that depends
      * on WS-RENUM-FROM itself
           MOVE ZERO                        TO WS-RENUM-COUNT
           MOVE ZERO                        TO WS-DEP-HOLDER
           PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > WS-LINE-COUNT
              IF L2 NOT = WS-RENUM-SKIP-LINE
                 AND WS-LINE-ENTRY-NUM (L2) NOT = ZERO
                 MOVE WS-LINE-IMAGE (L2)    TO WS-SCAN-IMAGE
                 MOVE 'N'                   TO WS-RENUM-LINE-FLAG
                 PERFORM VARYING D1 FROM 1 BY 1 UNTIL D1 > WS-DEP-MAX
                    IF SC-PLN-DEP-ENTRY-X (D1) IS NUMERIC
                       IF SC-PLN-DEP-ENTRY (D1) NOT < WS-RENUM-FROM
                          SET WS-RENUM-LINE TO TRUE
                       END-IF
                       IF SC-PLN-DEP-ENTRY (D1) = WS-RENUM-FROM
                          AND WS-DEP-HOLDER = ZERO
                          MOVE WS-LINE-ENTRY-NUM (L2)
                                            TO WS-DEP-HOLDER
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-RENUM-LINE
                    ADD 1                   TO WS-RENUM-COUNT
                 END-IF
              END-IF
           END-PERFORM
           .
       PLAN-DEPS-SCAN-EXIT.
           EXIT.
      *************************************************************************
       PLAN-DEPS-RENUMBER SECTION.
      *
      * Move every dependency on entry WS-RENUM-FROM or later by
      * WS-RENUM-BY, in all plan entries but WS-RENUM-SKIP-LINE. Each
      * entry changed this way is held as a change of its own, so the
      * audit shows it before and after - the add or delete behind it
      * is put back once they are recorded
           MOVE WS-MAINT-ACTION             TO WS-HOLD-ACTION
           MOVE WS-ENTRY-WANT               TO WS-HOLD-ENTRY-WANT
           MOVE WS-EDIT-IMAGE               TO WS-HOLD-EDIT-IMAGE
           MOVE WS-BEFORE-IMAGE             TO WS-HOLD-BEFORE-IMAGE
           MOVE 'C'                         TO WS-MAINT-ACTION
           PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > WS-LINE-COUNT
              IF L2 NOT = WS-RENUM-SKIP-LINE
                 AND WS-LINE-ENTRY-NUM (L2) NOT = ZERO
                 MOVE WS-LINE-IMAGE (L2)    TO WS-SCAN-IMAGE
                 MOVE 'N'                   TO WS-RENUM-LINE-FLAG
                 PERFORM VARYING D1 FROM 1 BY 1 UNTIL D1 > WS-DEP-MAX
                    IF SC-PLN-DEP-ENTRY-X (D1) IS NUMERIC
                       AND SC-PLN-DEP-ENTRY (D1) NOT < WS-RENUM-FROM
                       COMPUTE SC-PLN-DEP-ENTRY (D1) =
                               SC-PLN-DEP-ENTRY (D1) + WS-RENUM-BY
                       SET WS-RENUM-LINE    TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-RENUM-LINE
                    MOVE WS-LINE-IMAGE (L2) TO WS-BEFORE-IMAGE
                    MOVE WS-SCAN-IMAGE      TO WS-EDIT-IMAGE
                    MOVE WS-SCAN-IMAGE      TO WS-LINE-IMAGE (L2)
                    MOVE WS-LINE-ENTRY-NUM (L2) TO WS-ENTRY-WANT
                    PERFORM CTL-CHANGE-RECORD
                    DISPLAY 'Entry ' WS-ENTRY-WANT
                            ' now depends on '
                            WS-SCAN-IMAGE (86:11)
                            ' - not saved yet'
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-HOLD-ACTION              TO WS-MAINT-ACTION
           MOVE WS-HOLD-ENTRY-WANT          TO WS-ENTRY-WANT
           MOVE WS-HOLD-EDIT-IMAGE          TO WS-EDIT-IMAGE
           MOVE WS-HOLD-BEFORE-IMAGE        TO WS-BEFORE-IMAGE
           .
       PLAN-DEPS-RENUMBER-EXIT.
           EXIT.
      *************************************************************************
       CTL-CHANGE-RECORD SECTION.
      *
      * Hold the change just made for the audit file - the action,
      * the entry number, and the entry before (WS-BEFORE-IMAGE) and
      * after (WS-EDIT-IMAGE)
           ADD 1                            TO WS-CHG-COUNT
           MOVE WS-MAINT-ACTION             TO WS-CHG-ACTION
                                               (WS-CHG-COUNT)
           MOVE WS-ENTRY-WANT               TO WS-CHG-ENTRY-NUM
                                               (WS-CHG-COUNT)
           MOVE WS-BEFORE-IMAGE             TO WS-CHG-BEFORE
                                               (WS-CHG-COUNT)
           MOVE WS-EDIT-IMAGE               TO WS-CHG-AFTER
                                               (WS-CHG-COUNT)
           .
       CTL-CHANGE-RECORD-EXIT.
           EXIT.
      *************************************************************************
       CTL-FILE-SAVE SECTION.
      *
      * Write the file back - all of it to the side file first, then
      * streamed back over the control file and the side file dropped,
      * so the control file is only ever replaced by a complete copy.
      * The changes go to the audit file once the control file holds
      * them
           IF WS-CHG-COUNT = ZERO
              DISPLAY 'No changes to save'
           ELSE
              OPEN OUTPUT CTLNEW-FILE
              IF WS-CTLNEW-STATUS NOT = '00'
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'CTL-FILE-SAVE: OPEN OUTPUT side file'
                                             DELIMITED BY SIZE
                        ' failed, status '   DELIMITED BY SIZE
                        WS-CTLNEW-STATUS     DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              PERFORM VARYING L1 FROM 1 BY 1 UNTIL L1 > WS-LINE-COUNT
                 MOVE WS-LINE-IMAGE (L1)    TO CTLNEW-RECORD
                 WRITE CTLNEW-RECORD
              END-PERFORM
              CLOSE CTLNEW-FILE
      *
              SET WS-CTL-NOT-EOF            TO TRUE
              OPEN INPUT CTLNEW-FILE
              OPEN OUTPUT CTL-FILE
              IF WS-CTLNEW-STATUS NOT = '00'
                 OR WS-CTL-STATUS NOT = '00'
                 MOVE SPACES                TO POCTB-ERROR-MESSAGE
                 STRING 'CTL-FILE-SAVE: rewrite failed - the saved'
                                             DELIMITED BY SIZE
                        ' file is in '       DELIMITED BY SIZE
                        WS-CTLNEW-FILE-NAME  DELIMITED BY SPACE
                                      INTO POCTB-ERROR-MESSAGE
                 SET POCTB-ERROR            TO TRUE
                 PERFORM POCTB-STATUS
              END-IF
              PERFORM UNTIL WS-CTL-EOF
                 READ CTLNEW-FILE
                 AT END
                    SET WS-CTL-EOF          TO TRUE
                 NOT AT END
                    MOVE CTLNEW-RECORD      TO CTL-RECORD
                    WRITE CTL-RECORD
                 END-READ
              END-PERFORM
              CLOSE CTLNEW-FILE
              CLOSE CTL-FILE
              CALL 'CBL_DELETE_FILE' USING WS-CTLNEW-FILE-NAME
              END-CALL
              MOVE ZERO                     TO RETURN-CODE
      *
              PERFORM AUDIT-WRITE-ALL
              DISPLAY WS-CHG-COUNT ' changes saved to '
                      WS-CTL-FILE-NAME (1:12) ' and audited'
              MOVE ZERO                     TO WS-CHG-COUNT
           END-IF
           .
       CTL-FILE-SAVE-EXIT.
           EXIT.
      *************************************************************************
       CTL-FILE-LEAVE SECTION.
      *
      * Done with this file. Changes not saved yet are either saved
      * now or discarded - never left behind silently
           IF WS-CHG-COUNT = ZERO
              SET WS-FILE-DONE              TO TRUE
           ELSE
              DISPLAY WS-CHG-COUNT ' changes not saved yet - S=save '
                      'them, D=discard them, anything else goes back '
                      'to the file'
              MOVE SPACES                   TO WS-MAINT-ANSWER
              ACCEPT WS-MAINT-ANSWER
              EVALUATE WS-MAINT-ANSWER
              WHEN 'S'
              WHEN 's'
                 PERFORM CTL-FILE-SAVE
                 SET WS-FILE-DONE           TO TRUE
              WHEN 'D'
              WHEN 'd'
                 ADD WS-CHG-COUNT           TO WS-RECS-DISCARDED
                 DISPLAY WS-CHG-COUNT ' changes discarded - '
                         WS-CTL-FILE-NAME (1:12) ' left as it was'
                 MOVE ZERO                  TO WS-CHG-COUNT
                 SET WS-FILE-DONE           TO TRUE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .
       CTL-FILE-LEAVE-EXIT.
           EXIT.
      /
      **************************************************************************
      *  E N T R Y   P R O M P T S                                             *
      **************************************************************************
       CTL-ENTRY-PROMPT SECTION.
      *
      * Ask for each field of the entry in WS-EDIT-IMAGE, showing its
      * current value - blank keeps it (for an add, blank leaves the
      * field empty)
           MOVE 'N'                         TO WS-ANSWER-TOO-LONG-FLAG
           EVALUATE TRUE
           WHEN WS-CTL-XLATE
              PERFORM XLATE-ENTRY-PROMPT
           WHEN WS-CTL-THRESH
              PERFORM THRESH-ENTRY-PROMPT
           WHEN OTHER
              PERFORM PLAN-ENTRY-PROMPT
           END-EVALUATE
           .
       CTL-ENTRY-PROMPT-EXIT.
           EXIT.
      *************************************************************************
       XLATE-ENTRY-PROMPT SECTION.
      *
           DISPLAY 'Source system (blank = keep ' ED-XLT-SOURCE '):'
           MOVE 8                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:8)    TO ED-XLT-SOURCE
           END-IF
           DISPLAY 'Field id 2 or 3 (blank = keep '
                   ED-XLT-FIELD-ID '):'
           MOVE 1                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:1)    TO ED-XLT-FIELD-ID
           END-IF
           DISPLAY 'From-value (blank = keep ' ED-XLT-FROM-VALUE '):'
           MOVE 32                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:32)   TO ED-XLT-FROM-VALUE
           END-IF
           DISPLAY 'To-value (blank = keep ' ED-XLT-TO-VALUE '):'
           MOVE 32                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:32)   TO ED-XLT-TO-VALUE
           END-IF
           .
       XLATE-ENTRY-PROMPT-EXIT.
           EXIT.
      *************************************************************************
       THRESH-ENTRY-PROMPT SECTION.
      *
      * The limit is typed as a plain number and right-justified here;
      * an answer that is not a number is kept as typed, so the check
      * that follows refuses it by name
           DISPLAY 'Table name (blank = keep ' ED-THR-TABLE-NAME '):'
           MOVE 32                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:32)   TO ED-THR-TABLE-NAME
           END-IF
           DISPLAY 'Reject limit (blank = keep '
                   ED-THR-REJECT-LIMIT-X '):'
           MOVE 8                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              PERFORM ANSWER-NUMBER-CHECK
              IF WS-ANSWER-NUMERIC
                 MOVE WS-ANSWER-VALUE       TO ED-THR-REJECT-LIMIT
              ELSE
                 MOVE WS-MAINT-ANSWER (1:8) TO ED-THR-REJECT-LIMIT-X
              END-IF
           END-IF
           .
       THRESH-ENTRY-PROMPT-EXIT.
           EXIT.
      *************************************************************************
       PLAN-ENTRY-PROMPT SECTION.
      *
      * The feed file, the criticality flag, the dependencies and the
      * adjustment file may be left blank in the plan, so for those
      * an asterisk clears the field
           DISPLAY 'Table name (blank = keep ' ED-PLN-TABLE-NAME '):'
           MOVE 32                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:32)   TO ED-PLN-TABLE-NAME
           END-IF
           DISPLAY 'Run mode F/I/R/E/P (blank = keep '
                   ED-PLN-RUN-MODE '):'
           MOVE 1                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              MOVE WS-MAINT-ANSWER (1:1)    TO ED-PLN-RUN-MODE
           END-IF
           DISPLAY 'Batch size 00-' WS-MAX-INSERT-BATCH-SIZE
                   ', 00 = loader default (blank = keep '
                   ED-PLN-BATCH-SIZE-X '):'
           MOVE 2                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           IF WS-MAINT-ANSWER NOT = SPACES
              PERFORM ANSWER-NUMBER-CHECK
              IF WS-ANSWER-NUMERIC
                 MOVE WS-ANSWER-VALUE       TO ED-PLN-BATCH-SIZE
              ELSE
                 MOVE WS-MAINT-ANSWER (1:2) TO ED-PLN-BATCH-SIZE-X
              END-IF
           END-IF
           DISPLAY 'Feed file, blank in the plan = <table>.DAT '
                   '(blank = keep ' ED-PLN-FEED-NAME ', * = clear):'
           MOVE 44                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           EVALUATE WS-MAINT-ANSWER
           WHEN SPACES
              CONTINUE
           WHEN '*'
              MOVE SPACES                   TO ED-PLN-FEED-NAME
           WHEN OTHER
              MOVE WS-MAINT-ANSWER (1:44)   TO ED-PLN-FEED-NAME
           END-EVALUATE
           DISPLAY 'Critical C or blank (blank = keep '
                   ED-PLN-CRITICAL ', * = clear):'
           MOVE 1                           TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           EVALUATE WS-MAINT-ANSWER
           WHEN SPACES
              CONTINUE
           WHEN '*'
              MOVE SPACE                    TO ED-PLN-CRITICAL
           WHEN OTHER
              MOVE WS-MAINT-ANSWER (1:1)    TO ED-PLN-CRITICAL
           END-EVALUATE
           DISPLAY 'Depends on entries, up to four as nn nn nn nn '
                   '(blank = keep ' ED-PLN-DEPENDS ', * = clear):'
           MOVE 11                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           EVALUATE WS-MAINT-ANSWER
           WHEN SPACES
              CONTINUE
           WHEN '*'
              MOVE SPACES                   TO ED-PLN-DEPENDS
           WHEN OTHER
              MOVE WS-MAINT-ANSWER (1:11)   TO ED-PLN-DEPENDS
           END-EVALUATE
           DISPLAY 'Adjustment file, blank in the plan = <table>.ADJ '
                   '(blank = keep ' ED-PLN-ADJ-NAME ', * = clear):'
           MOVE 32                          TO WS-ANSWER-WIDTH
           PERFORM ANSWER-ASK
           EVALUATE WS-MAINT-ANSWER
           WHEN SPACES
              CONTINUE
           WHEN '*'
              MOVE SPACES                   TO ED-PLN-ADJ-NAME
           WHEN OTHER
              MOVE WS-MAINT-ANSWER (1:32)   TO ED-PLN-ADJ-NAME
           END-EVALUATE
           .
       PLAN-ENTRY-PROMPT-EXIT.
           EXIT.
      /
      **************************************************************************
      *  E N T R Y   V A L I D A T I O N                                       *
      **************************************************************************
       CTL-ENTRY-VALIDATE SECTION.
      *
      * Check the entry in WS-EDIT-IMAGE against its record layout and
      * against the rules of the program that reads it, and against
      * the other entries (all but WS-SKIP-LINE) for duplicates. The
      * first thing wrong comes back in WS-INVALID-TEXT
           SET WS-ENTRY-VALID               TO TRUE
           MOVE SPACES                      TO WS-INVALID-TEXT
           IF WS-ANSWER-TOO-LONG
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'An answer was longer than its field'
                                            TO WS-INVALID-TEXT
           ELSE
              EVALUATE TRUE
              WHEN WS-CTL-XLATE
                 PERFORM XLATE-ENTRY-VALIDATE
              WHEN WS-CTL-THRESH
                 PERFORM THRESH-ENTRY-VALIDATE
              WHEN OTHER
                 PERFORM PLAN-ENTRY-VALIDATE
              END-EVALUATE
           END-IF
           .
       CTL-ENTRY-VALIDATE-EXIT.
           EXIT.
      *************************************************************************
       XLATE-ENTRY-VALIDATE SECTION.
      *
      * PCTB003B aborts the load on a rule for any field but 2 or 3,
      * compares FIELD2 on its 16 characters only, and rejects a
      * translated value holding a quote character - each is refused
      * here instead. Two rules for the same source, field and
      * from-value would leave which one wins to rule order
           MOVE ZERO                        TO WS-QUOTE-COUNT
           INSPECT ED-XLT-TO-VALUE TALLYING WS-QUOTE-COUNT
                   FOR ALL '"' ALL ''''
           EVALUATE TRUE
           WHEN ED-XLT-SOURCE = SPACES
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Source system is blank' TO WS-INVALID-TEXT
           WHEN NOT ED-XLT-FIELD-VALID
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Field id must be 2 or 3 - FIELD1 is the key'
                                            TO WS-INVALID-TEXT
           WHEN ED-XLT-FROM-VALUE = SPACES
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'From-value is blank'    TO WS-INVALID-TEXT
           WHEN ED-XLT-TO-VALUE = SPACES
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'To-value is blank'      TO WS-INVALID-TEXT
           WHEN ED-XLT-FIELD-2
            AND (ED-XLT-FROM-VALUE (17:16) NOT = SPACES
              OR ED-XLT-TO-VALUE (17:16) NOT = SPACES)
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'FIELD2 values are 16 characters at most'
                                            TO WS-INVALID-TEXT
           WHEN WS-QUOTE-COUNT NOT = ZERO
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'To-value contains a quote character'
                                            TO WS-INVALID-TEXT
           WHEN OTHER
              PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > WS-LINE-COUNT
                 IF L2 NOT = WS-SKIP-LINE
                    AND WS-LINE-ENTRY-NUM (L2) NOT = ZERO
                    AND WS-LINE-IMAGE (L2) (1:8) = ED-XLT-SOURCE
                    AND WS-LINE-IMAGE (L2) (10:1) = ED-XLT-FIELD-ID
                    AND WS-LINE-IMAGE (L2) (12:32) = ED-XLT-FROM-VALUE
                    SET WS-ENTRY-INVALID    TO TRUE
                    MOVE SPACES             TO WS-INVALID-TEXT
                    STRING 'Same source, field and from-value as '
                                             DELIMITED BY SIZE
                           'entry '          DELIMITED BY SIZE
                           WS-LINE-ENTRY-NUM (L2)
                                             DELIMITED BY SIZE
                           INTO WS-INVALID-TEXT
                    END-STRING
                 END-IF
              END-PERFORM
           END-EVALUATE
           .
       XLATE-ENTRY-VALIDATE-EXIT.
           EXIT.
      *************************************************************************
       THRESH-ENTRY-VALIDATE SECTION.
      *
      * PCTB014B silently ignores a threshold whose limit is not a
      * number, and a second entry for a table silently overrides the
      * first - both are refused here
           EVALUATE TRUE
           WHEN ED-THR-TABLE-NAME = SPACES
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Table name is blank'    TO WS-INVALID-TEXT
           WHEN ED-THR-REJECT-LIMIT NOT NUMERIC
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Reject limit must be a number of up to 8 digits'
                                            TO WS-INVALID-TEXT
           WHEN OTHER
              PERFORM VARYING L2 FROM 1 BY 1 UNTIL L2 > WS-LINE-COUNT
                 IF L2 NOT = WS-SKIP-LINE
                    AND WS-LINE-ENTRY-NUM (L2) NOT = ZERO
                    AND WS-LINE-IMAGE (L2) (1:32) = ED-THR-TABLE-NAME
                    SET WS-ENTRY-INVALID    TO TRUE
                    MOVE SPACES             TO WS-INVALID-TEXT
                    STRING 'Table already has a threshold at entry '
                                             DELIMITED BY SIZE
                           WS-LINE-ENTRY-NUM (L2)
                                             DELIMITED BY SIZE
                           INTO WS-INVALID-TEXT
                    END-STRING
                 END-IF
              END-PERFORM
           END-EVALUATE
           .
       THRESH-ENTRY-VALIDATE-EXIT.
           EXIT.
      *************************************************************************
       PLAN-ENTRY-VALIDATE SECTION.
      *
      * PCTB003B quietly runs any run mode it does not know as a full
      * refresh, and aborts on a batch size over its maximum - only
      * its own modes (and P, the release step) and a batch size it
      * takes get into the plan. 00 leaves the batch size to the
      * loader's default
           EVALUATE TRUE
           WHEN ED-PLN-TABLE-NAME = SPACES
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Table name is blank'    TO WS-INVALID-TEXT
           WHEN NOT ED-PLN-MODE-VALID
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Run mode must be F, I, R, E or P'
                                            TO WS-INVALID-TEXT
           WHEN ED-PLN-BATCH-SIZE NOT NUMERIC
              OR ED-PLN-BATCH-SIZE > WS-MAX-INSERT-BATCH-SIZE
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE SPACES                   TO WS-INVALID-TEXT
              STRING 'Batch size must be 00 to ' DELIMITED BY SIZE
                     WS-MAX-INSERT-BATCH-SIZE    DELIMITED BY SIZE
                     ' - the loader maximum'     DELIMITED BY SIZE
                     INTO WS-INVALID-TEXT
              END-STRING
           WHEN NOT ED-PLN-CRITICAL-VALID
              SET WS-ENTRY-INVALID          TO TRUE
              MOVE 'Critical flag must be C or blank'
                                            TO WS-INVALID-TEXT
           WHEN OTHER
              PERFORM PLAN-DEPS-VALIDATE
           END-EVALUATE
           .
       PLAN-ENTRY-VALIDATE-EXIT.
           EXIT.
      *************************************************************************
       PLAN-DEPS-VALIDATE SECTION.
      *
      * PCTB006B stops the whole plan on a dependency that is not an
      * earlier entry's number - the entry's own number when it is
      * being changed, and for an add the number it would get at the
      * end of the plan (the insert checks again once the operator has
      * said where it goes)
           IF WS-SKIP-LINE > ZERO
              MOVE WS-LINE-ENTRY-NUM (WS-SKIP-LINE)
                                            TO WS-OWN-ENTRY-NUM
           ELSE
              COMPUTE WS-OWN-ENTRY-NUM = WS-ENTRY-COUNT + 1
           END-IF
           PERFORM VARYING D1 FROM 1 BY 1
                   UNTIL D1 > WS-DEP-MAX OR WS-ENTRY-INVALID
              EVALUATE TRUE
              WHEN ED-PLN-DEP-ENTRY-X (D1) = SPACES
               AND ED-PLN-DEP-SEP (D1) = SPACE
                 CONTINUE
              WHEN ED-PLN-DEP-ENTRY-X (D1) NOT NUMERIC
                OR ED-PLN-DEP-ENTRY (D1) = ZERO
                OR ED-PLN-DEP-SEP (D1) NOT = SPACE
                 SET WS-ENTRY-INVALID       TO TRUE
                 MOVE 'Dependencies must be nn nn nn nn entry numbers'
                                            TO WS-INVALID-TEXT
              WHEN ED-PLN-DEP-ENTRY (D1) NOT < WS-OWN-ENTRY-NUM
                 SET WS-ENTRY-INVALID       TO TRUE
                 MOVE SPACES                TO WS-INVALID-TEXT
                 STRING 'Depends on entry ' DELIMITED BY SIZE
                        ED-PLN-DEP-ENTRY-X (D1)
                                            DELIMITED BY SIZE
                        ' - only earlier entries may be named'
                                            DELIMITED BY SIZE
                        INTO WS-INVALID-TEXT
                 END-STRING
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-PERFORM
           .
       PLAN-DEPS-VALIDATE-EXIT.
           EXIT.
