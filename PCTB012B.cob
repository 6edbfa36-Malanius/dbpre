      * End-of-job control-total handoff - same record and file the
      * loader hands the PCTB006B driver, so a mode P plan entry folds
      * into the consolidated banner without any driver-side special
      * casing. Under the driver it is the entry's own generation,
      * named the way the loader names it
           SELECT TOTALS-FILE         ASSIGN TO DYNAMIC
                                                WS-TOTALS-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-TOTALS-STATUS.
      *
      * Release report - paginated 132-column print file, one line per
      * matured pending row with what happened to it. The name is
      * dynamic so releases the run-plan driver runs side by side
      * each keep their own report
           SELECT PRINT-FILE          ASSIGN TO DYNAMIC
                                                WS-PRINT-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-PRINT-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log.
      * The name is dynamic so releases run side by side under the
      * driver never hold one shared file open EXTEND together
           SELECT ERRLOG-FILE         ASSIGN TO DYNAMIC
                                                WS-ERRLOG-FILE-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-ERRLOG-STATUS.
      *
      * The loader's swap holds - read only, for an open hold on the
      * table. A held full refresh is still to be swapped live or
      * discarded, and nothing is released into the live table it is
      * about to replace
           SELECT HOLD-FILE           ASSIGN TO 'PCTB003B.HLD'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-HOLD-STATUS.
      /
      **************************************************************************
      *  D A T A    D I V I S I O N                                            *
            05 OVR-CKPT-SUFFIX          PIC  X(32).
            05 FILLER                   PIC  X(01).
            05 OVR-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
            05 OVR-ADJ-NAME             PIC  X(44).
      *
        FD  TOTALS-FILE.
        01  TOTALS-RECORD.
            05 ERRLOG-ERRNO             PIC  9(08).
            05 FILLER                   PIC  X(01) VALUE SPACE.
            05 ERRLOG-ERROR-TEXT        PIC  X(80).
      *
        FD  HOLD-FILE.
        COPY PCTBHOLD.
      /
      **************************************************************************
      *  W O R K I N G   S T O R A G E   S E C T I O N                         *
        01  WS-OVERRIDE-STATUS                PIC  X(02) VALUE '00'.
        01  WS-OVERRIDE-USED-FLAG             PIC  X(01) VALUE 'N'.
            88  WS-OVERRIDE-USED                           VALUE 'Y'.
        01  WS-TOTALS-FILE-NAME               PIC  X(64)
            VALUE 'PCTB003B.TOT'.
        01  WS-TOTALS-STATUS                  PIC  X(02) VALUE '00'.
      *
      * Hold file working storage - an open hold on the table found
        01  WS-HOLD-STATUS                    PIC  X(02) VALUE '00'.
        01  WS-HOLD-EOF-FLAG                  PIC  X(01) VALUE 'N'.
            88  WS-HOLD-EOF                                VALUE 'Y'.
            88  WS-HOLD-NOT-EOF                            VALUE 'N'.
        01  WS-HOLD-OPEN-FLAG                 PIC  X(01) VALUE 'N'.
            88  WS-HOLD-OPEN-FOUND                         VALUE 'Y'.
        01  WS-HOLD-OPEN-DATE                 PIC  9(06) VALUE ZERO.
      *
      * Print file working storage - paginated release report
        01  WS-PRINT-FILE-NAME                PIC  X(64)
            VALUE 'PCTB012B.PRT'.
        01  WS-PRINT-STATUS                   PIC  X(02) VALUE '00'.
        01  WS-PRINT-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-PRINT-OPEN                             VALUE 'Y'.
        01  WS-PRINT-HOLD                     PIC  X(132).
      *
      * Error log working storage
        01  WS-ERRLOG-FILE-NAME               PIC  X(64)
            VALUE 'PCTB012B.ERRLOG'.
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
            88  WS-ERRLOG-OPEN                             VALUE 'Y'.
              IF WS-OVERRIDE-STATUS = '00'
                 AND OVR-TABLE-NAME NOT = SPACES
                 MOVE OVR-TABLE-NAME        TO POCTB-TABLE-NAME
      * The entry's checkpoint identity names its generation of the
      * totals handoff, the report and the error log - the driver
      * reads the totals and folds the error log back by that name
                 IF OVR-CKPT-SUFFIX NOT = SPACES
                    MOVE SPACES             TO WS-TOTALS-FILE-NAME
                    STRING 'PCTB003B.TOT.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-TOTALS-FILE-NAME
                    END-STRING
                    MOVE SPACES             TO WS-PRINT-FILE-NAME
                    STRING 'PCTB012B.PRT.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-PRINT-FILE-NAME
                    END-STRING
                    MOVE SPACES             TO WS-ERRLOG-FILE-NAME
                    STRING 'PCTB012B.ERRLOG.' DELIMITED SIZE
                           OVR-CKPT-SUFFIX DELIMITED BY SPACE
                           INTO WS-ERRLOG-FILE-NAME
                    END-STRING
                 END-IF
                 SET WS-OVERRIDE-USED       TO TRUE
                 DISPLAY 'Run-plan override active: table '
                         POCTB-TABLE-NAME
        POCTB-ACTION SECTION.
      *
           DISPLAY 'In POCTB-ACTION.'
      *
      * Nothing is released while the table's last full refresh is
      * held - PCTB018B's release would swap the rows out again
           PERFORM HOLD-PRECHECK
      *
           PERFORM PRINT-REPORT-OPEN
           PERFORM FETCH-MATURED-ROWS
           .
        POCTB-ACTION-EXIT.
           EXIT.
      *************************************************************************
       HOLD-PRECHECK SECTION.
      *
      * Stop the run before it releases anything while the table has
      * an open hold - no hold file means nothing was ever held
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
      /
      **************************************************************************
        FETCH-MATURED-ROWS SECTION.
