                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-DELTA-STATUS.
      *
      * Sent log - what each delta carried, key by key, appended run
      * after run. The extract is overwritten every night; this is
      * what PCTB019B matches the receivers' acknowledgements against
           SELECT SENT-FILE           ASSIGN TO 'PCTB016B.SNT'
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS WS-SENT-STATUS.
      *
      * Error log - one line per DB/application failure, so operations
      * can review a batch run's failures without paging the job log
           SELECT ERRLOG-FILE         ASSIGN TO 'PCTB016B.ERRLOG'
               10 DLT-TRL-COUNT         PIC  9(08).
               10 DLT-TRL-HASH          PIC  9(16).
               10 FILLER                PIC  X(33).
      *
        FD  SENT-FILE.
        COPY PCTBSNT.
      *
        FD  ERRLOG-FILE.
        01  ERRLOG-RECORD.
        01  WS-HASH-KEY-NUM REDEFINES WS-HASH-KEY
                                              PIC  9(08).
      *
      * Sent log working storage
        01  WS-SENT-STATUS                    PIC  X(02) VALUE '00'.
      *
      * Error log working storage
        01  WS-ERRLOG-STATUS                  PIC  X(02) VALUE '00'.
        01  WS-ERRLOG-OPEN-FLAG                PIC  X(01) VALUE 'N'.
              PERFORM POCTB-STATUS
           END-IF
           SET WS-DELTA-OPEN                TO TRUE
      *
      * The sent log is appended alongside - a key record per detail
      * and the summary last, so a run that dies part way leaves a
      * send with no summary, which the acknowledgement matching
      * ignores
           OPEN EXTEND SENT-FILE
           IF WS-SENT-STATUS NOT = '00'
      * File does not exist yet - EXTEND with nothing to extend, create it
              OPEN OUTPUT SENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = '00'
              MOVE SPACES                   TO POCTB-ERROR-MESSAGE
              STRING 'DELTA-FILE-WRITE: OPEN SENT-FILE'
                                             DELIMITED BY SIZE
                     ' failed, status '      DELIMITED BY SIZE
                     WS-SENT-STATUS          DELIMITED BY SIZE
                                      INTO POCTB-ERROR-MESSAGE
              SET POCTB-ERROR               TO TRUE
              PERFORM POCTB-STATUS
           END-IF
      *
           MOVE SPACES                      TO DELTA-RECORD
           MOVE 'H'                         TO DLT-REC-TYPE
           MOVE WS-DELTA-REC-COUNT          TO DLT-TRL-COUNT
           MOVE WS-DELTA-HASH-TOTAL         TO DLT-TRL-HASH
           WRITE DELTA-RECORD
      *
           MOVE SPACES                      TO SNT-RECORD
           SET SNT-SUMMARY-REC              TO TRUE
           MOVE POCTB-TABLE-NAME            TO SNT-TABLE-NAME
           MOVE WS-DELTA-DATE               TO SNT-BUS-DATE
           MOVE POCTB-DATE                  TO SNT-RUN-DATE
           MOVE POCTB-TIME                  TO SNT-RUN-TIME
           MOVE WS-DELTA-REC-COUNT          TO SNT-COUNT
           MOVE WS-DELTA-HASH-TOTAL         TO SNT-HASH
           MOVE WS-DELTA-ADDS               TO SNT-ADDS
           MOVE WS-DELTA-CHANGES            TO SNT-CHANGES
           MOVE WS-DELTA-DELETES            TO SNT-DELETES
           WRITE SNT-RECORD
           CLOSE SENT-FILE
      *
           CLOSE DELTA-FILE
           MOVE 'N'                         TO WS-DELTA-OPEN-FLAG
           MOVE WS-DLT-FIELD2 (D1)          TO DLT-FIELD2
           MOVE WS-DLT-FIELD3 (D1)          TO DLT-FIELD3
           WRITE DELTA-RECORD
           MOVE SPACES                      TO SNT-RECORD
           SET SNT-KEY-REC                  TO TRUE
           MOVE POCTB-TABLE-NAME            TO SNT-TABLE-NAME
           MOVE WS-DELTA-DATE               TO SNT-BUS-DATE
           MOVE POCTB-DATE                  TO SNT-RUN-DATE
           MOVE POCTB-TIME                  TO SNT-RUN-TIME
           MOVE WS-DLT-KEY (D1)             TO SNT-FIELD1
           MOVE WS-DLT-ACTION (D1)          TO SNT-ACTION
           WRITE SNT-RECORD
           ADD 1                            TO WS-DELTA-REC-COUNT
           MOVE WS-DLT-KEY (D1)             TO WS-HASH-KEY
           IF WS-HASH-KEY-NUM NUMERIC
