      * dbpre V 0.2: PCTBHOLD.cpy                                 20261015-000000
      *-------------------------------------------------------------------------
      **************************************************************************
      *  Record layout of the staging-swap hold file - one record per full     *
      *  refresh whose staged load PCTB003B kept back from the live table      *
      *  because the comparison with the live table fell outside the table's   *
      *  volume tolerances.                                                    *
      *                                                                        *
      *  PCTB003B appends the record with status 'H' (held) and the figures    *
      *  it compared; PCTB018B closes it as 'R' (released - the staged load    *
      *  was swapped live) or 'D' (discarded - the live table was kept),       *
      *  with who closed it and when. While a table has an open hold its       *
      *  next load stops before it touches the staging table.                  *
      *  The run stamps name the history rows the hold parked, and the held    *
      *  load's future-dated feed rows parked beside them - the AUDIT_TIME     *
      *  of the held load, one per partition for a partitioned load - so the   *
      *  release or discard touches those rows and no other same-day run's.    *
      *  A record with no stamps predates them.                                *
      *  COPYed into the FILE SECTION under the hold file's FD.                *
      **************************************************************************
      *
       01  HLD-RECORD.
           05 HLD-TABLE-NAME               PIC  X(32).
           05 FILLER                       PIC  X(01).
      * The business date the held run stamped its history rows with
           05 HLD-BUS-DATE                 PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 HLD-HOLD-TIME                PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 HLD-STATUS                   PIC  X(01).
              88 HLD-OPEN                             VALUE 'H'.
              88 HLD-RELEASED                         VALUE 'R'.
              88 HLD-DISCARDED                        VALUE 'D'.
           05 FILLER                       PIC  X(01).
           05 HLD-LIVE-COUNT               PIC  9(09).
           05 FILLER                       PIC  X(01).
           05 HLD-STAGE-COUNT              PIC  9(09).
           05 FILLER                       PIC  X(01).
           05 HLD-ADDED                    PIC  9(09).
           05 FILLER                       PIC  X(01).
           05 HLD-DROPPED                  PIC  9(09).
           05 FILLER                       PIC  X(01).
           05 HLD-CHANGED                  PIC  9(09).
           05 FILLER                       PIC  X(01).
           05 HLD-REASON                   PIC  X(60).
           05 FILLER                       PIC  X(01).
           05 HLD-CLOSE-DATE               PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 HLD-CLOSE-TIME               PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 HLD-CLOSED-BY                PIC  X(08).
           05 FILLER                       PIC  X(01).
           05 HLD-RUN-TIME-COUNT           PIC  9(02).
           05 HLD-RUN-TIME-ENTRY OCCURS 16.
              10 FILLER                    PIC  X(01).
              10 HLD-RUN-TIME              PIC  9(06).
