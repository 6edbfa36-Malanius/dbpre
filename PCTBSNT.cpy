      * dbpre V 0.2: PCTBSNT.cpy                                  20261015-000000
      *-------------------------------------------------------------------------
      **************************************************************************
      *  Record layout of the delta sent log - appended by PCTB016B every      *
      *  time it cuts PCTB016B.EXT, so there is a durable record of what       *
      *  each night's delta carried after the extract file itself has been     *
      *  overwritten. PCTB019B matches the receivers' acknowledgements         *
      *  against it.                                                           *
      *                                                                        *
      *  Two record types, flagged in column 1, both stamped with the table,   *
      *  the business date and the run date/time that identify one send:       *
      *    'K'  key     - one per delta detail: the FIELD1 key and action      *
      *    'S'  summary - one per send, written last: the trailer count and    *
      *                   hash and the add/change/delete split. A send with    *
      *                   no summary never completed and is ignored; a later   *
      *                   send for the same date supersedes an earlier one     *
      *  COPYed into the FILE SECTION under the sent log's FD.                 *
      **************************************************************************
      *
       01  SNT-RECORD.
           05 SNT-REC-TYPE                 PIC  X(01).
              88 SNT-KEY-REC                          VALUE 'K'.
              88 SNT-SUMMARY-REC                      VALUE 'S'.
           05 FILLER                       PIC  X(01).
           05 SNT-TABLE-NAME               PIC  X(32).
           05 FILLER                       PIC  X(01).
           05 SNT-BUS-DATE                 PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 SNT-RUN-DATE                 PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 SNT-RUN-TIME                 PIC  9(06).
           05 FILLER                       PIC  X(01).
           05 SNT-REC-BODY                 PIC  X(60).
           05 SNT-KEY-BODY REDEFINES SNT-REC-BODY.
              10 SNT-FIELD1                PIC  X(08).
              10 FILLER                    PIC  X(01).
              10 SNT-ACTION                PIC  X(01).
              10 FILLER                    PIC  X(50).
           05 SNT-SUMMARY-BODY REDEFINES SNT-REC-BODY.
              10 SNT-COUNT                 PIC  9(08).
              10 FILLER                    PIC  X(01).
              10 SNT-HASH                  PIC  9(16).
              10 FILLER                    PIC  X(01).
              10 SNT-ADDS                  PIC  9(08).
              10 FILLER                    PIC  X(01).
              10 SNT-CHANGES               PIC  9(08).
              10 FILLER                    PIC  X(01).
              10 SNT-DELETES               PIC  9(08).
              10 FILLER                    PIC  X(08).
