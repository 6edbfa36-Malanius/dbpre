      * dbpre V 0.2: PCTBADJ.cpy                                  20261015-000000
      *-------------------------------------------------------------------------
      **************************************************************************
      *  Record layout of the dated adjustment transaction file - business     *
      *  corrections to the target table, requested through operations and     *
      *  applied by PCTB003B after the feed has loaded.                        *
      *                                                                        *
      *  The file carries two record types, flagged in column 1:               *
      *    'H'  header  - exactly one, first record: the business date the     *
      *                   adjustments are for and the table they apply to -    *
      *                   a file for another date or table is not applied      *
      *    'D'  detail  - one per adjustment: the FIELD1 key to change, which  *
      *                   field (1, 2 or 3 - field 1 re-keys the row), the     *
      *                   new value, the business reason code and who asked    *
      *                   for it                                               *
      *  Run mode E proves the file against the table without changing it.     *
      *  COPYed into the FILE SECTION under the adjustment file's FD.          *
      **************************************************************************
      *
      * ADJ-FIELD1-X overlays the numeric key the same way the feed
      * layout does - a key that is not numeric has to reach the
      * validation as-is, not after a numeric MOVE has mangled it
       01  ADJ-RECORD.
           05 ADJ-REC-TYPE                 PIC  X(01).
              88 ADJ-HEADER-REC                       VALUE 'H'.
              88 ADJ-DETAIL-REC                       VALUE 'D'.
           05 ADJ-REC-BODY                 PIC  X(53).
           05 ADJ-HEADER-BODY REDEFINES ADJ-REC-BODY.
              10 ADJ-HDR-DATE              PIC  9(06).
              10 ADJ-HDR-TABLE-NAME        PIC  X(32).
              10 FILLER                    PIC  X(15).
           05 ADJ-DETAIL-BODY REDEFINES ADJ-REC-BODY.
              10 ADJ-FIELD1                PIC  9(08).
              10 ADJ-FIELD1-X REDEFINES ADJ-FIELD1
                                           PIC  X(08).
              10 ADJ-FIELD-ID              PIC  X(01).
              10 ADJ-NEW-VALUE             PIC  X(32).
              10 ADJ-REASON-CODE           PIC  X(04).
              10 ADJ-REQUESTER             PIC  X(08).
