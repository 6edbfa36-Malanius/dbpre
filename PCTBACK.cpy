      * dbpre V 0.2: PCTBACK.cpy                                  20261015-000000
      *-------------------------------------------------------------------------
      **************************************************************************
      *  Record layout of a downstream acknowledgement of the PCTB016B delta   *
      *  feed - returned by each receiver for each business date it applied,   *
      *  and read by PCTB019B. Several receivers' acknowledgements may be      *
      *  concatenated into one file.                                           *
      *                                                                        *
      *  Two record types, flagged in column 1:                                *
      *    'H'  header - one per acknowledgement: the receiver, the business   *
      *                  date and table of the delta it applied, and how many  *
      *                  delta records it accepted and rejected                *
      *    'R'  reject - one per delta record the receiver rejected, after     *
      *                  its header: the FIELD1 key and the receiver's reason  *
      *                  code and text                                         *
      *  COPYed into the FILE SECTION under the acknowledgement file's FD.     *
      **************************************************************************
      *
       01  ACK-RECORD.
           05 ACK-REC-TYPE                 PIC  X(01).
              88 ACK-HEADER-REC                       VALUE 'H'.
              88 ACK-REJECT-REC                       VALUE 'R'.
           05 ACK-REC-BODY                 PIC  X(80).
           05 ACK-HEADER-BODY REDEFINES ACK-REC-BODY.
              10 ACK-RECEIVER              PIC  X(08).
              10 ACK-BUS-DATE              PIC  9(06).
              10 ACK-TABLE-NAME            PIC  X(32).
              10 ACK-ACCEPTED              PIC  9(08).
              10 ACK-REJECTED              PIC  9(08).
              10 FILLER                    PIC  X(18).
           05 ACK-REJECT-BODY REDEFINES ACK-REC-BODY.
              10 ACK-FIELD1                PIC  X(08).
              10 ACK-REASON-CODE           PIC  X(04).
              10 ACK-REASON-TEXT           PIC  X(40).
              10 FILLER                    PIC  X(28).
