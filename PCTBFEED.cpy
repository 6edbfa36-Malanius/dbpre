      *  Record layout of the nightly sequential input feed produced by the    *
      *  upstream order system and loaded by PCTB003B.                         *
      *                                                                        *
      *  The feed carries four record types, flagged in column 1:              *
      *    'H'  header  - exactly one, first record: business date the feed    *
      *                   was cut for and the producing source system          *
      *    'D'  detail  - one per row to load, matching the FIELD1/FIELD2/     *
      *                   effective date (yymmdd) - blank or today-or-earlier  *
      *                   loads as always, a future date parks the row in the  *
      *                   pending-changes table until PCTB012B releases it     *
      *    'X'  delete  - one per key the upstream system has closed out,      *
      *                   same layout as a detail but only FIELD1 is read -    *
      *                   an incremental load deletes the key from the table   *
      *    'T'  trailer - exactly one, last record: detail and delete record   *
      *                   count and hash total of FIELD1, for the end-of-load  *
      *                   balance check                                        *
      *  COPYed into the FILE SECTION under the feed file's FD.                *
      **************************************************************************
      *
      * feed cut without effective dates (or a record left blank) must
      * read as "effective now", not abend on a numeric MOVE from
      * spaces, so the alphanumeric view is what the load tests first
      * A delete record reuses the detail body - FIELD2, FIELD3 and the
      * effective date are ignored on it and may be left blank
       01  FEED-RECORD.
           05 FEED-REC-TYPE                PIC  X(01).
              88 FEED-HEADER-REC                      VALUE 'H'.
              88 FEED-DETAIL-REC                      VALUE 'D'.
              88 FEED-DELETE-REC                      VALUE 'X'.
              88 FEED-TRAILER-REC                     VALUE 'T'.
           05 FEED-REC-BODY                PIC  X(62).
           05 FEED-HEADER-BODY REDEFINES FEED-REC-BODY.
