      * Run modes: full-refresh wipes and reloads via the staging
      * table, incremental upserts the feed into the live table, and
      * recycle re-drives previously rejected rows from the reject
      * file after the data owner has corrected them, and adjustment
      * pre-edit proves the day's adjustment transactions against the
      * table and prints them without changing anything
       01  POCTB-TABLE-NAME                  PIC  X(32).
       01  POCTB-RUN-MODE                    PIC  X(01).
           88  POCTB-FULL-REFRESH                        VALUE 'F'.
           88  POCTB-INCREMENTAL                         VALUE 'I'.
           88  POCTB-RECYCLE                             VALUE 'R'.
           88  POCTB-ADJUST-EDIT                         VALUE 'E'.
      *
      * Connection retry/backoff, read from the same parameter source -
      * how many times to retry MySQL_init/MySQL_real_connect and how
