            05 FILLER                   PIC  X(01).
            05 PLN-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
      * Criticality flag the PCTB006B window check reads, the
      * entries each entry waits for in its scheduling, and the
      * adjustment file PCTB003B is pointed at - carried
      * here so both programs declare the one shared plan layout,
      * though the monitor itself has no use for them
            05 PLN-CRITICAL             PIC  X(01).
            05 FILLER                   PIC  X(01).
            05 PLN-DEPENDS-ON OCCURS 4.
               10 PLN-DEP-ENTRY         PIC  9(02).
               10 FILLER                PIC  X(01).
            05 PLN-ADJ-NAME             PIC  X(32).
      *
        FD  THRESH-FILE.
        01  THRESH-RECORD.
