            05 FILLER                   PIC  X(01).
            05 PLN-FEED-NAME            PIC  X(44).
            05 FILLER                   PIC  X(01).
      * Criticality flag the PCTB006B window check reads, the
      * entries each entry waits for in its scheduling, and the
      * adjustment file PCTB003B is pointed at - carried
      * here so every reader declares the one shared plan layout,
      * though the balance program itself has no use for them
            05 PLN-CRITICAL             PIC  X(01).
            05 FILLER                   PIC  X(01).
            05 PLN-DEPENDS-ON OCCURS 4.
               10 PLN-DEP-ENTRY         PIC  9(02).
               10 FILLER                PIC  X(01).
            05 PLN-ADJ-NAME             PIC  X(32).
      *
        FD  EXTRACT-FILE.
        01  EXTRACT-RECORD              PIC  X(80).
