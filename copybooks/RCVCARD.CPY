*>             23595999 to recover through the end of the cutoff
*>             date. A zero cutoff date is rejected - recovery
*>             will not guess how far forward to roll.
*>             RUN-MODE (column 17) blank is the live recovery; R
*>             is a rehearsal - the trail is verified and read,
*>             the cluster is not opened, and the report lists
*>             every audit record the cutoff would reapply.
*>             Anything else in column 17 stops the run.
*> ================================================================
01  RCV-CARD-RECORD.
    05  RCV-CUTOFF-DATE             PIC 9(8).
    05  RCV-CUTOFF-TIME             PIC 9(8).
    05  RCV-RUN-MODE                PIC X(1).
        88  RCV-RUN-LIVE            VALUE SPACE.
        88  RCV-RUN-REHEARSAL       VALUE 'R'.
    05  FILLER                      PIC X(63).
