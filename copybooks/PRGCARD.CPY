*>             Both criteria zero is rejected - an all-zero card
*>             is far more likely a mispunch than a request to do
*>             nothing.
*>             RUN-MODE (column 18) blank is the live purge; R is
*>             a rehearsal - the cluster is read, not changed, and
*>             the report lists every key the card would delete
*>             and why. Anything else in column 18 stops the run.
*> ================================================================
01  PRG-CARD-RECORD.
    05  PRG-PURGE-ABOVE-KEY         PIC 9(9).
    05  PRG-RETENTION-DATE          PIC 9(8).
    05  PRG-RUN-MODE                PIC X(1).
        88  PRG-RUN-LIVE            VALUE SPACE.
        88  PRG-RUN-REHEARSAL       VALUE 'R'.
    05  FILLER                      PIC X(62).
