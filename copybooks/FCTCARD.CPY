*> ================================================================
*> FCTCARD   - Control card for the RECFCT01 batch-window
*>             forecast. WINDOW-START is when tonight's first build
*>             step is expected to start and DEADLINE when the build
*>             must be finished (both HHMM; a deadline at or before
*>             the start is taken as the next morning). RUN-MODE
*>             says how a partitioned night runs: C = the partition
*>             steps are submitted as separate jobs and run
*>             concurrently (the default), S = they run serially as
*>             steps of one job. A single unpartitioned PARM is
*>             always serial. HISTORY-FROM is optional (zero = all
*>             of STATHIST): only runs on or after that date feed
*>             the rate, so a hardware change can start a fresh
*>             baseline.
*> ================================================================
01  FCT-CARD-RECORD.
    05  FCT-WINDOW-START.
        10  FCT-START-HH            PIC 9(2).
        10  FCT-START-MM            PIC 9(2).
    05  FCT-DEADLINE.
        10  FCT-DEADLINE-HH         PIC 9(2).
        10  FCT-DEADLINE-MM         PIC 9(2).
    05  FCT-RUN-MODE                PIC X(1).
        88  FCT-MODE-CONCURRENT     VALUE 'C' ' '.
        88  FCT-MODE-SERIAL         VALUE 'S'.
    05  FCT-HISTORY-FROM            PIC 9(8).
    05  FILLER                      PIC X(63).
