*>             an absent card file all mean the compiled-in
*>             default stands - same optional-card pattern as
*>             RECBLD01's CTLCARD.
*>             RUN-MODE (column 4) blank is the live run; R is a
*>             rehearsal - the deck is edited and played against
*>             the cluster as it stands, and the impact report
*>             shows every key it would add, replace, delete,
*>             move or send to suspense, with before and after
*>             images, while nothing is written anywhere but the
*>             report and the event log. Anything else in column 4
*>             stops the run - a mispunched rehearsal must never
*>             go in live.
*> ================================================================
01  UPD-CARD-RECORD.
    05  UPD-AGING-DAYS              PIC 9(3).
    05  UPD-RUN-MODE                PIC X(1).
        88  UPD-RUN-LIVE            VALUE SPACE.
        88  UPD-RUN-REHEARSAL       VALUE 'R'.
    05  FILLER                      PIC X(76).
