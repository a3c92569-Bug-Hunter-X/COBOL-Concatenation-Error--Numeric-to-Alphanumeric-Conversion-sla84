*> ================================================================
*> PERREC    - Period register record (PERIODS). The one place a
*>             month-end close is recorded, appended to and never
*>             rewritten:
*>               C  RECPCL01 froze and certified the period's
*>                  month-end snapshot - the register carries the
*>                  snapshot's record count, key hash and status
*>                  totals, and the two operators who signed the
*>                  close off,
*>               R  a maintenance program (RECUPD01, RECPRG01,
*>                  RECDSC01) was let into the closed period by a
*>                  reopen card (copybooks/RPNCARD.CPY) - who asked,
*>                  who approved, why, and the business date the
*>                  run carried.
*>             A period is closed for good once a C line exists;
*>             an R line is a one-run exception, not a reopen of
*>             the period for everyone who follows. PERIOD-END-
*>             DATE is the last business date the close was taken
*>             as of; LOGGED-DATE/TIME is the system clock when
*>             the line was written.
*> ================================================================
01  PER-RECORD.
    05  PER-ENTRY-TYPE              PIC X(1).
        88  PER-ENTRY-CLOSE         VALUE 'C'.
        88  PER-ENTRY-REOPEN        VALUE 'R'.
    05  PER-PERIOD                  PIC 9(6).
    05  PER-PERIOD-END-DATE         PIC 9(8).
    05  PER-PROGRAM                 PIC X(8).
    05  PER-LOGGED-DATE             PIC 9(8).
    05  PER-LOGGED-TIME             PIC 9(8).
    05  PER-BUSINESS-DATE           PIC 9(8).
*>  C: closing operator / certifying operator.
*>  R: requesting operator / approving operator.
    05  PER-OPERATOR-1              PIC X(8).
    05  PER-OPERATOR-2              PIC X(8).
    05  PER-RECORD-COUNT            PIC 9(9).
    05  PER-HASH-TOTAL              PIC 9(15).
    05  PER-ACTIVE-COUNT            PIC 9(9).
    05  PER-INACTIVE-COUNT          PIC 9(9).
    05  PER-UNCODED-COUNT           PIC 9(9).
    05  PER-REASON                  PIC X(50).
    05  FILLER                      PIC X(6).
