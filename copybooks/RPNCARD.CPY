*> ================================================================
*> RPNCARD   - Formal reopen card (RPNCARD DD) for a maintenance
*>             run that must change figures inside a period
*>             RECPCL01 has already closed. The period (YYYYMM)
*>             must be closed on the PERIODS register; the
*>             requesting and approving operators must both be
*>             punched and must differ; the reason must be
*>             punched. One card lets one run into one period,
*>             and the use is logged to the register as an R line
*>             and to the event log - the period stays closed for
*>             the next run. No card (DD absent or DUMMY) means
*>             closed periods are locked.
*> ================================================================
01  RPN-CARD-RECORD.
    05  RPN-PERIOD                  PIC 9(6).
    05  RPN-REQUESTED-BY            PIC X(8).
    05  RPN-APPROVED-BY             PIC X(8).
    05  RPN-REASON                  PIC X(50).
    05  FILLER                      PIC X(8).
