*> ================================================================
*> APVCARD   - Dual-control decision card for RECAPV01. One card
*>             per pending change the checker has reviewed on the
*>             previous RECAPV01 register: the 16-digit change ID
*>             exactly as printed there, the decision (R = release,
*>             D = decline), the checker's own operator ID - which
*>             must not be the ID the change was submitted under -
*>             and, for a decline, the reason to print back to the
*>             submitter.
*> ================================================================
01  APV-CARD-RECORD.
    05  APV-CHANGE-ID               PIC X(16).
    05  APV-DECISION                PIC X(1).
        88  APV-DECISION-RELEASE    VALUE 'R'.
        88  APV-DECISION-DECLINE    VALUE 'D'.
        88  APV-DECISION-VALID      VALUE 'R' 'D'.
    05  APV-APPROVER-ID             PIC X(8).
    05  APV-REASON                  PIC X(30).
    05  FILLER                      PIC X(25).
