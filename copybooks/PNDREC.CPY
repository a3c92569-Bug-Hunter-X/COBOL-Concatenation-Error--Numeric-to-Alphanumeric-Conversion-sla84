*> ================================================================
*> PNDREC    - Dual-control pending-change record. RECAPV01 turns
*>             every TXNREC (KSDS) or DSCTXN (DESCMAST) maintenance
*>             card into one of these under a change ID made of
*>             the submit date, submit time (HHMM) and a sequence
*>             within the run, and carries it on the pending file
*>             until a second operator releases or declines it on
*>             the APVCARD deck. Released items are written in this
*>             same layout to RELTXN / RELDSC, which are all that
*>             RECUPD01 and RECDSC01 will apply; the submitting and
*>             approving operators travel with the change onto the
*>             audit trail.
*> ================================================================
01  PND-RECORD.
    05  PND-CHANGE-ID.
        10  PND-SUBMIT-DATE         PIC 9(8).
        10  PND-SUBMIT-HHMM         PIC 9(4).
        10  PND-SUBMIT-SEQ          PIC 9(4).
    05  PND-TARGET                  PIC X(1).
        88  PND-TARGET-KSDS         VALUE 'K'.
        88  PND-TARGET-MASTER       VALUE 'M'.
    05  PND-CARD-IMAGE              PIC X(80).
    05  PND-SUBMIT-OPERATOR         PIC X(8).
    05  PND-STATUS                  PIC X(1).
        88  PND-STATUS-PENDING      VALUE 'P'.
        88  PND-STATUS-RELEASED     VALUE 'R'.
        88  PND-STATUS-DECLINED     VALUE 'D'.
    05  PND-APPROVE-OPERATOR        PIC X(8).
    05  PND-DECISION-DATE           PIC 9(8).
    05  PND-DECISION-TIME           PIC 9(8).
    05  PND-DECISION-REASON         PIC X(30).
