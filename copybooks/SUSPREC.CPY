*>             whose first-rejected date is older than the aging
*>             threshold print on the stuck-item report for
*>             supervision.
*>             The dual-control fields carry the release the item
*>             was applied under: its RECAPV01 change ID, the
*>             submitting and approving operators, and the card
*>             image exactly as released. A recycled item applies
*>             under that release only while its image still
*>             matches the released one - an image corrected in
*>             place is a new change, and RECUPD01 withdraws it to
*>             the resubmit deck for a fresh approval.
*> ================================================================
01  SUSP-RECORD.
    05  SUSP-TXN-IMAGE              PIC X(80).
    05  SUSP-REJECT-REASON          PIC X(40).
    05  SUSP-RETRY-COUNT            PIC 9(3).
    05  SUSP-FIRST-REJECT-DATE      PIC 9(8).
    05  SUSP-CHANGE-ID              PIC X(16).
    05  SUSP-SUBMIT-OPERATOR        PIC X(8).
    05  SUSP-APPROVE-OPERATOR       PIC X(8).
    05  SUSP-RELEASED-IMAGE         PIC X(80).
