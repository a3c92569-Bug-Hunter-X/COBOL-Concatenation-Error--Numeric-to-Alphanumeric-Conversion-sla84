*>             - RECACK01 matches these against the manifest values
*>             it registered when the transmission went out, so a
*>             consumer that loaded a truncated or stale file
*>             cannot acknowledge it clean. RESEND-DATE echoes the
*>             RESENDDATE= line of a retransmission's manifest (zero
*>             or blank for an original transmission).
*> ================================================================
01  XMTACK-RECORD.
    05  XMTACK-CONSUMER-ID          PIC X(8).
    05  XMTACK-GEN-DATE             PIC 9(8).
    05  XMTACK-DETAIL-COUNT         PIC 9(9).
    05  XMTACK-HASH-TOTAL           PIC 9(15).
    05  XMTACK-RESEND-DATE          PIC 9(8).
    05  FILLER                      PIC X(32).
