*>             and aged against SENT-DATE on the aging report so
*>             an unacknowledged transmission is chased the next
*>             morning instead of surfacing at month end.
*>             RESEND-DATE is zero for the original transmission
*>             and the resend date for a RECRXM01 retransmission,
*>             so a resend is owed - and cleared by - its own ack,
*>             apart from the original's.
*> ================================================================
01  OUTS-RECORD.
    05  OUTS-CONSUMER-ID            PIC X(8).
    05  OUTS-DETAIL-COUNT           PIC 9(9).
    05  OUTS-HASH-TOTAL             PIC 9(15).
    05  OUTS-SENT-DATE              PIC 9(8).
    05  OUTS-RESEND-DATE            PIC 9(8).
