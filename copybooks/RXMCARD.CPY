*> ================================================================
*> RXMCARD   - Retransmit request card for RECRXM01. Names the
*>             consumer that lost or rejected a load and the
*>             business date of the feed to resend. GENERATION is
*>             optional (blank or zero = the latest generation
*>             transmitted for that business date) and is only
*>             needed when a date went out more than once and an
*>             earlier generation is wanted. The consumer's own
*>             routed slice is resent when one was cut for it that
*>             generation, otherwise the full feed.
*> ================================================================
01  RXM-CARD-RECORD.
    05  RXM-CONSUMER-ID             PIC X(8).
    05  RXM-BUSINESS-DATE           PIC 9(8).
    05  RXM-GENERATION              PIC 9(6).
    05  RXM-GENERATION-X REDEFINES RXM-GENERATION PIC X(6).
    05  FILLER                      PIC X(58).
