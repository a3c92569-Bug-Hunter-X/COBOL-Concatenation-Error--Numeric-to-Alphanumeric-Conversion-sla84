*>             one outstanding entry is opened per consumer when a
*>             manifest is registered, and each consumer's ack
*>             clears only its own entry. CONSUMER-2 blank means
*>             only one consumer receives the feed. A consumer with
*>             its own routed manifest (RTEMAN) on the night is
*>             registered for its slice instead, whether or not it
*>             is also named here. The card is mandatory: matching
*>             acks without knowing who owes one is how the
*>             silent-skip problem started.
*> ================================================================
01  ACK-CARD-RECORD.
    05  ACK-AGING-DAYS              PIC 9(3).
