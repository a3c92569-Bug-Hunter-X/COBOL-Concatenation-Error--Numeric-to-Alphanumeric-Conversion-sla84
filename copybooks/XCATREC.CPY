*> ================================================================
*> XCATREC   - Transmission catalog record. RECXMT01 appends one
*>             per file it cuts and consumer it goes to - the full
*>             XMTOUT feed (SLOT 0) once per ACKCARD recipient, and
*>             each routed consumer's XMTOUTn slice - under the
*>             run's GENERATION number, which also tags that
*>             file's detail lines on the XMTARC archive. A run
*>             held for a bracket problem is catalogued HELD so its
*>             generation number is never reused and never resent.
*>             RECRXM01 appends a RESENT entry (CONSUMER-ID = who
*>             it went to, ACTION-DATE = resend date) each time it
*>             resends a generation, so the catalog answers both
*>             what was sent on a business date and every time it
*>             went out again. CONSUMER-ID is never blank.
*> ================================================================
01  XCAT-RECORD.
    05  XCAT-GENERATION             PIC 9(6).
    05  XCAT-BUSINESS-DATE          PIC 9(8).
    05  XCAT-GEN-DATE               PIC 9(8).
    05  XCAT-CONSUMER-ID            PIC X(8).
    05  XCAT-SLOT                   PIC 9(1).
        88  XCAT-FULL-FEED          VALUE 0.
    05  XCAT-DETAIL-COUNT           PIC 9(9).
    05  XCAT-HASH-TOTAL             PIC 9(15).
    05  XCAT-ENTRY-TYPE             PIC X(1).
        88  XCAT-TRANSMITTED        VALUE 'T'.
        88  XCAT-HELD               VALUE 'H'.
        88  XCAT-RESENT             VALUE 'R'.
    05  XCAT-ACTION-DATE            PIC 9(8).
    05  FILLER                      PIC X(16).
