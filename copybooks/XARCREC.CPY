*> ================================================================
*> XARCREC   - Transmission archive line. RECXMT01 writes every
*>             delimited detail line it transmits - full feed and
*>             each routed slice - to the night's XMTARC archive
*>             generation, tagged with the catalog GENERATION, the
*>             business date, and the consumer the slice was cut
*>             for (blank = the full feed). RECRXM01 resends a
*>             generation from these lines exactly as they first
*>             went out, without rebuilding the old day.
*> ================================================================
01  XARC-RECORD.
    05  XARC-GENERATION             PIC 9(6).
    05  XARC-BUSINESS-DATE          PIC 9(8).
    05  XARC-CONSUMER-ID            PIC X(8).
    05  XARC-LINE                   PIC X(150).
