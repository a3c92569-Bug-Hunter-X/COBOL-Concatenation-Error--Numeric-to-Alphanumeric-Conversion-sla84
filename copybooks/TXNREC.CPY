*> ================================================================
*> TXNREC    - Maintenance transaction card layout for RECUPD01.
*>             One 80-column card per transaction: an action code,
*>             the VSAM-REC-KEY it applies to, (for adds and
*>             replaces) the replacement entry text that lands in
*>             VSAM-REC-DATA, and the submitting operator's ID in
*>             columns 73-80. TXN-DATA is X(62) - still wider than
*>             the 61-byte enriched entry the build writes - and is
*>             space-padded out to the full X(80) VSAM-REC-DATA
*>             when applied. Cards no longer go straight to
*>             RECUPD01: RECAPV01 queues each one as a pending
*>             change under the submitting operator's ID, and only
*>             a release by a second operator passes it on.
*>             Action M moves (or merges) a record number: the card
*>             key is the OLD number and the NEW number is punched
*>             in columns 11-19 (TXN-MOVE-TO-NUMBER). RECUPD01
*>             carries the KSDS image, the DESCMAST row and the
*>             history chain across together; when the new number
*>             is already on file it is a merge and the record on
*>             the new number survives.
*> ================================================================
01  TXN-RECORD.
    05  TXN-ACTION-CODE             PIC X(1).
        88  TXN-ACTION-ADD          VALUE 'A'.
        88  TXN-ACTION-REPLACE      VALUE 'R'.
        88  TXN-ACTION-DELETE       VALUE 'D'.
        88  TXN-ACTION-MOVE         VALUE 'M'.
        88  TXN-ACTION-VALID        VALUE 'A' 'R' 'D' 'M'.
    05  TXN-RECORD-NUMBER           PIC 9(9).
    05  TXN-DATA                    PIC X(62).
    05  TXN-MOVE-DATA REDEFINES TXN-DATA.
        10  TXN-MOVE-TO-NUMBER      PIC 9(9).
        10  FILLER                  PIC X(53).
    05  TXN-OPERATOR-ID             PIC X(8).
