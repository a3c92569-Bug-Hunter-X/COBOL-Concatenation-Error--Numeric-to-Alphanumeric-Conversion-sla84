*> ================================================================
*> CORREC    - Consumer correction line, as RECCOR01 holds it once
*>             parsed. The inbound CORRIN file is delimited in the
*>             same style as XMTOUT: a column-name header line
*>               CONSUMER_ID,GENDATE,RECORD_NUMBER,SENT_TEXT,
*>               CORRECTED_TEXT,REASON
*>             (a single line), then one line per correction
*>               CONSUM1,20261012,000001234,"as sent","fix","why"
*>             with every text field inside quotes and embedded
*>             quotes doubled, exactly as XMTOUT writes ENTRY_TEXT.
*>             GENDATE is the GENDATE= line of the manifest that
*>             came with the file being corrected - it names the
*>             transmission. SENT-TEXT is the ENTRY_TEXT as it was
*>             received; CORRECTED-TEXT is the whole entry as the
*>             consumer wants it (up to 62 characters, the width
*>             of TXN-DATA), so an item the consumer believes is
*>             retired is corrected by sending the entry back with
*>             I in the status column. Each consumer's file carries
*>             its own header, so several may be concatenated.
*> ================================================================
01  COR-RECORD.
    05  COR-CONSUMER-ID             PIC X(8).
    05  COR-GEN-DATE                PIC 9(8).
    05  COR-RECORD-NUMBER           PIC 9(9).
    05  COR-SENT-TEXT               PIC X(62).
    05  COR-CORRECTED-TEXT          PIC X(62).
    05  COR-REASON                  PIC X(50).
