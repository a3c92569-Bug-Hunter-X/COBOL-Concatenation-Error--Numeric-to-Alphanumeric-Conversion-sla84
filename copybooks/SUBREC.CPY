*> ================================================================
*> SUBREC    - Consumer subscription record for RECXMT01's routed
*>             transmission. One or more lines per consumer; a
*>             detail goes to the consumer when ANY of its lines
*>             takes it. Within one line every criterion must hold:
*>               STATUS-FILTER  A = active only, I = inactive only,
*>                              blank = any status,
*>               LOW/HIGH-KEY   inclusive record-number range
*>                              (blank low = from the first key,
*>                              blank high = to the last),
*>               CATEGORY       up to ten category codes; all
*>                              blank = every category.
*>             SLOT (1-4) names the XMTOUTn/XMTMANn DD pair the
*>             consumer's file and manifest are written to. Every
*>             line for a consumer carries the same slot and no two
*>             consumers share one - the slot is stated on the
*>             card, never inferred from line order, so reordering
*>             the deck cannot send one consumer another's data.
*> ================================================================
01  SUB-RECORD.
    05  SUB-CONSUMER-ID             PIC X(8).
    05  SUB-SLOT                    PIC 9(1).
    05  SUB-STATUS-FILTER           PIC X(1).
        88  SUB-ANY-STATUS          VALUE ' '.
        88  SUB-ACTIVE-ONLY         VALUE 'A'.
        88  SUB-INACTIVE-ONLY       VALUE 'I'.
    05  SUB-KEY-RANGE.
        10  SUB-LOW-KEY             PIC 9(9).
        10  SUB-HIGH-KEY            PIC 9(9).
    05  SUB-KEY-RANGE-X REDEFINES SUB-KEY-RANGE.
        10  SUB-LOW-KEY-X           PIC X(9).
        10  SUB-HIGH-KEY-X          PIC X(9).
    05  SUB-CATEGORIES.
        10  SUB-CATEGORY            PIC X(4) OCCURS 10.
    05  FILLER                      PIC X(12).
