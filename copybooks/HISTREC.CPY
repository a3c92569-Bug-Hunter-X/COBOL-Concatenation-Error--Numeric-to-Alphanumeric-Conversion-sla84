*>             ACTION-CODE D marks a delete - the data columns
*>             carry the maintenance delete marker, and RECASF01
*>             reports the key as deleted as of that date.
*>             ACTION-CODE M marks a record number moved (or
*>             merged) away by RECUPD01 - the data columns carry
*>             the move marker, and the XREFFILE cross-reference
*>             names the number it went to, which is how RECASF01
*>             follows the chain.
*> ================================================================
01  HIST-RECORD.
    05  HIST-KEY.
    05  HIST-ACTION-CODE            PIC X(1).
        88  HIST-ACTION-WRITE       VALUE 'W'.
        88  HIST-ACTION-DELETE      VALUE 'D'.
        88  HIST-ACTION-MOVED       VALUE 'M'.
    05  HIST-DATA                   PIC X(80).
    05  HIST-TIMESTAMP.
        10  HIST-TS-DATE            PIC 9(8).
