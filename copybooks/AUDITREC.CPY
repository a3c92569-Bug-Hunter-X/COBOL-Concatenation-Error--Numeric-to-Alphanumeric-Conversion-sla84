*> ================================================================
*> AUDITREC  - Per-record audit trail layout (req 004)
*>             The submit/approve operator IDs record who asked for
*>             a maintenance change and who released it under dual
*>             control (RECAPV01). Records the build and the purge
*>             write on their own authority carry them blank.
*>             SEQUENCE and SEAL chain every record to the one
*>             before it on the same trail: the sequence steps by
*>             one per record, and the seal is computed from the
*>             installation's secret seal key (SEALKEY card), the
*>             previous record's seal, and bytes 1-130 of this
*>             record (everything up to and including SEQUENCE).
*>             A record written before sealing began carries zero
*>             in both. Record number zero is never a real key: it
*>             marks the chain anchor written at the head of a
*>             trail that was cut (RECARC01) or rewritten (the
*>             build), carrying the sequence and seal of the last
*>             record before the cut so the chain continues across
*>             it - zeros in an anchor mean the chain starts here.
*> ================================================================
01  AUDIT-RECORD.
    05  AUDIT-INDEX                 PIC 9(9).
        88  AUDIT-CHAIN-ANCHOR      VALUE ZERO.
    05  AUDIT-ENTRY-TEXT            PIC X(80).
    05  AUDIT-TIMESTAMP.
        10  AUDIT-TS-DATE           PIC 9(8).
        10  AUDIT-TS-TIME           PIC 9(8).
    05  AUDIT-OPERATORS.
        10  AUDIT-SUBMIT-OPERATOR   PIC X(8).
        10  AUDIT-APPROVE-OPERATOR  PIC X(8).
    05  AUDIT-SEAL-AREA.
        10  AUDIT-SEQUENCE          PIC 9(9).
        10  AUDIT-SEAL              PIC 9(9).
