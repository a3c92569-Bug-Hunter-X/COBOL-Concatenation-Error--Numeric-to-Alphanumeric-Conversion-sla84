*> ================================================================
*> SEALCARD  - Audit trail seal key card (SEALKEY DD). One card,
*>             the installation's secret seal key in cols 1-9:
*>             any number from 2 to 999999936. Every program that
*>             writes or verifies an AUDITREC trail reads it. The
*>             seal is only as good as the key is secret - keep
*>             the dataset readable by the production batch ID
*>             alone, never by the people who can update the
*>             trails, and never change it without archiving the
*>             trails first (old seals verify only under the key
*>             they were written with).
*> ================================================================
01  SEAL-CARD-RECORD.
    05  SEAL-KEY                    PIC 9(9).
    05  FILLER                      PIC X(71).
