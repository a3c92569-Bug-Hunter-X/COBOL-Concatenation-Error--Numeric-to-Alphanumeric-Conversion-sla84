*> DSCTXN    - Maintenance transaction card layout for RECDSC01.
*>             One 80-column card per transaction against the
*>             DESCMAST description master: an action code, the
*>             DESC-REC-KEY it applies to, (for adds and replaces)
*>             the description text and category code that land in
*>             DESC-TEXT / DESC-CATEGORY-CODE, and the submitting
*>             operator's ID in columns 55-62. The status byte is
*>             never punched - adds and replaces write rows
*>             active, and deactivation is its own action (X) so a
*>             row is only ever retired deliberately, not by a
*>             short card. Like TXNREC cards, these are queued by
*>             RECAPV01 and reach RECDSC01 only once a second
*>             operator has released them.
*>             EFFECTIVE-DATE (cols 63-70, YYYYMMDD) future-dates
*>             an add, replace or deactivation: RECDSC01 holds it
*>             on the DSCPEND scheduled-changes file and applies it
*>             on the first run whose business date reaches that
*>             date. Blank or zero means apply on release, the
*>             historical behavior.
*>             Action C cancels a scheduled change before it takes
*>             effect: the record number is the scheduled change's,
*>             and cols 11-26 carry its change ID as printed on the
*>             RECAPV01 and RECDSC01 registers. A cancel is itself
*>             a maintenance card and is released under dual
*>             control like any other.
*> ================================================================
01  DSC-TXN-RECORD.
    05  DSC-ACTION-CODE             PIC X(1).
        88  DSC-ACTION-ADD          VALUE 'A'.
        88  DSC-ACTION-REPLACE      VALUE 'R'.
        88  DSC-ACTION-DEACTIVATE   VALUE 'X'.
        88  DSC-ACTION-CANCEL       VALUE 'C'.
        88  DSC-ACTION-VALID        VALUE 'A' 'R' 'X' 'C'.
    05  DSC-RECORD-NUMBER           PIC 9(9).
    05  DSC-NEW-TEXT                PIC X(40).
    05  DSC-CANCEL-DATA REDEFINES DSC-NEW-TEXT.
        10  DSC-CANCEL-CHANGE-ID    PIC X(16).
        10  FILLER                  PIC X(24).
    05  DSC-NEW-CATEGORY            PIC X(4).
    05  DSC-OPERATOR-ID             PIC X(8).
    05  DSC-EFFECTIVE-DATE          PIC 9(8).
    05  DSC-EFFECTIVE-DATE-X REDEFINES DSC-EFFECTIVE-DATE
                                    PIC X(8).
    05  FILLER                      PIC X(10).
