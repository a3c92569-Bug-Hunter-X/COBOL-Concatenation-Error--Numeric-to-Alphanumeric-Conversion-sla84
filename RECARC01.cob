*> The live trail is truncated ONLY after the archive segment and
*> its control totals closed clean - an I/O failure while copying
*> abends with the trail untouched.
*> The trail is sealed (copybooks/AUDITREC.CPY), so the cut must
*> not break the chain: the control totals also carry the first
*> and last sequence numbers and the last seal in the segment,
*> and the emptied trail gets one anchor record carrying that
*> last sequence and seal forward, which the next record written
*> chains on from. RECAVF01 checks each segment against its
*> control totals and each anchor against the segment before it.
*> No key is needed here - nothing is sealed, only carried.
*> Also run at the head of the nightly build (RECBLD01.jcl
*> STEP005), so the day's maintenance is archived before the
*> build rewrites the trail.
*> Condition codes: 0 = segment archived and trail cut (an empty
*> trail archives an empty segment), 16 = I/O failure.
*> ================================================================
    05  WS-AUDIT-EOF-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-AUDIT-EOF            VALUE 'Y'.

01  WS-CHAIN-AREA.
    *> Chain position across the segment - WS-CHAIN-SEEN once any
    *> sealed record or anchor has gone by. A segment of records
    *> from before sealing began has none, and leaves no anchor.
    05  WS-CHAIN-SEEN-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CHAIN-SEEN           VALUE 'Y'.
    05  WS-FIRST-SEQUENCE           PIC 9(9) VALUE ZEROS.
    05  WS-LAST-SEQUENCE            PIC 9(9) VALUE ZEROS.
    05  WS-LAST-SEAL                PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-ANCHOR-TEXT        PIC X(32)
        VALUE '** SEAL CHAIN CARRIED FORWARD **'.

01  WS-FILE-STATUS-AREA.
    05  WS-AUDIN-STATUS             PIC X(2) VALUE SPACES.
    05  WS-ARC-STATUS               PIC X(2) VALUE SPACES.
            WRITE ARC-RECORD
            ADD 1 TO WS-ARCHIVED-COUNT
            ADD AUDIT-INDEX TO WS-HASH-TOTAL
            PERFORM 2150-TRACK-CHAIN
    END-READ.

2150-TRACK-CHAIN.
    IF AUDIT-SEQUENCE NUMERIC AND AUDIT-SEAL NUMERIC
        IF AUDIT-SEQUENCE > ZERO OR AUDIT-CHAIN-ANCHOR
            IF NOT WS-CHAIN-SEEN
                MOVE AUDIT-SEQUENCE TO WS-FIRST-SEQUENCE
                MOVE 'Y' TO WS-CHAIN-SEEN-SWITCH
            END-IF
            MOVE AUDIT-SEQUENCE TO WS-LAST-SEQUENCE
            MOVE AUDIT-SEAL TO WS-LAST-SEAL
        END-IF
    END-IF.

3000-WRITE-CONTROL-TOTALS.
    *> The segment's own control totals, written beside it the way
    *> RECXMT01's manifest travels beside the transmission - an
    END-STRING.
    WRITE ARC-CTL-RECORD.

    MOVE SPACES TO ARC-CTL-RECORD.
    STRING 'FIRSTSEQ=' DELIMITED BY SIZE
           WS-FIRST-SEQUENCE DELIMITED BY SIZE
        INTO ARC-CTL-RECORD
    END-STRING.
    WRITE ARC-CTL-RECORD.

    MOVE SPACES TO ARC-CTL-RECORD.
    STRING 'LASTSEQ=' DELIMITED BY SIZE
           WS-LAST-SEQUENCE DELIMITED BY SIZE
        INTO ARC-CTL-RECORD
    END-STRING.
    WRITE ARC-CTL-RECORD.

    MOVE SPACES TO ARC-CTL-RECORD.
    STRING 'LASTSEAL=' DELIMITED BY SIZE
           WS-LAST-SEAL DELIMITED BY SIZE
        INTO ARC-CTL-RECORD
    END-STRING.
    WRITE ARC-CTL-RECORD.

    CLOSE ARC-CTL-FILE.

3500-CUT-THE-TRAIL.
    *> Only reached with the archive segment and its control
    *> totals safely closed: OPEN OUTPUT truncates the live trail
    *> (AUDITNEW is the same dataset under a second DD) and the
    *> close leaves it holding only the chain anchor for the day's
    *> maintenance appends to chain on from.
    OPEN OUTPUT AUDIT-NEW-FILE.
    IF WS-AUDNEW-STATUS NOT = '00'
        MOVE 'AUDITNEW' TO WS-ABEND-FILE-NAME
        MOVE WS-AUDNEW-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    IF WS-CHAIN-SEEN
        SET ANEW-CHAIN-ANCHOR TO TRUE
        MOVE SPACES TO ANEW-ENTRY-TEXT
        MOVE WS-CHAIN-ANCHOR-TEXT TO ANEW-ENTRY-TEXT
        ACCEPT ANEW-TS-DATE FROM DATE YYYYMMDD
        ACCEPT ANEW-TS-TIME FROM TIME
        MOVE SPACES TO ANEW-OPERATORS
        MOVE WS-LAST-SEQUENCE TO ANEW-SEQUENCE
        MOVE WS-LAST-SEAL TO ANEW-SEAL
        WRITE ANEW-RECORD
    END-IF.
    CLOSE AUDIT-NEW-FILE.

5000-PRODUCE-SUMMARY.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEAL SEQUENCE FIRST: ' DELIMITED BY SIZE
           WS-FIRST-SEQUENCE DELIMITED BY SIZE
           '   LAST: ' DELIMITED BY SIZE
           WS-LAST-SEQUENCE DELIMITED BY SIZE
           '   LAST SEAL: ' DELIMITED BY SIZE
           WS-LAST-SEAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-CHAIN-SEEN
        STRING 'STATUS: SEGMENT CLOSED AND LIVE TRAIL CUT - SEAL '
               'CHAIN CARRIED FORWARD' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'STATUS: SEGMENT CLOSED AND LIVE TRAIL CUT - NO '
               'SEALED RECORDS IN SEGMENT' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.
