       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECAVF01
*> Audit trail seal verifier. Every AUDITREC writer chains each
*> record to the one before it (sequence number plus a keyed seal
*> - see copybooks/AUDITREC.CPY), and RECARC01 carries the chain
*> across each cut in an anchor record and in the segment's
*> control totals. This program walks the whole chain in order -
*> the closed archive segments concatenated under ARCIN, oldest
*> first, each checked against its own AUDARCC control totals
*> under ARCCTL, and then the live trail under AUDITIN - and
*> recomputes every seal with the installation key. It reports:
*>   - every broken link (a record changed, inserted, reordered or
*>     written unsealed), and the first of them in the summary,
*>   - every missing sequence range (records removed),
*>   - every seal mismatch at an archive boundary (an anchor, or
*>     a segment's control totals, that does not agree with the
*>     records either side of the cut),
*>   - segment record counts and hash totals that disagree with
*>     the control totals.
*> The same program verifies DSCAUDIT, which is never cut: run it
*> with ARCIN and ARCCTL DUMMY and the journal under AUDITIN.
*> The walk may start at any generation - the first record then
*> sets the starting point - but to prove the trail complete it
*> must start at the first generation cut after sealing began.
*> Condition codes: 0 = trail verified, 8 = trail failed
*> verification (see report) or bad SEALKEY card, 16 = I/O
*> failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECAVF01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEAL-KEY-FILE ASSIGN TO SEALKEY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEAL-STATUS.

    SELECT OPTIONAL ARC-CTL-FILE ASSIGN TO ARCCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.

    SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIN-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  ARC-CTL-FILE.
01  ARC-CTL-RECORD                  PIC X(80).

FD  ARCHIVE-FILE.
    COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==ARC==.

FD  AUDIT-IN-FILE.
    COPY AUDITREC.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-CTL-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CTL-EOF              VALUE 'Y'.
    05  WS-ARC-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-ARC-EOF              VALUE 'Y'.
    05  WS-AUDIT-EOF-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-AUDIT-EOF            VALUE 'Y'.
    05  WS-CTL-PRESENT-SWITCH       PIC X(1) VALUE 'N'.
        88  WS-CTL-PRESENT          VALUE 'Y'.
    05  WS-ARC-PRESENT-SWITCH       PIC X(1) VALUE 'N'.
        88  WS-ARC-PRESENT          VALUE 'Y'.
    05  WS-CTL-LINE                 PIC X(80) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-ARC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-AUDIN-STATUS             PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-SEGMENT-AREA.
    *> The control totals RECARC01 wrote beside the archive
    *> segment being walked, one RECORDCOUNT= line opening each
    *> generation's block. Generations cut before sealing began
    *> have no sequence lines; their records are only counted.
    05  WS-SEG-NUMBER               PIC 9(4) VALUE ZEROS.
    05  WS-SEG-EXPECTED-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-SEG-EXPECTED-HASH        PIC 9(15) VALUE ZEROS.
    05  WS-SEG-CUT-DATE             PIC 9(8) VALUE ZEROS.
    05  WS-SEG-CTL-FIRST-SEQ        PIC 9(9) VALUE ZEROS.
    05  WS-SEG-CTL-LAST-SEQ         PIC 9(9) VALUE ZEROS.
    05  WS-SEG-CTL-LAST-SEAL        PIC 9(9) VALUE ZEROS.
    05  WS-SEG-SEQ-LINES-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-SEG-HAS-SEQ-LINES    VALUE 'Y'.
    05  WS-SEG-READ-COUNT           PIC 9(9) VALUE ZEROS.
    05  WS-SEG-HASH                 PIC 9(15) VALUE ZEROS.
    05  WS-SEG-FIRST-SEQ            PIC 9(9) VALUE ZEROS.
    05  WS-SEG-SEQ-SEEN-SWITCH      PIC X(1) VALUE 'N'.
        88  WS-SEG-SEQ-SEEN         VALUE 'Y'.

01  WS-COUNTER-AREA.
    05  WS-ARCHIVED-WALKED          PIC 9(9) VALUE ZEROS.
    05  WS-LIVE-WALKED              PIC 9(9) VALUE ZEROS.
    05  WS-CONTROL-MISMATCH-COUNT   PIC 9(9) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECAVF01'.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-SEAL-AREA.
    *> Seal computation (copybooks/AUDITREC.CPY), identical to
    *> the writers'. The key comes from the SEALKEY card.
    05  WS-SEAL-PRIME               PIC 9(9) VALUE 999999937.
    05  WS-SEAL-KEY                 PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-PREVIOUS            PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-RESULT              PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-ACCUM               PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-QUOTIENT            PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-REMAINDER           PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-IX                  PIC 9(4) VALUE ZEROS.
    05  WS-SEAL-INPUT               PIC X(130) VALUE SPACES.

01  WS-CHECK-AREA.
    *> Chain-walk state. The record under test is moved into
    *> CHK-RECORD whichever file it came from. WS-CHAIN- holds the
    *> sequence and seal of the last record accepted; a walk that
    *> has not yet met a sealed record or anchor is still in the
    *> records written before sealing began.
    05  WS-CHAIN-STARTED-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-CHAIN-STARTED        VALUE 'Y'.
    05  WS-SEGMENT-START-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-SEGMENT-START        VALUE 'Y'.
    05  WS-VERIFY-FAILED-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-VERIFY-FAILED        VALUE 'Y'.
    05  WS-FIRST-BREAK-SWITCH       PIC X(1) VALUE 'N'.
        88  WS-FIRST-BREAK-FOUND    VALUE 'Y'.
    05  WS-CHAIN-SEQUENCE           PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-SEAL               PIC 9(9) VALUE ZEROS.
    05  WS-EXPECTED-SEQUENCE        PIC 9(9) VALUE ZEROS.
    05  WS-GAP-FROM                 PIC 9(9) VALUE ZEROS.
    05  WS-GAP-TO                   PIC 9(9) VALUE ZEROS.
    05  WS-GAP-SIZE                 PIC 9(9) VALUE ZEROS.
    05  WS-FIRST-SEQUENCE-SEEN      PIC 9(9) VALUE ZEROS.
    05  WS-SEG-LABEL                PIC X(4) VALUE SPACES.
    05  WS-SEG-RECORD-NUMBER        PIC 9(9) VALUE ZEROS.
    05  WS-PROBLEM-TEXT             PIC X(60) VALUE SPACES.
    05  WS-FIRST-BREAK-LABEL        PIC X(4) VALUE SPACES.
    05  WS-FIRST-BREAK-SEQUENCE     PIC 9(9) VALUE ZEROS.
    05  WS-FIRST-BREAK-KEY          PIC 9(9) VALUE ZEROS.
    05  WS-FIRST-BREAK-TEXT         PIC X(60) VALUE SPACES.

01  WS-CHECK-COUNTERS.
    05  WS-RECORDS-WALKED           PIC 9(9) VALUE ZEROS.
    05  WS-SEALED-COUNT             PIC 9(9) VALUE ZEROS.
    05  WS-ANCHOR-COUNT             PIC 9(9) VALUE ZEROS.
    05  WS-UNSEALED-COUNT           PIC 9(9) VALUE ZEROS.
    05  WS-BROKEN-COUNT             PIC 9(9) VALUE ZEROS.
    05  WS-GAP-COUNT                PIC 9(9) VALUE ZEROS.
    05  WS-MISSING-TOTAL            PIC 9(9) VALUE ZEROS.
    05  WS-BOUNDARY-COUNT           PIC 9(9) VALUE ZEROS.

    *> The record under test.
    COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==CHK==.

01  WS-EVENT-AREA.
    *> Shared operations event log state. WS-EVT-DATE is the
    *> business date stamped on this program's events - the run's
    *> business date where the program carries one, otherwise the
    *> system date picked up when the log opens.
    05  WS-EVT-OPEN-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-EVT-OPEN             VALUE 'Y'.
    05  WS-EVT-DATE                 PIC 9(8) VALUE ZEROS.
    05  WS-EVT-SEVERITY             PIC 9(2) VALUE ZEROS.
    05  WS-EVT-MESSAGE              PIC X(80) VALUE SPACES.

01  WS-ABEND-AREA.
    05  WS-ABEND-FILE-NAME          PIC X(8) VALUE SPACES.
    05  WS-ABEND-STATUS             PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZATION.
    MOVE WS-RUN-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1400-OPEN-FILES.
    IF WS-CTL-PRESENT
        PERFORM 2050-READ-CONTROL-LINE
        PERFORM 2100-WALK-ONE-SEGMENT UNTIL WS-CTL-EOF
    END-IF.
    IF WS-ARC-PRESENT
        PERFORM 2300-WALK-UNCONTROLLED-ARCHIVE
        CLOSE ARCHIVE-FILE
    END-IF.
    IF WS-CTL-PRESENT
        CLOSE ARC-CTL-FILE
    END-IF.
    PERFORM 2500-WALK-LIVE-TRAIL.
    CLOSE AUDIT-IN-FILE.
    PERFORM 5000-PRODUCE-SUMMARY.
    IF WS-VERIFY-FAILED
        MOVE 8 TO RETURN-CODE
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'AUDIT TRAIL FAILED SEAL VERIFICATION - BROKEN LINKS '
                DELIMITED BY SIZE
               WS-BROKEN-COUNT DELIMITED BY SIZE
           INTO WS-EVT-MESSAGE
        END-STRING
    ELSE
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'AUDIT TRAIL SEAL VERIFIED - RECORDS WALKED '
                DELIMITED BY SIZE
               WS-RECORDS-WALKED DELIMITED BY SIZE
           INTO WS-EVT-MESSAGE
        END-STRING
    END-IF.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

1150-READ-SEAL-KEY.
    *> Without the key that sealed the trail no seal can be
    *> checked, so a missing or invalid card fails the run.
    OPEN INPUT SEAL-KEY-FILE.
    IF WS-SEAL-STATUS NOT = '00'
        MOVE 'SEALKEY ' TO WS-ABEND-FILE-NAME
        MOVE WS-SEAL-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    READ SEAL-KEY-FILE
        AT END
            MOVE ZEROS TO WS-SEAL-KEY
        NOT AT END
            IF SEAL-KEY NUMERIC
                MOVE SEAL-KEY TO WS-SEAL-KEY
            END-IF
    END-READ.
    CLOSE SEAL-KEY-FILE.
    IF WS-SEAL-KEY < 2 OR WS-SEAL-KEY NOT < WS-SEAL-PRIME
        DISPLAY 'RECAVF01: SEALKEY CARD MISSING OR INVALID - '
            'NO SEAL CAN BE CHECKED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-OPEN-FILES.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECAVF01 - AUDIT TRAIL SEAL VERIFICATION REPORT'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROGRAM: ' DELIMITED BY SIZE
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEG  RECORD IN SEG SEQUENCE  RECORD NO FINDING'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    *> Both archive DDs are OPTIONAL - DUMMY (or absent) walks the
    *> live trail alone, which is how DSCAUDIT is verified.
    OPEN INPUT ARC-CTL-FILE.
    EVALUATE WS-CTL-STATUS
        WHEN '00'
            MOVE 'Y' TO WS-CTL-PRESENT-SWITCH
        WHEN '05'
            CLOSE ARC-CTL-FILE
        WHEN OTHER
            MOVE 'ARCCTL  ' TO WS-ABEND-FILE-NAME
            MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

    OPEN INPUT ARCHIVE-FILE.
    EVALUATE WS-ARC-STATUS
        WHEN '00'
            MOVE 'Y' TO WS-ARC-PRESENT-SWITCH
        WHEN '05'
            MOVE 'Y' TO WS-ARC-EOF-SWITCH
            CLOSE ARCHIVE-FILE
        WHEN OTHER
            MOVE 'ARCIN   ' TO WS-ABEND-FILE-NAME
            MOVE WS-ARC-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

    OPEN INPUT AUDIT-IN-FILE.
    IF WS-AUDIN-STATUS NOT = '00'
        MOVE 'AUDITIN ' TO WS-ABEND-FILE-NAME
        MOVE WS-AUDIN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
    *> work carries on unlogged rather than dying for its diary.
    OPEN EXTEND EVENT-FILE.
    IF WS-EVT-STATUS = '00' OR WS-EVT-STATUS = '05'
        MOVE 'Y' TO WS-EVT-OPEN-SWITCH
    ELSE
        DISPLAY 'RECAVF01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9700-COMPUTE-SEAL.
    *> WS-SEAL-RESULT = the seal of the 130 bytes in WS-SEAL-INPUT
    *> chained to WS-SEAL-PREVIOUS: a running remainder modulo a
    *> nine-digit prime, multiplied through by the secret key for
    *> the previous seal and then for every byte in turn. Without
    *> the key a changed record cannot be given a seal that fits.
    *> RECAVF01 and RECRCV01 carry the identical computation.
    COMPUTE WS-SEAL-ACCUM = WS-SEAL-KEY * WS-SEAL-KEY
        + WS-SEAL-PREVIOUS.
    DIVIDE WS-SEAL-PRIME INTO WS-SEAL-ACCUM
        GIVING WS-SEAL-QUOTIENT REMAINDER WS-SEAL-REMAINDER.
    MOVE WS-SEAL-REMAINDER TO WS-SEAL-ACCUM.
    PERFORM 9710-SEAL-ONE-BYTE
        VARYING WS-SEAL-IX FROM 1 BY 1 UNTIL WS-SEAL-IX > 130.
    MOVE WS-SEAL-ACCUM TO WS-SEAL-RESULT.

9710-SEAL-ONE-BYTE.
    COMPUTE WS-SEAL-ACCUM = WS-SEAL-ACCUM * WS-SEAL-KEY
        + FUNCTION ORD(WS-SEAL-INPUT(WS-SEAL-IX:1)).
    DIVIDE WS-SEAL-PRIME INTO WS-SEAL-ACCUM
        GIVING WS-SEAL-QUOTIENT REMAINDER WS-SEAL-REMAINDER.
    MOVE WS-SEAL-REMAINDER TO WS-SEAL-ACCUM.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECAVF01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECAVF01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
        ' STATUS=' WS-ABEND-STATUS.
    MOVE 16 TO RETURN-CODE.
    MOVE 16 TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'ABEND - FILE ERROR ON ' DELIMITED BY SIZE
           WS-ABEND-FILE-NAME DELIMITED BY SIZE
           ' STATUS=' DELIMITED BY SIZE
           WS-ABEND-STATUS DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

2050-READ-CONTROL-LINE.
    READ ARC-CTL-FILE INTO WS-CTL-LINE
        AT END
            SET WS-CTL-EOF TO TRUE
    END-READ.

2100-WALK-ONE-SEGMENT.
    *> WS-CTL-LINE holds the line that opens this generation's
    *> block. Anything else there means the control concatenation
    *> is out of step with itself - skip to the next block.
    IF WS-CTL-LINE(1:12) NOT = 'RECORDCOUNT='
        ADD 1 TO WS-CONTROL-MISMATCH-COUNT
        MOVE 'Y' TO WS-VERIFY-FAILED-SWITCH
        MOVE SPACES TO REPORT-RECORD
        STRING 'ARCCTL LINE OUT OF STEP, SKIPPED: ' DELIMITED BY SIZE
               WS-CTL-LINE DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        PERFORM 2050-READ-CONTROL-LINE
    ELSE
        PERFORM 2150-LOAD-CONTROL-BLOCK
        PERFORM 2200-WALK-SEGMENT-RECORDS
    END-IF.

2150-LOAD-CONTROL-BLOCK.
    ADD 1 TO WS-SEG-NUMBER.
    MOVE ZEROS TO WS-SEG-EXPECTED-COUNT.
    MOVE ZEROS TO WS-SEG-EXPECTED-HASH.
    MOVE ZEROS TO WS-SEG-CUT-DATE.
    MOVE ZEROS TO WS-SEG-CTL-FIRST-SEQ.
    MOVE ZEROS TO WS-SEG-CTL-LAST-SEQ.
    MOVE ZEROS TO WS-SEG-CTL-LAST-SEAL.
    MOVE 'N' TO WS-SEG-SEQ-LINES-SWITCH.
    IF WS-CTL-LINE(13:9) NUMERIC
        MOVE WS-CTL-LINE(13:9) TO WS-SEG-EXPECTED-COUNT
    END-IF.
    PERFORM 2050-READ-CONTROL-LINE.
    PERFORM 2160-LOAD-CONTROL-LINE
        UNTIL WS-CTL-EOF OR WS-CTL-LINE(1:12) = 'RECORDCOUNT='.

2160-LOAD-CONTROL-LINE.
    EVALUATE TRUE
        WHEN WS-CTL-LINE(1:10) = 'HASHTOTAL='
            AND WS-CTL-LINE(11:15) NUMERIC
            MOVE WS-CTL-LINE(11:15) TO WS-SEG-EXPECTED-HASH
        WHEN WS-CTL-LINE(1:8) = 'CUTDATE='
            AND WS-CTL-LINE(9:8) NUMERIC
            MOVE WS-CTL-LINE(9:8) TO WS-SEG-CUT-DATE
        WHEN WS-CTL-LINE(1:9) = 'FIRSTSEQ='
            AND WS-CTL-LINE(10:9) NUMERIC
            MOVE WS-CTL-LINE(10:9) TO WS-SEG-CTL-FIRST-SEQ
        WHEN WS-CTL-LINE(1:8) = 'LASTSEQ='
            AND WS-CTL-LINE(9:9) NUMERIC
            MOVE WS-CTL-LINE(9:9) TO WS-SEG-CTL-LAST-SEQ
            MOVE 'Y' TO WS-SEG-SEQ-LINES-SWITCH
        WHEN WS-CTL-LINE(1:9) = 'LASTSEAL='
            AND WS-CTL-LINE(10:9) NUMERIC
            MOVE WS-CTL-LINE(10:9) TO WS-SEG-CTL-LAST-SEAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    PERFORM 2050-READ-CONTROL-LINE.

2200-WALK-SEGMENT-RECORDS.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEGMENT ' DELIMITED BY SIZE
           WS-SEG-NUMBER DELIMITED BY SIZE
           '  CUT ' DELIMITED BY SIZE
           WS-SEG-CUT-DATE DELIMITED BY SIZE
           '  RECORDS ' DELIMITED BY SIZE
           WS-SEG-EXPECTED-COUNT DELIMITED BY SIZE
           '  SEQUENCE ' DELIMITED BY SIZE
           WS-SEG-CTL-FIRST-SEQ DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-SEG-CTL-LAST-SEQ DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE WS-SEG-NUMBER TO WS-SEG-LABEL.
    MOVE ZEROS TO WS-SEG-RECORD-NUMBER.
    MOVE ZEROS TO WS-SEG-READ-COUNT.
    MOVE ZEROS TO WS-SEG-HASH.
    MOVE 'N' TO WS-SEG-SEQ-SEEN-SWITCH.
    MOVE 'Y' TO WS-SEGMENT-START-SWITCH.
    PERFORM 2250-WALK-ARCHIVE-RECORD
        UNTIL WS-ARC-EOF
            OR WS-SEG-READ-COUNT NOT < WS-SEG-EXPECTED-COUNT.
    PERFORM 2280-CHECK-SEGMENT-TOTALS.

2250-WALK-ARCHIVE-RECORD.
    READ ARCHIVE-FILE
        AT END
            SET WS-ARC-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-SEG-READ-COUNT
            ADD 1 TO WS-ARCHIVED-WALKED
            ADD ARC-INDEX TO WS-SEG-HASH
            MOVE ARC-RECORD TO CHK-RECORD
            IF NOT WS-SEG-SEQ-SEEN AND CHK-SEQUENCE NUMERIC
                AND (CHK-SEQUENCE > ZERO OR CHK-CHAIN-ANCHOR)
                MOVE 'Y' TO WS-SEG-SEQ-SEEN-SWITCH
                MOVE CHK-SEQUENCE TO WS-SEG-FIRST-SEQ
            END-IF
            PERFORM 3000-CHECK-RECORD
    END-READ.

2280-CHECK-SEGMENT-TOTALS.
    *> The segment against the totals cut beside it. The sequence
    *> lines also catch records dropped from the END of a segment,
    *> which the chain alone cannot see until the next anchor.
    IF WS-SEG-READ-COUNT NOT = WS-SEG-EXPECTED-COUNT
        MOVE 'SEGMENT RECORD COUNT DIFFERS FROM CONTROL TOTALS'
            TO WS-PROBLEM-TEXT
        PERFORM 2290-REPORT-CONTROL-MISMATCH
    END-IF.
    IF WS-SEG-HASH NOT = WS-SEG-EXPECTED-HASH
        MOVE 'SEGMENT HASH TOTAL DIFFERS FROM CONTROL TOTALS'
            TO WS-PROBLEM-TEXT
        PERFORM 2290-REPORT-CONTROL-MISMATCH
    END-IF.
    IF WS-SEG-HAS-SEQ-LINES AND WS-SEG-SEQ-SEEN
        IF WS-SEG-FIRST-SEQ NOT = WS-SEG-CTL-FIRST-SEQ
            OR WS-CHAIN-SEQUENCE NOT = WS-SEG-CTL-LAST-SEQ
            OR WS-CHAIN-SEAL NOT = WS-SEG-CTL-LAST-SEAL
            ADD 1 TO WS-BOUNDARY-COUNT
            MOVE 'SEAL MISMATCH AT BOUNDARY - SEGMENT VS CONTROL'
                TO WS-PROBLEM-TEXT
            PERFORM 2290-REPORT-CONTROL-MISMATCH
        END-IF
    END-IF.

2290-REPORT-CONTROL-MISMATCH.
    ADD 1 TO WS-CONTROL-MISMATCH-COUNT.
    MOVE 'Y' TO WS-VERIFY-FAILED-SWITCH.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-SEG-LABEL DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-SEG-READ-COUNT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CHAIN-SEQUENCE DELIMITED BY SIZE
           '           ' DELIMITED BY SIZE
           WS-PROBLEM-TEXT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

2300-WALK-UNCONTROLLED-ARCHIVE.
    *> Archive records past the last control block belong to no
    *> set of control totals - an extra generation on ARCIN, or
    *> records added to one. They are still walked for the chain.
    IF NOT WS-ARC-EOF
        PERFORM 2350-WALK-EXTRA-RECORD UNTIL WS-ARC-EOF
    END-IF.

2350-WALK-EXTRA-RECORD.
    READ ARCHIVE-FILE
        AT END
            SET WS-ARC-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ARCHIVED-WALKED
            MOVE ARC-RECORD TO CHK-RECORD
            MOVE 'XTRA' TO WS-SEG-LABEL
            MOVE 'ARCHIVE RECORD BEYOND THE CONTROL TOTALS'
                TO WS-PROBLEM-TEXT
            ADD 1 TO WS-CONTROL-MISMATCH-COUNT
            ADD 1 TO WS-SEG-RECORD-NUMBER
            PERFORM 3900-REPORT-PROBLEM
            SUBTRACT 1 FROM WS-SEG-RECORD-NUMBER
            PERFORM 3000-CHECK-RECORD
    END-READ.

2500-WALK-LIVE-TRAIL.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'LIVE TRAIL' DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE 'LIVE' TO WS-SEG-LABEL.
    MOVE ZEROS TO WS-SEG-RECORD-NUMBER.
    MOVE 'Y' TO WS-SEGMENT-START-SWITCH.
    PERFORM 2550-WALK-LIVE-RECORD UNTIL WS-AUDIT-EOF.
    *> A trail that has been cut always holds at least its anchor;
    *> an empty one after sealing began has lost even that.
    IF WS-LIVE-WALKED = ZERO AND WS-CHAIN-STARTED
        ADD 1 TO WS-BOUNDARY-COUNT
        MOVE 'SEAL MISMATCH AT BOUNDARY - LIVE TRAIL EMPTY'
            TO WS-PROBLEM-TEXT
        PERFORM 2290-REPORT-CONTROL-MISMATCH
    END-IF.

2550-WALK-LIVE-RECORD.
    READ AUDIT-IN-FILE
        AT END
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-LIVE-WALKED
            MOVE AUDIT-RECORD TO CHK-RECORD
            PERFORM 3000-CHECK-RECORD
    END-READ.

3000-CHECK-RECORD.
    *> One record of the walk, in trail order. Every check is
    *> against the record accepted before it: an anchor must carry
    *> that record's sequence and seal, a sealed record must carry
    *> the next sequence and a seal that recomputes from it, and
    *> once sealing has begun nothing may turn up unsealed.
    ADD 1 TO WS-RECORDS-WALKED.
    ADD 1 TO WS-SEG-RECORD-NUMBER.
    IF WS-SEGMENT-START AND WS-CHAIN-STARTED
        AND NOT CHK-CHAIN-ANCHOR
        ADD 1 TO WS-BOUNDARY-COUNT
        MOVE 'SEAL MISMATCH AT BOUNDARY - NO ANCHOR AT SEGMENT HEAD'
            TO WS-PROBLEM-TEXT
        PERFORM 3900-REPORT-PROBLEM
    END-IF.
    MOVE 'N' TO WS-SEGMENT-START-SWITCH.
    EVALUATE TRUE
        WHEN CHK-SEQUENCE NOT NUMERIC OR CHK-SEAL NOT NUMERIC
            MOVE 'BROKEN LINK - SEQUENCE OR SEAL NOT NUMERIC'
                TO WS-PROBLEM-TEXT
            PERFORM 3500-NOTE-BROKEN-LINK
        WHEN CHK-CHAIN-ANCHOR
            PERFORM 3100-CHECK-ANCHOR
        WHEN CHK-SEQUENCE = ZERO
            PERFORM 3200-CHECK-UNSEALED
        WHEN OTHER
            PERFORM 3300-CHECK-SEALED
    END-EVALUATE.

3100-CHECK-ANCHOR.
    *> A cut or a rebuild of the trail. Zeros mean the chain starts
    *> here, which is only right before any sealed record.
    ADD 1 TO WS-ANCHOR-COUNT.
    IF WS-CHAIN-STARTED
        EVALUATE TRUE
            WHEN CHK-SEQUENCE = WS-CHAIN-SEQUENCE
                AND CHK-SEAL = WS-CHAIN-SEAL
                CONTINUE
            WHEN CHK-SEQUENCE > WS-CHAIN-SEQUENCE
                COMPUTE WS-GAP-FROM = WS-CHAIN-SEQUENCE + 1
                MOVE CHK-SEQUENCE TO WS-GAP-TO
                PERFORM 3400-REPORT-GAP
                ADD 1 TO WS-BOUNDARY-COUNT
                MOVE 'SEAL MISMATCH AT BOUNDARY - ANCHOR AHEAD'
                    TO WS-PROBLEM-TEXT
                PERFORM 3900-REPORT-PROBLEM
            WHEN OTHER
                ADD 1 TO WS-BOUNDARY-COUNT
                MOVE 'SEAL MISMATCH AT BOUNDARY - ANCHOR DIFFERS'
                    TO WS-PROBLEM-TEXT
                PERFORM 3900-REPORT-PROBLEM
        END-EVALUATE
    ELSE
        MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
        MOVE CHK-SEQUENCE TO WS-FIRST-SEQUENCE-SEEN
    END-IF.
    MOVE CHK-SEQUENCE TO WS-CHAIN-SEQUENCE.
    MOVE CHK-SEAL TO WS-CHAIN-SEAL.

3200-CHECK-UNSEALED.
    *> Records from before sealing began are accepted only ahead
    *> of the first sealed record - after it, a record with no
    *> seal is one somebody wrote around the sealing programs.
    ADD 1 TO WS-UNSEALED-COUNT.
    IF WS-CHAIN-STARTED
        MOVE 'BROKEN LINK - UNSEALED RECORD IN SEALED TRAIL'
            TO WS-PROBLEM-TEXT
        PERFORM 3500-NOTE-BROKEN-LINK
    END-IF.

3300-CHECK-SEALED.
    ADD 1 TO WS-SEALED-COUNT.
    *> Sequence 1 with nothing before it is the very start of the
    *> chain, sealed to zero.
    IF NOT WS-CHAIN-STARTED AND CHK-SEQUENCE = 1
        MOVE ZEROS TO WS-CHAIN-SEQUENCE
        MOVE ZEROS TO WS-CHAIN-SEAL
        MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
        MOVE 1 TO WS-FIRST-SEQUENCE-SEEN
    END-IF.
    IF WS-CHAIN-STARTED
        COMPUTE WS-EXPECTED-SEQUENCE = WS-CHAIN-SEQUENCE + 1
        EVALUATE TRUE
            WHEN CHK-SEQUENCE = WS-EXPECTED-SEQUENCE
                MOVE WS-CHAIN-SEAL TO WS-SEAL-PREVIOUS
                MOVE CHK-RECORD(1:130) TO WS-SEAL-INPUT
                PERFORM 9700-COMPUTE-SEAL
                IF WS-SEAL-RESULT NOT = CHK-SEAL
                    MOVE 'BROKEN LINK - SEAL DOES NOT RECOMPUTE'
                        TO WS-PROBLEM-TEXT
                    PERFORM 3500-NOTE-BROKEN-LINK
                END-IF
            WHEN CHK-SEQUENCE > WS-EXPECTED-SEQUENCE
                *> The link across a gap cannot be checked; the walk
                *> picks the chain up again from this record.
                MOVE WS-EXPECTED-SEQUENCE TO WS-GAP-FROM
                COMPUTE WS-GAP-TO = CHK-SEQUENCE - 1
                PERFORM 3400-REPORT-GAP
            WHEN OTHER
                MOVE 'BROKEN LINK - SEQUENCE OUT OF ORDER'
                    TO WS-PROBLEM-TEXT
                PERFORM 3500-NOTE-BROKEN-LINK
        END-EVALUATE
    ELSE
        *> The walk began part way along the chain (earlier
        *> segments not supplied): this first link has nothing to
        *> be checked against, so it is taken as the starting point.
        MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
        MOVE CHK-SEQUENCE TO WS-FIRST-SEQUENCE-SEEN
    END-IF.
    MOVE CHK-SEQUENCE TO WS-CHAIN-SEQUENCE.
    MOVE CHK-SEAL TO WS-CHAIN-SEAL.

3400-REPORT-GAP.
    ADD 1 TO WS-GAP-COUNT.
    COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1.
    ADD WS-GAP-SIZE TO WS-MISSING-TOTAL.
    MOVE SPACES TO WS-PROBLEM-TEXT.
    STRING 'MISSING SEQUENCE RANGE ' DELIMITED BY SIZE
           WS-GAP-FROM DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-GAP-TO DELIMITED BY SIZE
        INTO WS-PROBLEM-TEXT
    END-STRING.
    PERFORM 3900-REPORT-PROBLEM.

3500-NOTE-BROKEN-LINK.
    *> The first broken link is the one that matters - every
    *> record after it is suspect - so it is kept for the summary
    *> as well as listed.
    ADD 1 TO WS-BROKEN-COUNT.
    IF NOT WS-FIRST-BREAK-FOUND
        MOVE 'Y' TO WS-FIRST-BREAK-SWITCH
        MOVE WS-SEG-LABEL TO WS-FIRST-BREAK-LABEL
        MOVE CHK-INDEX TO WS-FIRST-BREAK-KEY
        MOVE WS-PROBLEM-TEXT TO WS-FIRST-BREAK-TEXT
        IF CHK-SEQUENCE NUMERIC
            MOVE CHK-SEQUENCE TO WS-FIRST-BREAK-SEQUENCE
        END-IF
    END-IF.
    PERFORM 3900-REPORT-PROBLEM.

3900-REPORT-PROBLEM.
    MOVE 'Y' TO WS-VERIFY-FAILED-SWITCH.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-SEG-LABEL DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-SEG-RECORD-NUMBER DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           CHK-SEQUENCE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           CHK-INDEX DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-PROBLEM-TEXT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'ARCHIVE SEGMENTS WALKED: ' DELIMITED BY SIZE
           WS-SEG-NUMBER DELIMITED BY SIZE
           '   ARCHIVED RECORDS: ' DELIMITED BY SIZE
           WS-ARCHIVED-WALKED DELIMITED BY SIZE
           '   LIVE TRAIL RECORDS: ' DELIMITED BY SIZE
           WS-LIVE-WALKED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEALED RECORDS: ' DELIMITED BY SIZE
           WS-SEALED-COUNT DELIMITED BY SIZE
           '   ANCHORS: ' DELIMITED BY SIZE
           WS-ANCHOR-COUNT DELIMITED BY SIZE
           '   UNSEALED: ' DELIMITED BY SIZE
           WS-UNSEALED-COUNT DELIMITED BY SIZE
           '   SEQUENCE ' DELIMITED BY SIZE
           WS-FIRST-SEQUENCE-SEEN DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-CHAIN-SEQUENCE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'BROKEN LINKS: ' DELIMITED BY SIZE
           WS-BROKEN-COUNT DELIMITED BY SIZE
           '   MISSING RANGES: ' DELIMITED BY SIZE
           WS-GAP-COUNT DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           WS-MISSING-TOTAL DELIMITED BY SIZE
           ' RECORDS)   BOUNDARY MISMATCHES: ' DELIMITED BY SIZE
           WS-BOUNDARY-COUNT DELIMITED BY SIZE
           '   CONTROL TOTAL MISMATCHES: ' DELIMITED BY SIZE
           WS-CONTROL-MISMATCH-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-FIRST-BREAK-FOUND
        STRING 'FIRST BROKEN LINK: SEGMENT ' DELIMITED BY SIZE
               WS-FIRST-BREAK-LABEL DELIMITED BY SIZE
               ' SEQUENCE ' DELIMITED BY SIZE
               WS-FIRST-BREAK-SEQUENCE DELIMITED BY SIZE
               ' RECORD NO ' DELIMITED BY SIZE
               WS-FIRST-BREAK-KEY DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-FIRST-BREAK-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'FIRST BROKEN LINK: NONE' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-VERIFY-FAILED
        STRING 'RESULT: TRAIL FAILED VERIFICATION - DO NOT RELY ON '
               'IT FOR RECOVERY OR AUDIT UNTIL EXPLAINED'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'RESULT: TRAIL VERIFIED - CHAIN UNBROKEN AND COMPLETE'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.
