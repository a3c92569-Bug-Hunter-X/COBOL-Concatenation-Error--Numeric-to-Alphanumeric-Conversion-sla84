*> Add/replace images are WRITEd (REWRITE on a duplicate, the same
*> idempotent pattern as the build, so records already present in
*> the backup are simply refreshed); the maintenance delete marker
*> deletes the key. A record-number move replays from its pair of
*> markers: MOVED FROM on the new key copies the old key's image
*> (as recovered so far) across unless the new key already holds
*> a record - a merge, where that record survives - and MOVED TO
*> on the old key, journaled just after, deletes it. A recovery
*> report counts records reapplied,
*> deletes applied, moves replayed, and audit records skipped past
*> the cutoff.
*> The record build date is restored from the audit timestamp
*> date, the closest journaled value to the original.
*> Nothing is replayed from a trail that cannot prove itself: the
*> whole trail is first walked with the seal key the same way
*> RECAVF01 walks it (copybooks/AUDITREC.CPY) - every seal
*> recomputed, every sequence accounted for, and its head anchor
*> checked against the last cut's control totals (ARCCTL, the
*> current AUDARCC generation) - and any broken link, missing
*> range or boundary mismatch stops the run before the KSDS is
*> opened. Chain anchors carry no data and are never replayed.
*> Rehearsal: an R in the RCVCARD run-mode column (copybooks/
*> RCVCARD.CPY) verifies and reads the trail exactly as above but
*> never opens the cluster - it is run before the restore, when
*> the cluster still holds the damage being recovered from, so
*> there is no rolled-forward state to test against. The report
*> lists every audit record the cutoff would reapply, with the
*> action as journaled (an add or refresh is one WRITE; a delete
*> of a key the backup lacks still shows as a delete), the last
*> record inside the cutoff and the first outside it, and ends
*> in totals and a breakdown by category for the supervisor to
*> sign off before the live recovery goes in.
*> Condition codes: 0 = recovery complete (see report), 8 = bad
*> control card or SEALKEY card, or the trail failed seal
*> verification (nothing replayed), 16 = I/O failure. A
*> rehearsal ends with the code the live recovery would.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECRCV01.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT SEAL-KEY-FILE ASSIGN TO SEALKEY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEAL-STATUS.

    SELECT OPTIONAL ARC-CTL-FILE ASSIGN TO ARCCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD  RCV-CARD-FILE.
    COPY RCVCARD.

FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  ARC-CTL-FILE.
01  ARC-CTL-RECORD                  PIC X(80).

FD  AUDIT-FILE.
    COPY AUDITREC.

        88  WS-AUDIT-EOF            VALUE 'Y'.
    05  WS-DELETE-MARKER            PIC X(28)
        VALUE '** DELETED BY MAINTENANCE **'.
    *> RECUPD01's move markers - only the leading words are
    *> tested; the other key follows them at a fixed column.
    05  WS-MOVED-TO-WORDS           PIC X(12) VALUE '** MOVED TO '.
    05  WS-MOVED-FROM-WORDS         PIC X(14) VALUE '** MOVED FROM '.
    05  WS-MERGED-FROM-WORDS        PIC X(15) VALUE '** MERGED FROM '.
    05  WS-MOVE-FROM-KEY            PIC 9(9) VALUE ZEROS.
    05  WS-MOVE-IMAGE               PIC X(80) VALUE SPACES.
    05  WS-CTL-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CTL-EOF              VALUE 'Y'.
    05  WS-CARRIED-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CARRIED-FOUND        VALUE 'Y'.
    05  WS-CARRIED-SEQUENCE         PIC 9(9) VALUE ZEROS.
    05  WS-CARRIED-SEAL             PIC 9(9) VALUE ZEROS.
    05  WS-REHEARSAL-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-REHEARSAL-MODE       VALUE 'Y'.

01  WS-REHEARSAL-AREA.
    *> What a rehearsal would do, counted by the action journaled;
    *> the live run's already-absent and merge outcomes depend on
    *> the restored cluster, which a rehearsal does not open.
    05  WS-RHS-ACTION-TEXT          PIC X(16) VALUE SPACES.
    05  WS-RHS-OTHER-TEXT           PIC X(28) VALUE SPACES.
    05  WS-RHS-WRITE-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-RHS-DELETE-COUNT         PIC 9(8) VALUE ZEROS.
    05  WS-RHS-MOVE-COUNT           PIC 9(8) VALUE ZEROS.
    05  WS-RHS-MOVE-DELETE-COUNT    PIC 9(8) VALUE ZEROS.
    05  WS-RHS-MERGE-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-RHS-TOTAL                PIC 9(8) VALUE ZEROS.
    05  WS-RHS-LAST-SEQUENCE        PIC 9(9) VALUE ZEROS.
    05  WS-RHS-LAST-DATE            PIC 9(8) VALUE ZEROS.
    05  WS-RHS-LAST-TIME            PIC 9(8) VALUE ZEROS.
    05  WS-RHS-NEXT-SEQUENCE        PIC 9(9) VALUE ZEROS.
    05  WS-RHS-NEXT-DATE            PIC 9(8) VALUE ZEROS.
    05  WS-RHS-NEXT-TIME            PIC 9(8) VALUE ZEROS.

01  WS-CATEGORY-TABLE.
    *> Images a rehearsal would reapply, by category (enriched-
    *> entry columns 57-60, blank for a plain entry), kept in
    *> category order by sorted insertion exactly as RECCAT01
    *> keeps its table.
    05  WS-CAT-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CAT-ENTRY OCCURS 100.
        10  WS-ENT-CATEGORY         PIC X(4).
        10  WS-ENT-REAPPLY-COUNT    PIC 9(8).
    05  WS-SEARCH-CAT               PIC X(4) VALUE SPACES.
    05  WS-CAT-LABEL                PIC X(4) VALUE SPACES.
    05  WS-SUB                      PIC 9(3) VALUE ZEROS.
    05  WS-MATCH-SUB                PIC 9(3) VALUE ZEROS.
    05  WS-INSERT-POS               PIC 9(3) VALUE ZEROS.
    05  WS-SHIFT-SUB                PIC 9(3) VALUE ZEROS.

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
    05  WS-VSAM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-DELETE-COUNT             PIC 9(8) VALUE ZEROS.
    05  WS-SKIPPED-COUNT            PIC 9(8) VALUE ZEROS.
    05  WS-ABSENT-DELETE-COUNT      PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-COUNT               PIC 9(8) VALUE ZEROS.
    05  WS-MERGE-COUNT              PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-ABSENT-COUNT        PIC 9(8) VALUE ZEROS.
    05  WS-ANCHOR-SKIP-COUNT        PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECRCV01'.

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
0000-MAIN-PROCESS.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1200-READ-RECOVERY-CARD.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2100-REPLAY-ONE-ACTION UNTIL WS-AUDIT-EOF.
    CLOSE AUDIT-FILE.
    IF WS-REHEARSAL-MODE
        PERFORM 6000-FINISH-REHEARSAL
    END-IF.
    CLOSE VSAM-KSDS-FILE.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1150-READ-SEAL-KEY.
    *> Without the key that sealed the trail no seal can be
    *> checked, and an unchecked trail is not replayed.
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
        DISPLAY 'RECRCV01: SEALKEY CARD MISSING OR INVALID - '
            'TRAIL CANNOT BE VERIFIED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-READ-RECOVERY-CARD.
    *> Mandatory, like RECPRG01's purge card - a recovery without
    *> an explicit cutoff is an invitation to roll forward past
            END-IF
            MOVE RCV-CUTOFF-DATE TO WS-CUTOFF-DATE
            MOVE RCV-CUTOFF-TIME TO WS-CUTOFF-TIME
            *> Blank is the live recovery, R a rehearsal; anything
            *> else is a mispunch, and which way it was meant to go
            *> is not a guess to make on this program.
            EVALUATE TRUE
                WHEN RCV-RUN-LIVE
                    CONTINUE
                WHEN RCV-RUN-REHEARSAL
                    MOVE 'Y' TO WS-REHEARSAL-SWITCH
                WHEN OTHER
                    DISPLAY 'RECRCV01: RCVCARD RUN MODE (COL 17) MUST '
                        'BE BLANK (LIVE) OR R (REHEARSAL)'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
    END-READ.
    CLOSE RCV-CARD-FILE.
    IF WS-CUTOFF-DATE = ZEROS
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-REHEARSAL-MODE
        MOVE SPACES TO REPORT-RECORD
        STRING 'RUN MODE: REHEARSAL - IMPACT REPORT ONLY, THE CLUSTER '
                DELIMITED BY SIZE
               'IS NOT OPENED' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    *> The trail proves itself before the restored cluster is
    *> touched - a failed check stops the run here.
    PERFORM 1500-VERIFY-AUDIT-TRAIL.

    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    IF NOT WS-REHEARSAL-MODE
        OPEN I-O VSAM-KSDS-FILE
        IF WS-VSAM-STATUS NOT = '00'
            MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
            MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
        END-IF
    END-IF.

1500-VERIFY-AUDIT-TRAIL.
    PERFORM 1510-LOAD-CARRIED-SEAL.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEAL VERIFICATION OF AUDITOUT' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SEG  RECORD IN SEG SEQUENCE  RECORD NO FINDING'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE 'LIVE' TO WS-SEG-LABEL.
    MOVE 'Y' TO WS-SEGMENT-START-SWITCH.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
        MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    PERFORM 1530-VERIFY-ONE-RECORD UNTIL WS-AUDIT-EOF.
    CLOSE AUDIT-FILE.
    MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
    *> The last cut left an anchor on the trail; an empty trail
    *> has lost even that.
    IF WS-RECORDS-WALKED = ZERO AND WS-CARRIED-FOUND
        ADD 1 TO WS-BOUNDARY-COUNT
        MOVE ZEROS TO CHK-RECORD
        MOVE 'SEAL MISMATCH AT BOUNDARY - LIVE TRAIL EMPTY'
            TO WS-PROBLEM-TEXT
        PERFORM 1690-REPORT-PROBLEM
    END-IF.
    PERFORM 1550-REPORT-VERIFICATION.
    IF WS-VERIFY-FAILED
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        MOVE 8 TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'RECOVERY REFUSED - AUDIT TRAIL FAILED SEAL '
                DELIMITED BY SIZE
               'VERIFICATION, NOTHING REPLAYED' DELIMITED BY SIZE
            INTO WS-EVT-MESSAGE
        END-STRING
        PERFORM 9800-WRITE-EVENT
        STOP RUN
    END-IF.

1510-LOAD-CARRIED-SEAL.
    *> The last cut's control totals, when supplied, say where the
    *> live trail's chain must pick up: the walk starts as though
    *> it had just accepted that record, so the trail's head
    *> anchor is checked as the boundary it is. A cut from before
    *> sealing began (no sequence lines, or none sealed) carries
    *> nothing and the walk starts from the trail itself.
    OPEN INPUT ARC-CTL-FILE.
    EVALUATE WS-CTL-STATUS
        WHEN '00'
            PERFORM 1520-READ-CONTROL-LINE UNTIL WS-CTL-EOF
            CLOSE ARC-CTL-FILE
        WHEN '05'
            CLOSE ARC-CTL-FILE
        WHEN OTHER
            MOVE 'ARCCTL  ' TO WS-ABEND-FILE-NAME
            MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.
    IF WS-CARRIED-FOUND AND WS-CARRIED-SEQUENCE > ZERO
        MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
        MOVE WS-CARRIED-SEQUENCE TO WS-CHAIN-SEQUENCE
        MOVE WS-CARRIED-SEAL TO WS-CHAIN-SEAL
        MOVE WS-CARRIED-SEQUENCE TO WS-FIRST-SEQUENCE-SEEN
    ELSE
        MOVE 'N' TO WS-CARRIED-SWITCH
    END-IF.

1520-READ-CONTROL-LINE.
    READ ARC-CTL-FILE
        AT END
            SET WS-CTL-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN ARC-CTL-RECORD(1:8) = 'LASTSEQ='
                    AND ARC-CTL-RECORD(9:9) NUMERIC
                    MOVE ARC-CTL-RECORD(9:9) TO WS-CARRIED-SEQUENCE
                    MOVE 'Y' TO WS-CARRIED-SWITCH
                WHEN ARC-CTL-RECORD(1:9) = 'LASTSEAL='
                    AND ARC-CTL-RECORD(10:9) NUMERIC
                    MOVE ARC-CTL-RECORD(10:9) TO WS-CARRIED-SEAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

1530-VERIFY-ONE-RECORD.
    READ AUDIT-FILE
        AT END
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            MOVE AUDIT-RECORD TO CHK-RECORD
            PERFORM 1600-CHECK-RECORD
    END-READ.

1550-REPORT-VERIFICATION.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'TRAIL RECORDS WALKED: ' DELIMITED BY SIZE
           WS-RECORDS-WALKED DELIMITED BY SIZE
           '   SEALED: ' DELIMITED BY SIZE
           WS-SEALED-COUNT DELIMITED BY SIZE
           '   ANCHORS: ' DELIMITED BY SIZE
           WS-ANCHOR-COUNT DELIMITED BY SIZE
           '   UNSEALED: ' DELIMITED BY SIZE
           WS-UNSEALED-COUNT DELIMITED BY SIZE
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
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-FIRST-BREAK-FOUND
        STRING 'FIRST BROKEN LINK: SEQUENCE ' DELIMITED BY SIZE
               WS-FIRST-BREAK-SEQUENCE DELIMITED BY SIZE
               ' RECORD NO ' DELIMITED BY SIZE
               WS-FIRST-BREAK-KEY DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-FIRST-BREAK-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
    END-IF.
    IF WS-VERIFY-FAILED
        STRING 'RESULT: TRAIL FAILED VERIFICATION - RECOVERY REFUSED,'
               ' NOTHING REPLAYED' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'RESULT: TRAIL VERIFIED - REPLAYING' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.

1600-CHECK-RECORD.
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
        PERFORM 1690-REPORT-PROBLEM
    END-IF.
    MOVE 'N' TO WS-SEGMENT-START-SWITCH.
    EVALUATE TRUE
        WHEN CHK-SEQUENCE NOT NUMERIC OR CHK-SEAL NOT NUMERIC
            MOVE 'BROKEN LINK - SEQUENCE OR SEAL NOT NUMERIC'
                TO WS-PROBLEM-TEXT
            PERFORM 1650-NOTE-BROKEN-LINK
        WHEN CHK-CHAIN-ANCHOR
            PERFORM 1610-CHECK-ANCHOR
        WHEN CHK-SEQUENCE = ZERO
            PERFORM 1620-CHECK-UNSEALED
        WHEN OTHER
            PERFORM 1630-CHECK-SEALED
    END-EVALUATE.

1610-CHECK-ANCHOR.
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
                PERFORM 1640-REPORT-GAP
                ADD 1 TO WS-BOUNDARY-COUNT
                MOVE 'SEAL MISMATCH AT BOUNDARY - ANCHOR AHEAD'
                    TO WS-PROBLEM-TEXT
                PERFORM 1690-REPORT-PROBLEM
            WHEN OTHER
                ADD 1 TO WS-BOUNDARY-COUNT
                MOVE 'SEAL MISMATCH AT BOUNDARY - ANCHOR DIFFERS'
                    TO WS-PROBLEM-TEXT
                PERFORM 1690-REPORT-PROBLEM
        END-EVALUATE
    ELSE
        MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
        MOVE CHK-SEQUENCE TO WS-FIRST-SEQUENCE-SEEN
    END-IF.
    MOVE CHK-SEQUENCE TO WS-CHAIN-SEQUENCE.
    MOVE CHK-SEAL TO WS-CHAIN-SEAL.

1620-CHECK-UNSEALED.
    *> Records from before sealing began are accepted only ahead
    *> of the first sealed record - after it, a record with no
    *> seal is one somebody wrote around the sealing programs.
    ADD 1 TO WS-UNSEALED-COUNT.
    IF WS-CHAIN-STARTED
        MOVE 'BROKEN LINK - UNSEALED RECORD IN SEALED TRAIL'
            TO WS-PROBLEM-TEXT
        PERFORM 1650-NOTE-BROKEN-LINK
    END-IF.

1630-CHECK-SEALED.
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
                    PERFORM 1650-NOTE-BROKEN-LINK
                END-IF
            WHEN CHK-SEQUENCE > WS-EXPECTED-SEQUENCE
                *> The link across a gap cannot be checked; the walk
                *> picks the chain up again from this record.
                MOVE WS-EXPECTED-SEQUENCE TO WS-GAP-FROM
                COMPUTE WS-GAP-TO = CHK-SEQUENCE - 1
                PERFORM 1640-REPORT-GAP
            WHEN OTHER
                MOVE 'BROKEN LINK - SEQUENCE OUT OF ORDER'
                    TO WS-PROBLEM-TEXT
                PERFORM 1650-NOTE-BROKEN-LINK
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

1640-REPORT-GAP.
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
    PERFORM 1690-REPORT-PROBLEM.

1650-NOTE-BROKEN-LINK.
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
    PERFORM 1690-REPORT-PROBLEM.

1690-REPORT-PROBLEM.
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

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
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
        MOVE 'RECRCV01' TO EVT-PROGRAM
            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-AUDIT-READ-COUNT
            *> A chain anchor is bookkeeping for the seal, not an
            *> action - record number zero is never a real key.
            EVALUATE TRUE
                WHEN AUDIT-CHAIN-ANCHOR
                    ADD 1 TO WS-ANCHOR-SKIP-COUNT
                WHEN AUDIT-TS-DATE < WS-CUTOFF-DATE
                    OR (AUDIT-TS-DATE = WS-CUTOFF-DATE
                        AND AUDIT-TS-TIME <= WS-CUTOFF-TIME)
                    IF WS-REHEARSAL-MODE
                        PERFORM 3000-REHEARSE-AUDIT-ACTION
                    ELSE
                        PERFORM 2200-APPLY-AUDIT-ACTION
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-SKIPPED-COUNT
                    IF WS-REHEARSAL-MODE
                        AND WS-RHS-NEXT-DATE = ZEROS
                        MOVE AUDIT-SEQUENCE TO WS-RHS-NEXT-SEQUENCE
                        MOVE AUDIT-TS-DATE TO WS-RHS-NEXT-DATE
                        MOVE AUDIT-TS-TIME TO WS-RHS-NEXT-TIME
                    END-IF
            END-EVALUATE
    END-READ.

2200-APPLY-AUDIT-ACTION.
    EVALUATE TRUE
        WHEN AUDIT-ENTRY-TEXT(1:28) = WS-DELETE-MARKER
            PERFORM 2400-APPLY-AUDIT-DELETE
        WHEN AUDIT-ENTRY-TEXT(1:12) = WS-MOVED-TO-WORDS
            PERFORM 2400-APPLY-AUDIT-DELETE
        WHEN AUDIT-ENTRY-TEXT(1:14) = WS-MOVED-FROM-WORDS
            MOVE AUDIT-ENTRY-TEXT(15:9) TO WS-MOVE-FROM-KEY
            PERFORM 2500-APPLY-AUDIT-MOVE
        WHEN AUDIT-ENTRY-TEXT(1:15) = WS-MERGED-FROM-WORDS
            *> The surviving record on the new key is already what
            *> the replay has made it; the old key's MOVED TO
            *> record that follows removes the other half.
            ADD 1 TO WS-MERGE-COUNT
        WHEN OTHER
            PERFORM 2300-APPLY-AUDIT-WRITE
    END-EVALUATE.

2300-APPLY-AUDIT-WRITE.
    *> Same WRITE-then-REWRITE idempotence as the build's
            ADD 1 TO WS-DELETE-COUNT
    END-DELETE.

2500-APPLY-AUDIT-MOVE.
    *> Carry the old key's image, as recovered up to this point,
    *> across to the new key - the same move-or-merge rule
    *> RECUPD01 applied. An old key the recovered cluster does not
    *> hold has nothing to carry and is counted, not fatal, the
    *> same way a delete of an absent key is.
    MOVE WS-MOVE-FROM-KEY TO VSAM-REC-KEY.
    READ VSAM-KSDS-FILE
        INVALID KEY
            ADD 1 TO WS-MOVE-ABSENT-COUNT
        NOT INVALID KEY
            MOVE VSAM-REC-DATA TO WS-MOVE-IMAGE
            MOVE AUDIT-INDEX TO VSAM-REC-KEY
            READ VSAM-KSDS-FILE
                INVALID KEY
                    MOVE AUDIT-INDEX TO VSAM-REC-KEY
                    MOVE WS-MOVE-IMAGE TO VSAM-REC-DATA
                    MOVE AUDIT-TS-DATE TO VSAM-REC-BUILD-DATE
                    WRITE VSAM-RECORD
                        INVALID KEY
                            MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
                            MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
                            PERFORM 9900-ABEND-FILE-ERROR
                    END-WRITE
                    ADD 1 TO WS-MOVE-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-MERGE-COUNT
            END-READ
    END-READ.

3000-REHEARSE-AUDIT-ACTION.
    *> The rehearsal's 2200: the same markers, tested in the same
    *> order, decide what the live recovery would do with the
    *> record; the record area of the cluster is never touched.
    MOVE SPACES TO WS-RHS-OTHER-TEXT.
    EVALUATE TRUE
        WHEN AUDIT-ENTRY-TEXT(1:28) = WS-DELETE-MARKER
            MOVE 'WOULD DELETE    ' TO WS-RHS-ACTION-TEXT
            ADD 1 TO WS-RHS-DELETE-COUNT
        WHEN AUDIT-ENTRY-TEXT(1:12) = WS-MOVED-TO-WORDS
            MOVE 'WOULD DELETE    ' TO WS-RHS-ACTION-TEXT
            STRING ' (MOVED TO ' DELIMITED BY SIZE
                   AUDIT-ENTRY-TEXT(13:9) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO WS-RHS-OTHER-TEXT
            END-STRING
            ADD 1 TO WS-RHS-MOVE-DELETE-COUNT
        WHEN AUDIT-ENTRY-TEXT(1:14) = WS-MOVED-FROM-WORDS
            MOVE 'WOULD MOVE      ' TO WS-RHS-ACTION-TEXT
            STRING ' FROM ' DELIMITED BY SIZE
                   AUDIT-ENTRY-TEXT(15:9) DELIMITED BY SIZE
                   ' UNLESS HELD' DELIMITED BY SIZE
                INTO WS-RHS-OTHER-TEXT
            END-STRING
            ADD 1 TO WS-RHS-MOVE-COUNT
        WHEN AUDIT-ENTRY-TEXT(1:15) = WS-MERGED-FROM-WORDS
            MOVE 'MERGE - NO WRITE' TO WS-RHS-ACTION-TEXT
            STRING ' FROM ' DELIMITED BY SIZE
                   AUDIT-ENTRY-TEXT(16:9) DELIMITED BY SIZE
                INTO WS-RHS-OTHER-TEXT
            END-STRING
            ADD 1 TO WS-RHS-MERGE-COUNT
        WHEN OTHER
            MOVE 'WOULD WRITE     ' TO WS-RHS-ACTION-TEXT
            ADD 1 TO WS-RHS-WRITE-COUNT
    END-EVALUATE.
    MOVE AUDIT-SEQUENCE TO WS-RHS-LAST-SEQUENCE.
    MOVE AUDIT-TS-DATE TO WS-RHS-LAST-DATE.
    MOVE AUDIT-TS-TIME TO WS-RHS-LAST-TIME.

    MOVE SPACES TO REPORT-RECORD.
    STRING WS-RHS-ACTION-TEXT DELIMITED BY SIZE
           'KEY ' DELIMITED BY SIZE
           AUDIT-INDEX DELIMITED BY SIZE
           WS-RHS-OTHER-TEXT DELIMITED BY SIZE
           '  SEQ ' DELIMITED BY SIZE
           AUDIT-SEQUENCE DELIMITED BY SIZE
           '  AT ' DELIMITED BY SIZE
           AUDIT-TS-DATE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           AUDIT-TS-TIME DELIMITED BY SIZE
           '  SUBMITTER ' DELIMITED BY SIZE
           AUDIT-SUBMIT-OPERATOR DELIMITED BY SIZE
           '  APPROVER ' DELIMITED BY SIZE
           AUDIT-APPROVE-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-RHS-ACTION-TEXT = 'WOULD WRITE     '
        MOVE SPACES TO REPORT-RECORD
        STRING '                 IMAGE: ' DELIMITED BY SIZE
               AUDIT-ENTRY-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        MOVE AUDIT-ENTRY-TEXT(57:4) TO WS-SEARCH-CAT
        PERFORM 3960-FIND-OR-ADD-CATEGORY
        ADD 1 TO WS-ENT-REAPPLY-COUNT(WS-MATCH-SUB)
    END-IF.

3960-FIND-OR-ADD-CATEGORY.
    *> Lookup by WS-SEARCH-CAT with sorted insertion - RECCAT01's
    *> 2700 to 2770, unchanged but for the count carried.
    MOVE ZEROS TO WS-MATCH-SUB.
    IF WS-CAT-COUNT > ZERO
        PERFORM 3965-TEST-ONE-ENTRY
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    END-IF.
    IF WS-MATCH-SUB = ZEROS
        PERFORM 3970-INSERT-CATEGORY
    END-IF.

3965-TEST-ONE-ENTRY.
    IF WS-MATCH-SUB = ZEROS
        AND WS-ENT-CATEGORY(WS-SUB) = WS-SEARCH-CAT
        MOVE WS-SUB TO WS-MATCH-SUB
    END-IF.

3970-INSERT-CATEGORY.
    IF WS-CAT-COUNT >= 100
        DISPLAY 'RECRCV01 ABEND: MORE THAN 100 CATEGORIES - '
            'WIDEN THE TABLE BEFORE RERUNNING'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-CAT-COUNT TO WS-INSERT-POS.
    ADD 1 TO WS-INSERT-POS.
    IF WS-CAT-COUNT > ZERO
        PERFORM 3975-TEST-INSERT-POS
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    END-IF.
    ADD 1 TO WS-CAT-COUNT.
    MOVE WS-CAT-COUNT TO WS-SHIFT-SUB.
    PERFORM 3980-SHIFT-ONE-ENTRY
        UNTIL WS-SHIFT-SUB <= WS-INSERT-POS.
    MOVE WS-SEARCH-CAT TO WS-ENT-CATEGORY(WS-INSERT-POS).
    MOVE ZEROS TO WS-ENT-REAPPLY-COUNT(WS-INSERT-POS).
    MOVE WS-INSERT-POS TO WS-MATCH-SUB.

3975-TEST-INSERT-POS.
    IF WS-INSERT-POS > WS-CAT-COUNT
        AND WS-ENT-CATEGORY(WS-SUB) > WS-SEARCH-CAT
        MOVE WS-SUB TO WS-INSERT-POS
    END-IF.

3980-SHIFT-ONE-ENTRY.
    SUBTRACT 1 FROM WS-SHIFT-SUB.
    IF WS-SHIFT-SUB >= WS-INSERT-POS
        MOVE WS-CAT-ENTRY(WS-SHIFT-SUB)
            TO WS-CAT-ENTRY(WS-SHIFT-SUB + 1)
    END-IF.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'AUDIT RECORDS READ: ' DELIMITED BY SIZE
           WS-AUDIT-READ-COUNT DELIMITED BY SIZE
           '   SKIPPED PAST CUTOFF: ' DELIMITED BY SIZE
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           '   CHAIN ANCHORS: ' DELIMITED BY SIZE
           WS-ANCHOR-SKIP-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECORD NUMBER MOVES REPLAYED: ' DELIMITED BY SIZE
           WS-MOVE-COUNT DELIMITED BY SIZE
           '   MERGES: ' DELIMITED BY SIZE
           WS-MERGE-COUNT DELIMITED BY SIZE
           '   OLD KEY ALREADY ABSENT: ' DELIMITED BY SIZE
           WS-MOVE-ABSENT-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

6000-FINISH-REHEARSAL.
    *> A rehearsal closes down here: the cluster was never opened,
    *> so there is nothing for the live run's close to close.
    PERFORM 6100-PRODUCE-IMPACT-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'REHEARSAL ONLY - WOULD WRITE ' DELIMITED BY SIZE
           WS-RHS-WRITE-COUNT DELIMITED BY SIZE
           ' DELETE ' DELIMITED BY SIZE
           WS-RHS-DELETE-COUNT DELIMITED BY SIZE
           ' MOVE ' DELIMITED BY SIZE
           WS-RHS-MOVE-COUNT DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

6100-PRODUCE-IMPACT-SUMMARY.
    *> The rehearsal's summary: the trail counts 5000 prints, the
    *> reapply counts by journaled action, where the cutoff falls,
    *> the images by category, and the sign-off block change
    *> control files with the live recovery card.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL TOTALS - NOTHING HAS BEEN REAPPLIED'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'AUDIT RECORDS READ: ' DELIMITED BY SIZE
           WS-AUDIT-READ-COUNT DELIMITED BY SIZE
           '   SKIPPED PAST CUTOFF: ' DELIMITED BY SIZE
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           '   CHAIN ANCHORS: ' DELIMITED BY SIZE
           WS-ANCHOR-SKIP-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    COMPUTE WS-RHS-TOTAL = WS-RHS-WRITE-COUNT + WS-RHS-DELETE-COUNT
        + WS-RHS-MOVE-DELETE-COUNT + WS-RHS-MOVE-COUNT
        + WS-RHS-MERGE-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD REAPPLY: ' DELIMITED BY SIZE
           WS-RHS-TOTAL DELIMITED BY SIZE
           '   WRITES: ' DELIMITED BY SIZE
           WS-RHS-WRITE-COUNT DELIMITED BY SIZE
           '   DELETES: ' DELIMITED BY SIZE
           WS-RHS-DELETE-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'MOVES: ' DELIMITED BY SIZE
           WS-RHS-MOVE-COUNT DELIMITED BY SIZE
           '   MOVED-AWAY DELETES: ' DELIMITED BY SIZE
           WS-RHS-MOVE-DELETE-COUNT DELIMITED BY SIZE
           '   MERGES: ' DELIMITED BY SIZE
           WS-RHS-MERGE-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-RHS-LAST-DATE = ZEROS
        STRING 'LAST RECORD INSIDE CUTOFF: NONE'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'LAST RECORD INSIDE CUTOFF: SEQ ' DELIMITED BY SIZE
               WS-RHS-LAST-SEQUENCE DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               WS-RHS-LAST-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RHS-LAST-TIME DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-RHS-NEXT-DATE = ZEROS
        STRING 'FIRST RECORD PAST CUTOFF:  NONE'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'FIRST RECORD PAST CUTOFF:  SEQ ' DELIMITED BY SIZE
               WS-RHS-NEXT-SEQUENCE DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               WS-RHS-NEXT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RHS-NEXT-TIME DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CAT   IMAGES WRITTEN' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-CAT-COUNT > ZERO
        PERFORM 6150-PRINT-ONE-CATEGORY
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
        MOVE SPACES TO REPORT-RECORD
        STRING '(---- IS AN ENTRY WITH NO CATEGORY CODE; DELETES AND '
                DELIMITED BY SIZE
               'MOVES CARRY NO IMAGE)' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    ELSE
        MOVE SPACES TO REPORT-RECORD
        STRING 'NO IMAGE WOULD BE WRITTEN'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL ONLY - KSDS NOT OPENED, AUDIT TRAIL READ ONLY'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SUPERVISOR SIGN-OFF: ____________________   DATE: '
            DELIMITED BY SIZE
           '__________' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

6150-PRINT-ONE-CATEGORY.
    IF WS-ENT-CATEGORY(WS-SUB) = SPACES
        MOVE '----' TO WS-CAT-LABEL
    ELSE
        MOVE WS-ENT-CATEGORY(WS-SUB) TO WS-CAT-LABEL
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-CAT-LABEL DELIMITED BY SIZE
           '       ' DELIMITED BY SIZE
           WS-ENT-REAPPLY-COUNT(WS-SUB) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
