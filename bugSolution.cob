        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DELTA-STATUS.

    SELECT OPTIONAL MOVE-QUEUE-FILE ASSIGN TO MOVEQ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVEQ-STATUS.

    SELECT OPTIONAL STAT-FILE ASSIGN TO STATHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYC-STATUS.

    SELECT SEAL-KEY-FILE ASSIGN TO SEALKEY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEAL-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.
    *> DT snapshot.
    COPY IFACEREC REPLACING LEADING ==IFACE== BY ==DELTA==.

FD  MOVE-QUEUE-FILE.
    *> Record-number move notices RECUPD01 queued since the last
    *> delta run - one MV record each, ahead of the AD/CH/DL body.
    COPY XREFREC REPLACING LEADING ==XREF== BY ==MVQ==.

FD  STAT-FILE.
    COPY STATREC.

FD  CYC-FILE.
    COPY CYCREC.

FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  EVENT-FILE.
    COPY EVTREC.

    05  WS-CKPT-STATUS              PIC X(2) VALUE SPACES.
    05  WS-IFACE-STATUS             PIC X(2) VALUE SPACES.
    05  WS-DELTA-STATUS             PIC X(2) VALUE SPACES.
    05  WS-MOVEQ-STATUS             PIC X(2) VALUE SPACES.
    05  WS-DESC-STATUS              PIC X(2) VALUE SPACES.
    05  WS-EXCP-STATUS              PIC X(2) VALUE SPACES.
    05  WS-STAT-STATUS              PIC X(2) VALUE SPACES.
    05  WS-HIST-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CYC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.

01  WS-SEAL-AREA.
    *> Audit trail seal state (copybooks/AUDITREC.CPY). The key
    *> comes from the SEALKEY card; the chain position of each
    *> trail written is picked up from the last sealed record
    *> already on it, so the first record this run writes follows
    *> on from the last one any run wrote. A partition step does
    *> not seal: partitions run side by side and cannot share one
    *> chain, so their records go out with zero sequence and seal
    *> and RECSEL01 seals the consolidated trail in key order.
    05  WS-SEAL-PRIME               PIC 9(9) VALUE 999999937.
    05  WS-SEAL-KEY                 PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-PREVIOUS            PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-RESULT              PIC 9(9) VALUE ZEROS.
    05  WS-SEAL-ACCUM               PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-QUOTIENT            PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-REMAINDER           PIC 9(18) VALUE ZEROS.
    05  WS-SEAL-IX                  PIC 9(4) VALUE ZEROS.
    05  WS-SEAL-INPUT               PIC X(130) VALUE SPACES.
    05  WS-CHAIN-SCAN-EOF-SWITCH    PIC X(1) VALUE 'N'.
        88  WS-CHAIN-SCAN-EOF       VALUE 'Y'.
    05  WS-AUDIT-CHAIN-SEQUENCE     PIC 9(9) VALUE ZEROS.
    05  WS-AUDIT-CHAIN-SEAL         PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-FIRST-SWITCH       PIC X(1) VALUE 'Y'.
        88  WS-CHAIN-FIRST-RECORD   VALUE 'Y'.
    05  WS-CHAIN-ANCHOR-SWITCH      PIC X(1) VALUE 'N'.
        88  WS-CHAIN-ANCHOR-FOUND   VALUE 'Y'.
    05  WS-ANCHOR-SEQUENCE          PIC 9(9) VALUE ZEROS.
    05  WS-ANCHOR-SEAL              PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-ANCHOR-TEXT        PIC X(32)
        VALUE '** SEAL CHAIN CARRIED FORWARD **'.

01  WS-DATE-TIME-AREA.
    *> WS-RUN-DATE is the BUSINESS date - the system date unless
    05  WS-DELTA-ADD-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-DELTA-CHANGE-COUNT       PIC 9(8) VALUE ZEROS.
    05  WS-DELTA-DELETE-COUNT       PIC 9(8) VALUE ZEROS.
    05  WS-DELTA-MOVE-COUNT         PIC 9(8) VALUE ZEROS.
    05  WS-DELTA-TOTAL-COUNT        PIC 9(9) VALUE ZEROS.
    05  WS-MOVEQ-EOF-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-MOVEQ-EOF            VALUE 'Y'.

01  WS-DESC-AREA.
    *> Description-master state. The master is OPTIONAL - when the
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1400-OPEN-FILES.
    PERFORM 3100-WRITE-HEADER.
    IF WS-DELTA-MODE
        PERFORM 3150-WRITE-MOVE-RECORDS
    END-IF.
    PERFORM 2000-BUILD-TABLE.
    IF WS-DELTA-MODE
        PERFORM 2700-SCAN-DELETED-KEYS
        END-IF
    END-IF.

1150-READ-SEAL-KEY.
    *> The seal key is mandatory. A trail this program cannot seal
    *> is a trail nobody can later prove complete, so no key - or
    *> a key outside 2 through the seal modulus less one - means
    *> nothing is written at all.
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
        DISPLAY 'RECBLD01: SEALKEY CARD MISSING OR INVALID - '
            'NO AUDIT RECORD CAN BE SEALED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-OPEN-FILES.
    *> Every mandatory file's OPEN is status-checked and aborts the
    *> job the same way 1100-ACCEPT-PARAMETERS and 2100-BUILD-ENTRY
    *> replayed prefix is byte-for-byte identical to the original) and
    *> then continues on to WS-MAX-RECORDS, giving exactly one line per
    *> record with no duplicates either way.
    IF NOT WS-PARTITION-MODE
        PERFORM 1150-READ-SEAL-KEY
        PERFORM 1450-FIND-AUDIT-CHAIN-START
    END-IF.
    OPEN OUTPUT AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
        MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    IF NOT WS-PARTITION-MODE
        PERFORM 1480-WRITE-CHAIN-ANCHOR
    END-IF.

    OPEN OUTPUT OUT-FILE.
    IF WS-OUT-STATUS NOT = '00'
        WRITE EXCP-RECORD
    END-IF.

1450-FIND-AUDIT-CHAIN-START.
    *> The build rewrites the trail from the top, so the chain
    *> position it starts from goes into an anchor record at the
    *> head of the new trail. A normal run starts from where the
    *> trail ends now - after RECARC01's pre-build cut that is the
    *> cut's own anchor, and anything else still on the trail is
    *> maintenance nobody archived, which the verifier will then
    *> report as a missing range rather than it vanishing without
    *> trace. A restart truncates what the aborted run wrote, so it
    *> starts again from that run's anchor, the first record on the
    *> trail - otherwise the replayed build would skip the sequence
    *> numbers the aborted run used up.
    MOVE 'N' TO WS-CHAIN-SCAN-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    EVALUATE WS-AUDIT-STATUS
        WHEN '00'
            PERFORM 1460-SCAN-AUDIT-CHAIN UNTIL WS-CHAIN-SCAN-EOF
            CLOSE AUDIT-FILE
        WHEN '35'
            CONTINUE
        WHEN OTHER
            MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
            MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.
    IF WS-RESTART-REQUESTED AND WS-CHAIN-ANCHOR-FOUND
        MOVE WS-ANCHOR-SEQUENCE TO WS-AUDIT-CHAIN-SEQUENCE
        MOVE WS-ANCHOR-SEAL TO WS-AUDIT-CHAIN-SEAL
    END-IF.

1460-SCAN-AUDIT-CHAIN.
    READ AUDIT-FILE
        AT END
            SET WS-CHAIN-SCAN-EOF TO TRUE
        NOT AT END
            IF AUDIT-SEQUENCE NUMERIC AND AUDIT-SEAL NUMERIC
                IF WS-CHAIN-FIRST-RECORD AND AUDIT-CHAIN-ANCHOR
                    MOVE 'Y' TO WS-CHAIN-ANCHOR-SWITCH
                    MOVE AUDIT-SEQUENCE TO WS-ANCHOR-SEQUENCE
                    MOVE AUDIT-SEAL TO WS-ANCHOR-SEAL
                END-IF
                IF AUDIT-SEQUENCE > ZERO
                    MOVE AUDIT-SEQUENCE TO WS-AUDIT-CHAIN-SEQUENCE
                    MOVE AUDIT-SEAL TO WS-AUDIT-CHAIN-SEAL
                END-IF
            END-IF
            MOVE 'N' TO WS-CHAIN-FIRST-SWITCH
    END-READ.

1480-WRITE-CHAIN-ANCHOR.
    *> Record number zero, carrying the sequence and seal of the
    *> record the chain continues from (zeros when it starts here).
    *> It is not itself sealed - the verifier checks it against
    *> the record before it instead.
    SET AUDIT-CHAIN-ANCHOR TO TRUE.
    MOVE SPACES TO AUDIT-ENTRY-TEXT.
    MOVE WS-CHAIN-ANCHOR-TEXT TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    MOVE SPACES TO AUDIT-OPERATORS.
    MOVE WS-AUDIT-CHAIN-SEQUENCE TO AUDIT-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEAL TO AUDIT-SEAL.
    WRITE AUDIT-RECORD.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
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

9720-WRITE-SEALED-AUDIT.
    *> Every AUDITOUT record goes out through here: the next sequence
    *> on the trail, sealed to the record written before it.
    ADD 1 TO WS-AUDIT-CHAIN-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEQUENCE TO AUDIT-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEAL TO WS-SEAL-PREVIOUS.
    MOVE AUDIT-RECORD(1:130) TO WS-SEAL-INPUT.
    PERFORM 9700-COMPUTE-SEAL.
    MOVE WS-SEAL-RESULT TO AUDIT-SEAL.
    MOVE WS-SEAL-RESULT TO WS-AUDIT-CHAIN-SEAL.
    WRITE AUDIT-RECORD.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECBLD01' TO EVT-PROGRAM
    MOVE WS-TABLE-ENTRY TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    *> A build is not operator maintenance - no submitter or
    *> approver to record.
    MOVE SPACES TO AUDIT-OPERATORS.
    IF WS-PARTITION-MODE
        MOVE ZEROS TO AUDIT-SEQUENCE
        MOVE ZEROS TO AUDIT-SEAL
        WRITE AUDIT-RECORD
    ELSE
        PERFORM 9720-WRITE-SEALED-AUDIT
    END-IF.

2600-WRITE-CHECKPOINT.
    *> Req 007 - rewrite the single checkpoint record with the
        WRITE DELTA-RECORD
    END-IF.

3150-WRITE-MOVE-RECORDS.
    *> Moves lead the feed so a consumer renumbers its copy before
    *> the body re-states the keys involved. The queue is OPTIONAL:
    *> absent or empty simply means no moves since the last feed.
    *> The job step that follows clears it once the feed is cut.
    OPEN INPUT MOVE-QUEUE-FILE.
    EVALUATE WS-MOVEQ-STATUS
        WHEN '00'
            MOVE 'N' TO WS-MOVEQ-EOF-SWITCH
            PERFORM 3160-WRITE-ONE-MOVE UNTIL WS-MOVEQ-EOF
            CLOSE MOVE-QUEUE-FILE
        WHEN '05'
            CLOSE MOVE-QUEUE-FILE
        WHEN OTHER
            MOVE 'MOVEQ   ' TO WS-ABEND-FILE-NAME
            MOVE WS-MOVEQ-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

3160-WRITE-ONE-MOVE.
    READ MOVE-QUEUE-FILE
        AT END
            MOVE 'Y' TO WS-MOVEQ-EOF-SWITCH
        NOT AT END
            MOVE MVQ-REC-NUMBER TO DELTA-RECORD-NUMBER
            MOVE 'MV' TO DELTA-RECORD-TYPE
            MOVE WS-RUN-DATE TO DELTA-DATE-STAMP
            MOVE SPACES TO DELTA-DATA
            IF MVQ-KIND-MERGE
                STRING 'TO=' DELIMITED BY SIZE
                       MVQ-OTHER-NUMBER DELIMITED BY SIZE
                       ' MERGE' DELIMITED BY SIZE
                    INTO DELTA-DATA
                END-STRING
            ELSE
                STRING 'TO=' DELIMITED BY SIZE
                       MVQ-OTHER-NUMBER DELIMITED BY SIZE
                       ' MOVE' DELIMITED BY SIZE
                    INTO DELTA-DATA
                END-STRING
            END-IF
            WRITE DELTA-RECORD
            ADD 1 TO WS-DELTA-MOVE-COUNT
    END-READ.

3300-WRITE-TRAILER.
    MOVE SPACES TO OUT-RECORD.
    STRING 'TRL1' DELIMITED BY SIZE
        *> apply run against the feed before committing it.
        COMPUTE WS-DELTA-TOTAL-COUNT =
            WS-DELTA-ADD-COUNT + WS-DELTA-CHANGE-COUNT
                + WS-DELTA-DELETE-COUNT + WS-DELTA-MOVE-COUNT
        MOVE WS-DELTA-TOTAL-COUNT TO DELTA-RECORD-NUMBER
        MOVE 'TR' TO DELTA-RECORD-TYPE
        MOVE WS-RUN-DATE TO DELTA-DATE-STAMP
               WS-DELTA-CHANGE-COUNT DELIMITED BY SIZE
               ' DELS=' DELIMITED BY SIZE
               WS-DELTA-DELETE-COUNT DELIMITED BY SIZE
               ' MOVS=' DELIMITED BY SIZE
               WS-DELTA-MOVE-COUNT DELIMITED BY SIZE
            INTO DELTA-DATA
        END-STRING
        WRITE DELTA-RECORD
               WS-DELTA-CHANGE-COUNT DELIMITED BY SIZE
               '  DELETES: ' DELIMITED BY SIZE
               WS-DELTA-DELETE-COUNT DELIMITED BY SIZE
               '  MOVES: ' DELIMITED BY SIZE
               WS-DELTA-MOVE-COUNT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
