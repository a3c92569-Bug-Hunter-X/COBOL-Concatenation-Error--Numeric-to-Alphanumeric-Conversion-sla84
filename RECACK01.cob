*> morning:
*>   - carries forward the outstanding-transmissions file (OUTSIN,
*>     one OUTSREC per consumer per unacknowledged transmission),
*>   - registers each routed consumer's own manifest (RTEMAN -
*>     the XMTMANn manifests RECXMT01 cuts from the subscription
*>     deck, each naming its consumer on a CONSUMER= line) as an
*>     outstanding entry carrying that consumer's slice count and
*>     hash,
*>   - registers the night's full XMTMAN manifest as a new
*>     outstanding entry per consumer named on the ACKCARD - except
*>     a consumer already registered from its routed manifest,
*>     which owes an ack for its slice, not for the full feed,
*>   - registers a RECRXM01 retransmission the same way: its
*>     manifest, on RTEMAN beside the routed ones, carries a
*>     RESENDDATE= line, and the resend is owed its own ack -
*>     matched on consumer, generation date AND resend date - so
*>     it neither clears nor is cleared by the original's ack,
*>   - matches each returned ack against its outstanding entry -
*>     the echoed count, hash, and date must all agree before the
*>     entry clears; an out-of-balance ack stays outstanding and
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN-STATUS.

    SELECT OPTIONAL RTE-MANIFEST-FILE ASSIGN TO RTEMAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTE-STATUS.

    SELECT OPTIONAL ACK-FILE ASSIGN TO ACKFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD                 PIC X(80).

FD  RTE-MANIFEST-FILE.
01  RTE-MANIFEST-RECORD             PIC X(80).

FD  ACK-FILE.
    COPY XMTACK.

    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-OUTSIN-STATUS            PIC X(2) VALUE SPACES.
    05  WS-MAN-STATUS               PIC X(2) VALUE SPACES.
    05  WS-RTE-STATUS               PIC X(2) VALUE SPACES.
    05  WS-ACK-STATUS               PIC X(2) VALUE SPACES.
    05  WS-OUTSOUT-STATUS           PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
01  WS-OUTSTANDING-TABLE.
    *> In-storage image of the outstanding-transmissions file plus
    *> tonight's newly registered manifest entries, so ack matching
    *> is a table lookup instead of a file sort. 400 entries is
    *> four routed consumers times one hundred unacknowledged
    *> nights - a backlog an order of magnitude past the point
    *> supervision would have stopped the feed - and overflow
    *> abends rather than dropping an entry on the floor.
    05  WS-ENTRY-COUNT              PIC 9(3) VALUE ZEROS.
    05  WS-OUTS-ENTRY OCCURS 400.
        10  WS-ENT-CONSUMER-ID      PIC X(8).
        10  WS-ENT-GEN-DATE         PIC 9(8).
        10  WS-ENT-DETAIL-COUNT     PIC 9(9).
        10  WS-ENT-HASH-TOTAL       PIC 9(15).
        10  WS-ENT-SENT-DATE        PIC 9(8).
        10  WS-ENT-RESEND-DATE      PIC 9(8).
        10  WS-ENT-ACKED-SWITCH     PIC X(1).
            88  WS-ENT-ACKED        VALUE 'Y'.

    05  WS-STAGE-DETAIL-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-STAGE-HASH-TOTAL         PIC 9(15) VALUE ZEROS.
    05  WS-STAGE-SENT-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-SEARCH-RESEND-DATE       PIC 9(8) VALUE ZEROS.

01  WS-RESEND-TAG-AREA.
    *> ' RESEND yyyymmdd' closing a problem or aging line for a
    *> retransmission; spaces for an original.
    05  WS-TAG-RESEND-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-RESEND-TAG               PIC X(16) VALUE SPACES.

01  WS-MANIFEST-AREA.
    *> The three XMTMAN lines as RECXMT01's 3000-WRITE-MANIFEST
    05  WS-MAN-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-MAN-EOF              VALUE 'Y'.

01  WS-ROUTED-AREA.
    *> One routed manifest at a time from the RTEMAN concatenation
    *> - a CONSUMER= line opens it and the next CONSUMER= line (or
    *> end of file) closes it; all four tagged lines must be there
    *> for it to register, five for a retransmission (RESENDDATE=).
    *> The consumers registered from an original routed manifest
    *> are listed so 2450 does not also register them from the
    *> full feed; a retransmission does not list its consumer.
    05  WS-RTE-BLOCK-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-RTE-BLOCK-OPEN       VALUE 'Y'.
    05  WS-RTE-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-RTE-EOF              VALUE 'Y'.
    05  WS-RTE-CONSUMER             PIC X(8) VALUE SPACES.
    05  WS-RTE-LINE-COUNT           PIC 9(3) VALUE ZEROS.
    05  WS-RTE-DETAIL-COUNT         PIC 9(9) VALUE ZEROS.
    05  WS-RTE-HASH-TOTAL           PIC 9(15) VALUE ZEROS.
    05  WS-RTE-GEN-DATE             PIC 9(8) VALUE ZEROS.
    05  WS-RTE-RESEND-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-RTE-EXPECTED-LINES       PIC 9(3) VALUE ZEROS.
    05  WS-ROUTED-COUNT             PIC 9(2) VALUE ZEROS.
    05  WS-ROUTED-CONSUMER          PIC X(8) OCCURS 10.
    05  WS-ROUTED-SUB               PIC 9(2) VALUE ZEROS.
    05  WS-ROUTED-SWITCH            PIC X(1) VALUE 'N'.
        88  WS-CONSUMER-ROUTED      VALUE 'Y'.

01  WS-AGING-WORK.
    05  WS-TODAY-INTEGER            PIC 9(8) VALUE ZEROS.
    05  WS-SENT-INTEGER             PIC 9(8) VALUE ZEROS.
    PERFORM 1200-READ-ACK-CARD.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-LOAD-OUTSTANDING.
    PERFORM 2200-REGISTER-ROUTED-MANIFESTS.
    PERFORM 2300-REGISTER-MANIFEST.
    PERFORM 2500-MATCH-ACKS.
    PERFORM 3000-WRITE-OUTSTANDING.
            MOVE OIN-DETAIL-COUNT TO WS-STAGE-DETAIL-COUNT
            MOVE OIN-HASH-TOTAL TO WS-STAGE-HASH-TOTAL
            MOVE OIN-SENT-DATE TO WS-STAGE-SENT-DATE
            IF OIN-RESEND-DATE NUMERIC
                MOVE OIN-RESEND-DATE TO WS-SEARCH-RESEND-DATE
            ELSE
                MOVE ZEROS TO WS-SEARCH-RESEND-DATE
            END-IF
            PERFORM 2150-ADD-TABLE-ENTRY
    END-READ.

    *> Shared by the carry-forward load and manifest registration -
    *> the WS-SEARCH/WS-STAGE fields hold whichever source is
    *> being added.
    IF WS-ENTRY-COUNT >= 400
        DISPLAY 'RECACK01 ABEND: MORE THAN 400 OUTSTANDING '
            'TRANSMISSIONS - CLEAR THE BACKLOG BEFORE RERUNNING'
        MOVE 8 TO RETURN-CODE
        STOP RUN
        TO WS-ENT-DETAIL-COUNT(WS-ENTRY-COUNT).
    MOVE WS-STAGE-HASH-TOTAL TO WS-ENT-HASH-TOTAL(WS-ENTRY-COUNT).
    MOVE WS-STAGE-SENT-DATE TO WS-ENT-SENT-DATE(WS-ENTRY-COUNT).
    MOVE WS-SEARCH-RESEND-DATE TO WS-ENT-RESEND-DATE(WS-ENTRY-COUNT).
    MOVE 'N' TO WS-ENT-ACKED-SWITCH(WS-ENTRY-COUNT).

2200-REGISTER-ROUTED-MANIFESTS.
    *> Same OPTIONAL discipline as the full manifest below: only
    *> status 05 means no routed transmission went out, any other
    *> failed open abends before the JCL's clear step can destroy
    *> the manifests unregistered.
    OPEN INPUT RTE-MANIFEST-FILE.
    EVALUATE WS-RTE-STATUS
        WHEN '00'
            MOVE 'N' TO WS-RTE-EOF-SWITCH
            PERFORM 2250-PARSE-ROUTED-LINE UNTIL WS-RTE-EOF
            PERFORM 2280-CLOSE-ROUTED-BLOCK
            CLOSE RTE-MANIFEST-FILE
        WHEN '05'
            CONTINUE
        WHEN OTHER
            MOVE 'RTEMAN  ' TO WS-ABEND-FILE-NAME
            MOVE WS-RTE-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

2250-PARSE-ROUTED-LINE.
    READ RTE-MANIFEST-FILE
        AT END
            SET WS-RTE-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN RTE-MANIFEST-RECORD = SPACES
                    CONTINUE
                WHEN RTE-MANIFEST-RECORD(1:9) = 'CONSUMER='
                    PERFORM 2280-CLOSE-ROUTED-BLOCK
                    SET WS-RTE-BLOCK-OPEN TO TRUE
                    MOVE RTE-MANIFEST-RECORD(10:8) TO WS-RTE-CONSUMER
                    MOVE 1 TO WS-RTE-LINE-COUNT
                WHEN NOT WS-RTE-BLOCK-OPEN
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING 'RTEMAN LINE BEFORE ANY CONSUMER= LINE: '
                            DELIMITED BY SIZE
                           RTE-MANIFEST-RECORD(1:40) DELIMITED BY SIZE
                        INTO WS-PROBLEM-TEXT
                    END-STRING
                    PERFORM 4900-WRITE-PROBLEM
                WHEN RTE-MANIFEST-RECORD(1:12) = 'RECORDCOUNT='
                    MOVE FUNCTION NUMVAL(RTE-MANIFEST-RECORD(13:9))
                        TO WS-RTE-DETAIL-COUNT
                    ADD 1 TO WS-RTE-LINE-COUNT
                WHEN RTE-MANIFEST-RECORD(1:10) = 'HASHTOTAL='
                    MOVE FUNCTION NUMVAL(RTE-MANIFEST-RECORD(11:15))
                        TO WS-RTE-HASH-TOTAL
                    ADD 1 TO WS-RTE-LINE-COUNT
                WHEN RTE-MANIFEST-RECORD(1:8) = 'GENDATE='
                    MOVE FUNCTION NUMVAL(RTE-MANIFEST-RECORD(9:8))
                        TO WS-RTE-GEN-DATE
                    ADD 1 TO WS-RTE-LINE-COUNT
                WHEN RTE-MANIFEST-RECORD(1:11) = 'RESENDDATE='
                    MOVE FUNCTION NUMVAL(RTE-MANIFEST-RECORD(12:8))
                        TO WS-RTE-RESEND-DATE
                    ADD 1 TO WS-RTE-LINE-COUNT
                WHEN OTHER
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING 'UNRECOGNIZED RTEMAN LINE: '
                            DELIMITED BY SIZE
                           RTE-MANIFEST-RECORD(1:40) DELIMITED BY SIZE
                        INTO WS-PROBLEM-TEXT
                    END-STRING
                    PERFORM 4900-WRITE-PROBLEM
            END-EVALUATE
    END-READ.

2280-CLOSE-ROUTED-BLOCK.
    *> Register the routed manifest just read, if complete. A
    *> rerun before the JCL's clear step finds the entry already
    *> outstanding from the first run and lets it stand, as 2450
    *> does for the full feed.
    IF WS-RTE-RESEND-DATE = ZEROS
        MOVE 4 TO WS-RTE-EXPECTED-LINES
    ELSE
        MOVE 5 TO WS-RTE-EXPECTED-LINES
    END-IF.
    IF WS-RTE-BLOCK-OPEN
        IF WS-RTE-LINE-COUNT = WS-RTE-EXPECTED-LINES
            MOVE WS-RTE-CONSUMER TO WS-SEARCH-CONSUMER
            MOVE WS-RTE-GEN-DATE TO WS-SEARCH-GEN-DATE
            MOVE WS-RTE-RESEND-DATE TO WS-SEARCH-RESEND-DATE
            PERFORM 2850-FIND-TABLE-ENTRY
            IF WS-MATCH-SUB = ZEROS
                MOVE WS-RTE-DETAIL-COUNT TO WS-STAGE-DETAIL-COUNT
                MOVE WS-RTE-HASH-TOTAL TO WS-STAGE-HASH-TOTAL
                MOVE WS-RUN-DATE TO WS-STAGE-SENT-DATE
                PERFORM 2150-ADD-TABLE-ENTRY
                ADD 1 TO WS-REGISTERED-COUNT
            END-IF
            IF WS-ROUTED-COUNT < 10
                AND WS-RTE-RESEND-DATE = ZEROS
                ADD 1 TO WS-ROUTED-COUNT
                MOVE WS-RTE-CONSUMER
                    TO WS-ROUTED-CONSUMER(WS-ROUTED-COUNT)
            END-IF
        ELSE
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'ROUTED MANIFEST FOR ' DELIMITED BY SIZE
                   WS-RTE-CONSUMER DELIMITED BY SIZE
                   ' INCOMPLETE - ' DELIMITED BY SIZE
                   WS-RTE-LINE-COUNT DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   WS-RTE-EXPECTED-LINES DELIMITED BY SIZE
                   ' TAGGED LINES FOUND - NOT REGISTERED'
                    DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
            PERFORM 4900-WRITE-PROBLEM
        END-IF
    END-IF.
    MOVE 'N' TO WS-RTE-BLOCK-SWITCH.
    MOVE ZEROS TO WS-RTE-LINE-COUNT.
    MOVE ZEROS TO WS-RTE-DETAIL-COUNT.
    MOVE ZEROS TO WS-RTE-HASH-TOTAL.
    MOVE ZEROS TO WS-RTE-GEN-DATE.
    MOVE ZEROS TO WS-RTE-RESEND-DATE.

2300-REGISTER-MANIFEST.
    *> Register the night's transmission as outstanding, one entry
    *> per ACKCARD consumer. The manifest is OPTIONAL because not
    *> tonight's manifest already registered from the first run's
    *> OUTSOUT - registering it again would demand two acks for
    *> one transmission, so an existing unacknowledged entry for
    *> this consumer and generation date simply stands. A consumer
    *> registered from its own routed manifest is held to its
    *> slice and is not registered for the full feed as well.
    MOVE 'N' TO WS-ROUTED-SWITCH.
    IF WS-ROUTED-COUNT > ZERO
        PERFORM 2460-TEST-ONE-ROUTED
            VARYING WS-ROUTED-SUB FROM 1 BY 1
                UNTIL WS-ROUTED-SUB > WS-ROUTED-COUNT
    END-IF.
    MOVE WS-MAN-GEN-DATE TO WS-SEARCH-GEN-DATE.
    MOVE ZEROS TO WS-SEARCH-RESEND-DATE.
    PERFORM 2850-FIND-TABLE-ENTRY.
    IF WS-MATCH-SUB = ZEROS AND NOT WS-CONSUMER-ROUTED
        MOVE WS-MAN-DETAIL-COUNT TO WS-STAGE-DETAIL-COUNT
        MOVE WS-MAN-HASH-TOTAL TO WS-STAGE-HASH-TOTAL
        MOVE WS-RUN-DATE TO WS-STAGE-SENT-DATE
        ADD 1 TO WS-REGISTERED-COUNT
    END-IF.

2460-TEST-ONE-ROUTED.
    IF WS-ROUTED-CONSUMER(WS-ROUTED-SUB) = WS-SEARCH-CONSUMER
        MOVE 'Y' TO WS-ROUTED-SWITCH
    END-IF.

2500-MATCH-ACKS.
    *> Only status 05 (OPTIONAL file absent) means "no acks
    *> arrived overnight" - a genuine open failure abends, so a
    ELSE
        MOVE XMTACK-GEN-DATE TO WS-SEARCH-GEN-DATE
    END-IF.
    *> An ack without the resend date (blank or zero) answers the
    *> original transmission.
    IF XMTACK-RESEND-DATE NOT NUMERIC
        MOVE ZEROS TO WS-SEARCH-RESEND-DATE
    ELSE
        MOVE XMTACK-RESEND-DATE TO WS-SEARCH-RESEND-DATE
    END-IF.
    MOVE WS-SEARCH-RESEND-DATE TO WS-TAG-RESEND-DATE.
    PERFORM 4950-SET-RESEND-TAG.
    PERFORM 2850-FIND-TABLE-ENTRY.
    IF WS-MATCH-SUB = ZEROS
        MOVE SPACES TO WS-PROBLEM-TEXT
               XMTACK-GEN-DATE DELIMITED BY SIZE
               ' MATCHES NO OUTSTANDING TRANSMISSION'
                DELIMITED BY SIZE
               WS-RESEND-TAG DELIMITED BY SIZE
            INTO WS-PROBLEM-TEXT
        END-STRING
        PERFORM 4900-WRITE-PROBLEM
                   ' HASH ' DELIMITED BY SIZE
                   WS-ENT-HASH-TOTAL(WS-MATCH-SUB)
                    DELIMITED BY SIZE
                   WS-RESEND-TAG DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
            PERFORM 4900-WRITE-PROBLEM
    END-IF.

2850-FIND-TABLE-ENTRY.
    *> Lookup by consumer id plus generation date plus resend date
    *> (zero for an original) among entries not yet acknowledged;
    *> WS-SEARCH-CONSUMER, WS-SEARCH-GEN-DATE and
    *> WS-SEARCH-RESEND-DATE carry the search arguments - WORKING-
    *> STORAGE fields, never the OUTS-IN record area, which is
    *> unreliable after that file closed. WS-MATCH-SUB = 0 means
    *> no match.
        AND NOT WS-ENT-ACKED(WS-SUB)
        AND WS-ENT-CONSUMER-ID(WS-SUB) = WS-SEARCH-CONSUMER
        AND WS-ENT-GEN-DATE(WS-SUB) = WS-SEARCH-GEN-DATE
        AND WS-ENT-RESEND-DATE(WS-SUB) = WS-SEARCH-RESEND-DATE
        MOVE WS-SUB TO WS-MATCH-SUB
    END-IF.

        MOVE WS-ENT-DETAIL-COUNT(WS-SUB) TO OUTS-DETAIL-COUNT
        MOVE WS-ENT-HASH-TOTAL(WS-SUB) TO OUTS-HASH-TOTAL
        MOVE WS-ENT-SENT-DATE(WS-SUB) TO OUTS-SENT-DATE
        MOVE WS-ENT-RESEND-DATE(WS-SUB) TO OUTS-RESEND-DATE
        WRITE OUTS-RECORD
        ADD 1 TO WS-OUTSTANDING-COUNT
    END-IF.
            FUNCTION INTEGER-OF-DATE(WS-ENT-SENT-DATE(WS-SUB))
        COMPUTE WS-DAYS-OUTSTANDING =
            WS-TODAY-INTEGER - WS-SENT-INTEGER
        MOVE WS-ENT-RESEND-DATE(WS-SUB) TO WS-TAG-RESEND-DATE
        PERFORM 4950-SET-RESEND-TAG
        MOVE SPACES TO REPORT-RECORD
        IF WS-DAYS-OUTSTANDING > WS-AGING-DAYS
            ADD 1 TO WS-OVERDUE-COUNT
                   WS-DAYS-OUTSTANDING DELIMITED BY SIZE
                   ' DAYS UNACKNOWLEDGED - CHASE TODAY'
                    DELIMITED BY SIZE
                   WS-RESEND-TAG DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        ELSE
                   ' - ' DELIMITED BY SIZE
                   WS-DAYS-OUTSTANDING DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   WS-RESEND-TAG DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        END-IF
    END-STRING.
    WRITE REPORT-RECORD.

4950-SET-RESEND-TAG.
    IF WS-TAG-RESEND-DATE = ZEROS
        MOVE SPACES TO WS-RESEND-TAG
    ELSE
        MOVE SPACES TO WS-RESEND-TAG
        STRING ' RESEND ' DELIMITED BY SIZE
               WS-TAG-RESEND-DATE DELIMITED BY SIZE
            INTO WS-RESEND-TAG
        END-STRING
    END-IF.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CARRIED FORWARD: ' DELIMITED BY SIZE
