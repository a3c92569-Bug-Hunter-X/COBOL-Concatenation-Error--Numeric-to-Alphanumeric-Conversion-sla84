*>     date,
*>   - DELETED when the latest such action is a D,
*>   - NOT ON FILE AS OF the date when the key's history starts
*>     only after it,
*>   - MOVED AWAY when the latest such action is an M (RECUPD01
*>     renumbered the record).
*> Moves are followed through the XREFFILE cross-reference in
*> both directions, so a query on either number finds the
*> content: a moved-away key is chased forward to the number it
*> went to (and on, if that number moved again) and the image
*> there as of the date is printed under it; a key not yet on
*> file that later received a record by a move is traced back
*> to the number that held the record on the as-of date. The
*> chain lookups read the history through a second keyed path
*> so the range walk keeps its position; a chain is followed
*> for at most ten moves.
*> Keys with no history rows at all inside the range do not
*> print - the history cannot attest to a key it never saw.
*> Condition codes: 0 = report produced, 8 = bad control card,
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.

    SELECT HIST-CHAIN-FILE ASSIGN TO HISTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HCHN-KEY
        FILE STATUS IS WS-HCHN-STATUS.

    SELECT XREF-FILE ASSIGN TO XREFFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XREF-KEY
        FILE STATUS IS WS-XREF-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
FD  HIST-FILE.
    COPY HISTREC.

FD  HIST-CHAIN-FILE.
    COPY HISTREC REPLACING LEADING ==HIST== BY ==HCHN==.

FD  XREF-FILE.
    COPY XREFREC.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-HIST-STATUS              PIC X(2) VALUE SPACES.
    05  WS-HCHN-STATUS              PIC X(2) VALUE SPACES.
    05  WS-XREF-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

    05  WS-BEST-DATA                PIC X(80) VALUE SPACES.
    05  WS-EARLIEST-DATE            PIC 9(8) VALUE ZEROS.

01  WS-CHAIN-AREA.
    *> Move-chain state. WS-CHAIN-KEY/DATE is the end of the chain
    *> reached so far; 2500-LOOKUP-CHAIN-IMAGE answers for one key
    *> as of the as-of date into the WS-CHAIN-BEST fields the same
    *> way the range walk answers for WS-CURRENT-KEY.
    05  WS-CHAIN-DONE-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CHAIN-DONE           VALUE 'Y'.
    05  WS-CHAIN-HOPS               PIC 9(2) VALUE ZEROS.
    05  WS-CHAIN-MAX-HOPS           PIC 9(2) VALUE 10.
    05  WS-CHAIN-KEY                PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-DATE               PIC 9(8) VALUE ZEROS.
    05  WS-CHAIN-OTHER-KEY          PIC 9(9) VALUE ZEROS.
    05  WS-CHAIN-KIND               PIC X(1) VALUE SPACE.
        88  WS-CHAIN-KIND-MERGE     VALUE 'G'.
    05  WS-CHAIN-SCAN-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CHAIN-SCAN-DONE      VALUE 'Y'.
    05  WS-CHAIN-XREF-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CHAIN-XREF-FOUND     VALUE 'Y'.
    05  WS-CHAIN-BEST-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CHAIN-BEST-FOUND     VALUE 'Y'.
    05  WS-CHAIN-BEST-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-CHAIN-BEST-ACTION        PIC X(1) VALUE SPACE.
    05  WS-CHAIN-BEST-DATA          PIC X(80) VALUE SPACES.

01  WS-COUNTER-AREA.
    05  WS-HISTORY-READ             PIC 9(8) VALUE ZEROS.
    05  WS-KEYS-ANSWERED            PIC 9(8) VALUE ZEROS.
    05  WS-KEYS-DELETED             PIC 9(8) VALUE ZEROS.
    05  WS-KEYS-NOT-YET             PIC 9(8) VALUE ZEROS.
    05  WS-KEYS-MOVED               PIC 9(8) VALUE ZEROS.
    05  WS-KEYS-TRACED-BACK         PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECASF01'.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-WALK-HISTORY-RANGE.
    CLOSE HIST-FILE.
    CLOSE HIST-CHAIN-FILE.
    CLOSE XREF-FILE.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN INPUT HIST-CHAIN-FILE.
    IF WS-HCHN-STATUS NOT = '00'
        MOVE 'HISTFILE' TO WS-ABEND-FILE-NAME
        MOVE WS-HCHN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN INPUT XREF-FILE.
    IF WS-XREF-STATUS NOT = '00'
        MOVE 'XREFFILE' TO WS-ABEND-FILE-NAME
        MOVE WS-XREF-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
                   WS-EARLIEST-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-BEST-ACTION = 'M'
            ADD 1 TO WS-KEYS-MOVED
            STRING 'KEY ' DELIMITED BY SIZE
                   WS-CURRENT-KEY DELIMITED BY SIZE
                   ' MOVED AWAY AS OF ' DELIMITED BY SIZE
                   WS-BEST-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-BEST-ACTION = 'D'
            ADD 1 TO WS-KEYS-DELETED
            STRING 'KEY ' DELIMITED BY SIZE
            END-STRING
    END-EVALUATE.
    WRITE REPORT-RECORD.
    EVALUATE TRUE
        WHEN NOT WS-BEST-FOUND
            PERFORM 2450-TRACE-BACK
        WHEN WS-BEST-ACTION = 'M'
            PERFORM 2400-FOLLOW-FORWARD
    END-EVALUATE.
    MOVE 'N' TO WS-KEY-OPEN-SWITCH.

2400-FOLLOW-FORWARD.
    *> The T row written with the M history row names where the
    *> record went; each hop prints the move and then the new
    *> number's own state as of the as-of date.
    MOVE WS-CURRENT-KEY TO WS-CHAIN-KEY.
    MOVE WS-BEST-DATE TO WS-CHAIN-DATE.
    MOVE ZEROS TO WS-CHAIN-HOPS.
    MOVE 'N' TO WS-CHAIN-DONE-SWITCH.
    PERFORM 2410-FOLLOW-ONE-HOP UNTIL WS-CHAIN-DONE.

2410-FOLLOW-ONE-HOP.
    IF WS-CHAIN-HOPS NOT < WS-CHAIN-MAX-HOPS
        MOVE SPACES TO REPORT-RECORD
        STRING '    -> CHAIN LONGER THAN ' DELIMITED BY SIZE
               WS-CHAIN-MAX-HOPS DELIMITED BY SIZE
               ' MOVES - NOT FOLLOWED FURTHER' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        SET WS-CHAIN-DONE TO TRUE
    ELSE
        ADD 1 TO WS-CHAIN-HOPS
        MOVE WS-CHAIN-KEY TO XREF-REC-NUMBER
        MOVE WS-CHAIN-DATE TO XREF-BUSINESS-DATE
        MOVE 'T' TO XREF-DIRECTION
        READ XREF-FILE
            INVALID KEY
                MOVE SPACES TO REPORT-RECORD
                STRING '    -> NO CROSS-REFERENCE ON FILE FOR THE MOVE'
                    DELIMITED BY SIZE INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                SET WS-CHAIN-DONE TO TRUE
            NOT INVALID KEY
                MOVE XREF-OTHER-NUMBER TO WS-CHAIN-OTHER-KEY
                MOVE XREF-MOVE-KIND TO WS-CHAIN-KIND
                PERFORM 2420-REPORT-FORWARD-HOP
        END-READ
    END-IF.

2420-REPORT-FORWARD-HOP.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-CHAIN-KIND-MERGE
        STRING '    -> MERGED INTO KEY ' DELIMITED BY SIZE
               WS-CHAIN-OTHER-KEY DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING '    -> MOVED TO KEY ' DELIMITED BY SIZE
               WS-CHAIN-OTHER-KEY DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    MOVE WS-CHAIN-OTHER-KEY TO WS-CHAIN-KEY.
    PERFORM 2500-LOOKUP-CHAIN-IMAGE.
    MOVE SPACES TO REPORT-RECORD.
    EVALUATE TRUE
        WHEN NOT WS-CHAIN-BEST-FOUND
            STRING '    -> KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ' NOT ON FILE AS OF ' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
        WHEN WS-CHAIN-BEST-ACTION = 'M'
            *> Moved on again - the next hop reports where.
            MOVE WS-CHAIN-BEST-DATE TO WS-CHAIN-DATE
        WHEN WS-CHAIN-BEST-ACTION = 'D'
            STRING '    -> KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ' DELETED AS OF ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
        WHEN OTHER
            STRING '    -> KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ' (IMAGE OF ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATE DELIMITED BY SIZE
                   '): ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATA DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
    END-EVALUATE.

2450-TRACE-BACK.
    *> A key not yet on file at the as-of date may have received
    *> its record later by a move; the earliest F row after the
    *> as-of date names the number that held it, and that number
    *> is answered for as of the same date - traced further back
    *> when it too had yet to receive the record.
    MOVE WS-CURRENT-KEY TO WS-CHAIN-KEY.
    MOVE ZEROS TO WS-CHAIN-HOPS.
    MOVE 'N' TO WS-CHAIN-DONE-SWITCH.
    PERFORM 2460-TRACE-ONE-HOP-BACK UNTIL WS-CHAIN-DONE.

2460-TRACE-ONE-HOP-BACK.
    IF WS-CHAIN-HOPS NOT < WS-CHAIN-MAX-HOPS
        MOVE SPACES TO REPORT-RECORD
        STRING '    <- CHAIN LONGER THAN ' DELIMITED BY SIZE
               WS-CHAIN-MAX-HOPS DELIMITED BY SIZE
               ' MOVES - NOT TRACED FURTHER' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        SET WS-CHAIN-DONE TO TRUE
    ELSE
        ADD 1 TO WS-CHAIN-HOPS
        PERFORM 2470-FIND-ARRIVAL
        IF WS-CHAIN-XREF-FOUND
            IF WS-CHAIN-HOPS = 1
                ADD 1 TO WS-KEYS-TRACED-BACK
            END-IF
            MOVE WS-CHAIN-OTHER-KEY TO WS-CHAIN-KEY
            PERFORM 2500-LOOKUP-CHAIN-IMAGE
            PERFORM 2490-REPORT-BACKWARD-HOP
        ELSE
            SET WS-CHAIN-DONE TO TRUE
        END-IF
    END-IF.

2470-FIND-ARRIVAL.
    MOVE 'N' TO WS-CHAIN-XREF-SWITCH.
    MOVE 'N' TO WS-CHAIN-SCAN-SWITCH.
    MOVE WS-CHAIN-KEY TO XREF-REC-NUMBER.
    MOVE WS-AS-OF-DATE TO XREF-BUSINESS-DATE.
    MOVE HIGH-VALUE TO XREF-DIRECTION.
    START XREF-FILE KEY > XREF-KEY
        INVALID KEY
            SET WS-CHAIN-SCAN-DONE TO TRUE
    END-START.
    PERFORM 2480-READ-ARRIVAL-ROW UNTIL WS-CHAIN-SCAN-DONE.

2480-READ-ARRIVAL-ROW.
    READ XREF-FILE NEXT
        AT END
            SET WS-CHAIN-SCAN-DONE TO TRUE
        NOT AT END
            IF XREF-REC-NUMBER NOT = WS-CHAIN-KEY
                SET WS-CHAIN-SCAN-DONE TO TRUE
            ELSE
                IF XREF-MOVED-FROM
                    MOVE XREF-OTHER-NUMBER TO WS-CHAIN-OTHER-KEY
                    SET WS-CHAIN-XREF-FOUND TO TRUE
                    SET WS-CHAIN-SCAN-DONE TO TRUE
                END-IF
            END-IF
    END-READ.

2490-REPORT-BACKWARD-HOP.
    MOVE SPACES TO REPORT-RECORD.
    EVALUATE TRUE
        WHEN NOT WS-CHAIN-BEST-FOUND
            *> Not on file there either - look for where IT came from.
            STRING '    <- CAME FROM KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ', ALSO NOT ON FILE AS OF ' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        WHEN WS-CHAIN-BEST-ACTION = 'M'
            STRING '    <- CAME FROM KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ', MOVED AWAY AS OF ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
        WHEN WS-CHAIN-BEST-ACTION = 'D'
            STRING '    <- CAME FROM KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ', DELETED AS OF ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATE DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
        WHEN OTHER
            STRING '    <- HELD AS KEY ' DELIMITED BY SIZE
                   WS-CHAIN-KEY DELIMITED BY SIZE
                   ' (IMAGE OF ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATE DELIMITED BY SIZE
                   '): ' DELIMITED BY SIZE
                   WS-CHAIN-BEST-DATA DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            SET WS-CHAIN-DONE TO TRUE
    END-EVALUATE.

2500-LOOKUP-CHAIN-IMAGE.
    *> Latest version of WS-CHAIN-KEY at or before the as-of date,
    *> read through the chain path so the range walk's position
    *> on HIST-FILE is left alone.
    MOVE 'N' TO WS-CHAIN-BEST-SWITCH.
    MOVE 'N' TO WS-CHAIN-SCAN-SWITCH.
    MOVE WS-CHAIN-KEY TO HCHN-REC-NUMBER.
    MOVE ZEROS TO HCHN-BUSINESS-DATE.
    START HIST-CHAIN-FILE KEY >= HCHN-KEY
        INVALID KEY
            SET WS-CHAIN-SCAN-DONE TO TRUE
    END-START.
    PERFORM 2510-READ-CHAIN-VERSION UNTIL WS-CHAIN-SCAN-DONE.

2510-READ-CHAIN-VERSION.
    READ HIST-CHAIN-FILE NEXT
        AT END
            SET WS-CHAIN-SCAN-DONE TO TRUE
        NOT AT END
            IF HCHN-REC-NUMBER NOT = WS-CHAIN-KEY
                OR HCHN-BUSINESS-DATE > WS-AS-OF-DATE
                SET WS-CHAIN-SCAN-DONE TO TRUE
            ELSE
                SET WS-CHAIN-BEST-FOUND TO TRUE
                MOVE HCHN-BUSINESS-DATE TO WS-CHAIN-BEST-DATE
                MOVE HCHN-ACTION-CODE TO WS-CHAIN-BEST-ACTION
                MOVE HCHN-DATA TO WS-CHAIN-BEST-DATA
            END-IF
    END-READ.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'HISTORY VERSIONS READ: ' DELIMITED BY SIZE
           WS-KEYS-DELETED DELIMITED BY SIZE
           '   NOT YET ON FILE: ' DELIMITED BY SIZE
           WS-KEYS-NOT-YET DELIMITED BY SIZE
           '   MOVED AWAY: ' DELIMITED BY SIZE
           WS-KEYS-MOVED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-KEYS-TRACED-BACK > ZEROS
        MOVE SPACES TO REPORT-RECORD
        STRING 'NOT-YET KEYS TRACED BACK TO A PRIOR NUMBER: '
                DELIMITED BY SIZE
               WS-KEYS-TRACED-BACK DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    IF WS-HISTORY-READ = ZEROS
        MOVE SPACES TO REPORT-RECORD
