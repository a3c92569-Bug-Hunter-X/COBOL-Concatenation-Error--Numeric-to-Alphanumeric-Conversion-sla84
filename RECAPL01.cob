*> Shop-standard apply for the DELTAOUT change feed. RECBLD01's
*> delta extract carries AD/CH/DL transactions inside an HD/TR
*> bracket whose trailer totals the feed by change type
*> (ADDS=/CHGS=/DELS=, and MOVS= for the record-number moves
*> RECUPD01 made since the prior feed); every internal consumer
*> used to hand-roll its own apply logic, and two of them
*> mis-applied a feed by ignoring those trailer counts. This
*> program is the one audited way to maintain a downstream keyed
*> copy from the feed:
*>   - pass one reads the whole feed without touching the target:
*>     the HD bracket must open the feed, the TR trailer must
*>     close it, and the per-type counts actually present must
*>     balance the trailer's ADDS=/CHGS=/DELS= figures - any
*>     problem holds the ENTIRE apply (RC=8, target untouched),
*>   - pass two (only on a balanced feed) applies moves, adds,
*>     changes, and deletes to the receiving keyed file and prints
*>     an apply register; apply exceptions (an add already
*>     present, a change, delete or move for a missing key) are
*>     reported per key and end the step RC=8 so the copy is
*>     reconciled.
*> A move (MV) renumbers the copy's record from the old key to
*> the 'TO=' key in its data, by the same rule RECUPD01 used on
*> the master: when the new key is already on the copy it is a
*> merge and the record there survives; the old key goes either
*> way. A trailer from before moves existed has no MOVS= figure,
*> which reads as zero.
*> The receiving file carries the same VSAMREC layout as the
*> master cluster; point RCVKSDS at the consumer's own copy.
*> Condition codes: 0 = feed balanced and applied clean, 8 = feed
    *> Pass-one counts of what the feed actually carries, against
    *> the trailer's claimed figures. The trailer layout is
    *> RECBLD01's 3300-WRITE-TRAILER string: 'ADDS=' + 9(8) +
    *> ' CHGS=' + 9(8) + ' DELS=' + 9(8) + ' MOVS=' + 9(8), each
    *> value at a fixed offset in DELTA-DATA.
    05  WS-ADD-COUNTED              PIC 9(8) VALUE ZEROS.
    05  WS-CHANGE-COUNTED           PIC 9(8) VALUE ZEROS.
    05  WS-DELETE-COUNTED           PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-COUNTED             PIC 9(8) VALUE ZEROS.
    05  WS-ADD-CLAIMED              PIC 9(8) VALUE ZEROS.
    05  WS-CHANGE-CLAIMED           PIC 9(8) VALUE ZEROS.
    05  WS-DELETE-CLAIMED           PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-CLAIMED             PIC 9(8) VALUE ZEROS.

01  WS-APPLY-AREA.
    05  WS-ADD-APPLIED              PIC 9(8) VALUE ZEROS.
    05  WS-CHANGE-APPLIED           PIC 9(8) VALUE ZEROS.
    05  WS-DELETE-APPLIED           PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-APPLIED             PIC 9(8) VALUE ZEROS.
    05  WS-EXCEPTION-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-TO-KEY              PIC 9(9) VALUE ZEROS.
    05  WS-MOVE-IMAGE               PIC X(80) VALUE SPACES.
    05  WS-MOVE-BUILD-DATE          PIC 9(8) VALUE ZEROS.

01  WS-COUNTER-AREA.
    05  WS-PROBLEM-COUNT            PIC 9(8) VALUE ZEROS.
            ADD 1 TO WS-CHANGE-COUNTED
        WHEN DELTA-TYPE-DELTA-DELETE
            ADD 1 TO WS-DELETE-COUNTED
        WHEN DELTA-TYPE-DELTA-MOVE
            ADD 1 TO WS-MOVE-COUNTED
            IF DELTA-DATA(4:9) NOT NUMERIC
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'MV FOR RECORD NUMBER ' DELIMITED BY SIZE
                       DELTA-RECORD-NUMBER DELIMITED BY SIZE
                       ' HAS NO NUMERIC TO= KEY' DELIMITED BY SIZE
                    INTO WS-PROBLEM-TEXT
                END-STRING
                PERFORM 4900-WRITE-PROBLEM
            END-IF
        WHEN DELTA-TYPE-TRAILER
            SET WS-TRAILER-SEEN TO TRUE
            MOVE FUNCTION NUMVAL(DELTA-DATA(6:8))
                TO WS-CHANGE-CLAIMED
            MOVE FUNCTION NUMVAL(DELTA-DATA(34:8))
                TO WS-DELETE-CLAIMED
            MOVE FUNCTION NUMVAL(DELTA-DATA(48:8))
                TO WS-MOVE-CLAIMED
        WHEN OTHER
            *> DT snapshot details belong to IFACEOUT, not this
            *> feed - any unexpected type means the wrong dataset
            END-STRING
            PERFORM 4900-WRITE-PROBLEM
        END-IF
        IF WS-MOVE-COUNTED NOT = WS-MOVE-CLAIMED
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'TRAILER CLAIMS MOVS=' DELIMITED BY SIZE
                   WS-MOVE-CLAIMED DELIMITED BY SIZE
                   ' BUT FEED CARRIES ' DELIMITED BY SIZE
                   WS-MOVE-COUNTED DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
            PERFORM 4900-WRITE-PROBLEM
        END-IF
    END-IF.

2950-REFUSE-THE-FEED.
                    PERFORM 3300-APPLY-CHANGE
                WHEN DELTA-TYPE-DELTA-DELETE
                    PERFORM 3400-APPLY-DELETE
                WHEN DELTA-TYPE-DELTA-MOVE
                    PERFORM 3500-APPLY-MOVE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            ADD 1 TO WS-DELETE-APPLIED
    END-DELETE.

3500-APPLY-MOVE.
    *> The old key must be on the copy - a move of a key the copy
    *> never had is the same disagreement as a change for one.
    *> A free new key takes the old image; a new key already on
    *> the copy keeps its own record (a merge). The old key goes
    *> either way.
    MOVE DELTA-DATA(4:9) TO WS-MOVE-TO-KEY.
    MOVE DELTA-RECORD-NUMBER TO VSAM-REC-KEY.
    READ RCV-KSDS-FILE
        INVALID KEY
            MOVE 'MV' TO WS-PROBLEM-TEXT
            PERFORM 3900-REPORT-EXCEPTION
        NOT INVALID KEY
            MOVE VSAM-REC-DATA TO WS-MOVE-IMAGE
            MOVE VSAM-REC-BUILD-DATE TO WS-MOVE-BUILD-DATE
            MOVE WS-MOVE-TO-KEY TO VSAM-REC-KEY
            MOVE WS-MOVE-IMAGE TO VSAM-REC-DATA
            MOVE WS-MOVE-BUILD-DATE TO VSAM-REC-BUILD-DATE
            WRITE VSAM-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE DELTA-RECORD-NUMBER TO VSAM-REC-KEY
            DELETE RCV-KSDS-FILE RECORD
                INVALID KEY
                    MOVE 'RCVKSDS ' TO WS-ABEND-FILE-NAME
                    MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
                    PERFORM 9900-ABEND-FILE-ERROR
            END-DELETE
            ADD 1 TO WS-MOVE-APPLIED
    END-READ.

3900-REPORT-EXCEPTION.
    *> WS-PROBLEM-TEXT carries the change type at entry.
    ADD 1 TO WS-EXCEPTION-COUNT.
           WS-CHANGE-COUNTED DELIMITED BY SIZE
           '  DELETES: ' DELIMITED BY SIZE
           WS-DELETE-COUNTED DELIMITED BY SIZE
           '  MOVES: ' DELIMITED BY SIZE
           WS-MOVE-COUNTED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
           WS-CHANGE-APPLIED DELIMITED BY SIZE
           '  DELETES: ' DELIMITED BY SIZE
           WS-DELETE-APPLIED DELIMITED BY SIZE
           '  MOVES: ' DELIMITED BY SIZE
           WS-MOVE-APPLIED DELIMITED BY SIZE
           '  EXCEPTIONS: ' DELIMITED BY SIZE
           WS-EXCEPTION-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
