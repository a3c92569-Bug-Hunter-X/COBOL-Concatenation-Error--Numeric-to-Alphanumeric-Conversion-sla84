*> Night-before preflight editor for the suite's punched control
*> cards. The stream now runs on six different card decks -
*> CTLCARD (RECBLD01), MRGCARD (RECMRG01), PRGCARD (RECPRG01),
*> RCVCARD (RECRCV01), the TXNREC maintenance deck (queued by
*> RECAPV01 for RECUPD01), and RECSTAT1's month card - and a
*> mispunch used to surface at 2 a.m. as the owning step's RC=8,
*> burning batch window. Run this at shift start against the
*> whole night's cards in one pass; the operator clears the edit
*> report before the window opens.
*> Field-level edits per card (numeric columns, real calendar
*> dates, nonzero where the owning program demands it) plus the
*> cross-card checks no single program can make:
            END-IF
        END-IF
    END-IF.
    IF NOT PRG-RUN-LIVE AND NOT PRG-RUN-REHEARSAL
        MOVE 'PRGCARD RUN MODE (COL 18) NOT BLANK OR R'
            TO WS-PROBLEM-TEXT
        PERFORM 4900-WRITE-PROBLEM
    END-IF.

2400-EDIT-RCVCARD.
    OPEN INPUT RCV-CARD-FILE.
            END-IF
        END-IF
    END-IF.
    IF NOT RCV-RUN-LIVE AND NOT RCV-RUN-REHEARSAL
        MOVE 'RCVCARD RUN MODE (COL 17) NOT BLANK OR R'
            TO WS-PROBLEM-TEXT
        PERFORM 4900-WRITE-PROBLEM
    END-IF.

2500-EDIT-TXN-DECK.
    OPEN INPUT TXN-FILE.
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'TXNFILE CARD ' DELIMITED BY SIZE
                       WS-TXN-CARD-NUMBER DELIMITED BY SIZE
                       ' ACTION CODE NOT A, R, D, OR M'
                        DELIMITED BY SIZE
                    INTO WS-PROBLEM-TEXT
                END-STRING
                END-STRING
                PERFORM 4900-WRITE-PROBLEM
            END-IF
            *> A move must name a real new number that is not the
            *> old one - RECUPD01's 2600 rejects anything else.
            IF TXN-ACTION-MOVE
                IF TXN-MOVE-TO-NUMBER NOT NUMERIC
                    OR (TXN-MOVE-TO-NUMBER NUMERIC
                        AND (TXN-MOVE-TO-NUMBER = ZERO
                            OR TXN-MOVE-TO-NUMBER = TXN-RECORD-NUMBER))
                    MOVE SPACES TO WS-PROBLEM-TEXT
                    STRING 'TXNFILE CARD ' DELIMITED BY SIZE
                           WS-TXN-CARD-NUMBER DELIMITED BY SIZE
                           ' MOVE NEW NUMBER (COLS 11-19) INVALID'
                            DELIMITED BY SIZE
                        INTO WS-PROBLEM-TEXT
                    END-STRING
                    PERFORM 4900-WRITE-PROBLEM
                END-IF
            END-IF
            *> RECAPV01 refuses a maintenance card with no
            *> submitting operator - it can never be queued for
            *> approval, let alone applied.
            IF TXN-OPERATOR-ID = SPACES
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'TXNFILE CARD ' DELIMITED BY SIZE
                       WS-TXN-CARD-NUMBER DELIMITED BY SIZE
                       ' SUBMITTING OPERATOR (COLS 73-80) BLANK'
                        DELIMITED BY SIZE
                    INTO WS-PROBLEM-TEXT
                END-STRING
                PERFORM 4900-WRITE-PROBLEM
            END-IF
    END-READ.

2600-EDIT-MONTH-CARD.
