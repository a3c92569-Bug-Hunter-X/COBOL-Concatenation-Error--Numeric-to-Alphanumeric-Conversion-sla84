*> purge report of each key removed. Before this existed the only
*> cleanup was deleting and redefining the whole cluster with
*> RECBLD01-VSAM-SETUP.jcl and rebuilding from scratch.
*> Business date: CTL-BUSINESS-DATE from the optional CTLCARD (the
*> same card RECBLD01 reads), else the system date - it dates the
*> HISTFILE delete version of every key purged.
*> Month-end lock: once RECPCL01 has closed a period (PERIODS
*> register, copybooks/PERREC.CPY), a run whose business date
*> falls inside it is refused before the cluster is opened -
*> unless a reopen card (RPNCARD, copybooks/RPNCARD.CPY) for that
*> period is supplied, in which case the reopen is logged to the
*> register and the event log and printed on the purge report.
*> Rehearsal: an R in the PRGCARD run-mode column (copybooks/
*> PRGCARD.CPY) makes the same scan with the cluster opened for
*> input only - HISTFILE and AUDITOUT are not opened and a reopen
*> card is checked but not logged - and the report lists every
*> key the card would delete, why, and the record that would go,
*> ending in totals and a breakdown by category for the
*> supervisor to sign off before the live purge goes in.
*> Condition codes: 0 = purge complete (including nothing to
*> purge), 8 = bad control card or SEALKEY card, business date in
*> a closed period without a reopen card, or bad reopen card
*> (nothing purged), 16 = I/O failure. A rehearsal ends with the
*> code the live purge would.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECPRG01.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT OPTIONAL CTL-CARD-FILE ASSIGN TO CTLCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT VSAM-KSDS-FILE ASSIGN TO VSAMKSDS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.

    SELECT SEAL-KEY-FILE ASSIGN TO SEALKEY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEAL-STATUS.

    SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PER-STATUS.

    SELECT OPTIONAL REOPEN-CARD-FILE ASSIGN TO RPNCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPN-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.
FD  PRG-CARD-FILE.
    COPY PRGCARD.

FD  CTL-CARD-FILE.
    COPY CTLCARD.

FD  VSAM-KSDS-FILE.
    COPY VSAMREC.

FD  HIST-FILE.
    COPY HISTREC.

FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  PERIOD-FILE.
    COPY PERREC.

FD  REOPEN-CARD-FILE.
    COPY RPNCARD.

FD  EVENT-FILE.
    COPY EVTREC.

    05  WS-SCAN-DONE-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-SCAN-DONE            VALUE 'Y'.
    05  WS-PURGE-REASON             PIC X(30) VALUE SPACES.
    05  WS-REHEARSAL-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-REHEARSAL-MODE       VALUE 'Y'.
    05  WS-IMPACT-SUB               PIC 9(1) VALUE ZEROS.
    *> Same marker RECUPD01 journals for its deletes - RECRCV01
    *> recognizes it and replays the delete, so a purge run after
    *> the nightly backup is not silently undone by a forward

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-VSAM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-HIST-STATUS              PIC X(2) VALUE SPACES.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.
    05  WS-PER-STATUS               PIC X(2) VALUE SPACES.
    05  WS-RPN-STATUS               PIC X(2) VALUE SPACES.

01  WS-SEAL-AREA.
    *> Audit trail seal state (copybooks/AUDITREC.CPY). The key
    *> comes from the SEALKEY card; the chain position of each
    *> trail written is picked up from the last sealed record
    *> already on it, so the first record this run writes follows
    *> on from the last one any run wrote.
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

01  WS-CARD-AREA.
    05  WS-PURGE-ABOVE-KEY          PIC 9(9) VALUE ZEROS.
    05  WS-DATE-PURGE-COUNT         PIC 9(8) VALUE ZEROS.
    05  WS-RETAINED-COUNT           PIC 9(8) VALUE ZEROS.

01  WS-CATEGORY-TABLE.
    *> Rehearsal impact by category (enriched-entry columns 57-60,
    *> blank for a plain entry), kept in category order by sorted
    *> insertion exactly as RECCAT01 keeps its table. The two
    *> counts are keys above the build range and keys past
    *> retention.
    05  WS-CAT-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CAT-ENTRY OCCURS 100.
        10  WS-ENT-CATEGORY         PIC X(4).
        10  WS-ENT-IMPACT-COUNTS.
            15  WS-ENT-IMPACT       PIC 9(8) OCCURS 2.
    05  WS-SEARCH-CAT               PIC X(4) VALUE SPACES.
    05  WS-CAT-LABEL                PIC X(4) VALUE SPACES.
    05  WS-CAT-TOTAL                PIC 9(8) VALUE ZEROS.
    05  WS-SUB                      PIC 9(3) VALUE ZEROS.
    05  WS-MATCH-SUB                PIC 9(3) VALUE ZEROS.
    05  WS-INSERT-POS               PIC 9(3) VALUE ZEROS.
    05  WS-SHIFT-SUB                PIC 9(3) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECPRG01'.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
    05  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.

01  WS-PERIOD-LOCK-AREA.
    *> Month-end lock. The periods RECPCL01 has closed (C lines on
    *> the PERIODS register, copybooks/PERREC.CPY) are loaded
    *> before anything is opened for update; a date inside one is
    *> locked - the whole calendar month - unless this run carries
    *> a valid reopen card (copybooks/RPNCARD.CPY) for it. 240
    *> periods is twenty years of month-ends.
    05  WS-PER-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-PER-EOF              VALUE 'Y'.
    05  WS-CLOSED-COUNT             PIC 9(3) VALUE ZEROS.
    05  WS-CLOSED-PERIOD            PIC 9(6) OCCURS 240.
    05  WS-CLOSED-SUB               PIC 9(3) VALUE ZEROS.
    05  WS-CHECK-DATE               PIC 9(8) VALUE ZEROS.
    05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
        10  WS-CHECK-PERIOD         PIC 9(6).
        10  FILLER                  PIC 9(2).
    05  WS-PERIOD-CLOSED-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-PERIOD-CLOSED        VALUE 'Y'.
    05  WS-REOPEN-SWITCH            PIC X(1) VALUE 'N'.
        88  WS-REOPEN-GRANTED       VALUE 'Y'.
    05  WS-REOPEN-PERIOD            PIC 9(6) VALUE ZEROS.
    05  WS-REOPEN-REQUESTED-BY      PIC X(8) VALUE SPACES.
    05  WS-REOPEN-APPROVED-BY       PIC X(8) VALUE SPACES.
    05  WS-REOPEN-REASON            PIC X(50) VALUE SPACES.

01  WS-EVENT-AREA.
    *> Shared operations event log state. WS-EVT-DATE is the
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZATION.
    MOVE WS-BUSINESS-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1200-READ-PURGE-CARD.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1700-LOAD-CLOSED-PERIODS.
    PERFORM 1750-READ-REOPEN-CARD.
    PERFORM 1780-CHECK-PERIOD-LOCK.
    *> A rehearsal is held to the lock like the live purge, but it
    *> reopens nothing, so there is nothing to log.
    IF WS-REOPEN-GRANTED AND NOT WS-REHEARSAL-MODE
        PERFORM 1790-LOG-REOPEN
    END-IF.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-SCAN-AND-PURGE.
    IF WS-REHEARSAL-MODE
        PERFORM 6000-FINISH-REHEARSAL
    END-IF.
    CLOSE AUDIT-FILE.
    CLOSE VSAM-KSDS-FILE.
    CLOSE HIST-FILE.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
    PERFORM 1100-READ-CONTROL-CARD.

1100-READ-CONTROL-CARD.
    *> Optional, as it is for RECBLD01 and RECDSC01 - only the
    *> business date is taken from it here. Absent, short, or zero
    *> keeps the system date.
    OPEN INPUT CTL-CARD-FILE.
    EVALUATE WS-CTL-STATUS
        WHEN '00'
            READ CTL-CARD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CTL-BUSINESS-DATE NUMERIC
                        AND CTL-BUSINESS-DATE > ZERO
                        MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                    END-IF
            END-READ
            CLOSE CTL-CARD-FILE
        WHEN '05'
            CLOSE CTL-CARD-FILE
        WHEN OTHER
            MOVE 'CTLCARD ' TO WS-ABEND-FILE-NAME
            MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

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
        DISPLAY 'RECPRG01: SEALKEY CARD MISSING OR INVALID - '
            'NO AUDIT RECORD CAN BE SEALED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-READ-PURGE-CARD.
    *> Unlike RECBLD01's optional CTLCARD, the purge card is
            END-IF
            MOVE PRG-PURGE-ABOVE-KEY TO WS-PURGE-ABOVE-KEY
            MOVE PRG-RETENTION-DATE TO WS-RETENTION-DATE
            *> Blank is the live purge, R a rehearsal; anything else
            *> is a mispunch, and which way it was meant to go is
            *> not a guess to make on this program.
            EVALUATE TRUE
                WHEN PRG-RUN-LIVE
                    CONTINUE
                WHEN PRG-RUN-REHEARSAL
                    MOVE 'Y' TO WS-REHEARSAL-SWITCH
                WHEN OTHER
                    DISPLAY 'RECPRG01: PRGCARD RUN MODE (COL 18) MUST '
                        'BE BLANK (LIVE) OR R (REHEARSAL)'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
    END-READ.
    CLOSE PRG-CARD-FILE.
    IF WS-PURGE-ABOVE-KEY = ZEROS AND WS-RETENTION-DATE = ZEROS
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   BUSINESS DATE: ' DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           '   PURGE KEYS ABOVE: ' DELIMITED BY SIZE
           WS-PURGE-ABOVE-KEY DELIMITED BY SIZE
           '   RETENTION DATE: ' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-REOPEN-GRANTED
        PERFORM 1795-PRINT-REOPEN-LINE
    END-IF.

    IF WS-REHEARSAL-MODE
        PERFORM 1490-OPEN-FOR-REHEARSAL
    ELSE
        PERFORM 1410-OPEN-UPDATE-FILES
    END-IF.

1410-OPEN-UPDATE-FILES.
    OPEN I-O VSAM-KSDS-FILE.
    IF WS-VSAM-STATUS NOT = '00'
        MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME

    *> EXTEND, same as RECUPD01 - the purge appends its deletes to
    *> the cycle's journal so forward recovery replays them.
    PERFORM 1450-FIND-AUDIT-CHAIN-END.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
        MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1450-FIND-AUDIT-CHAIN-END.
    *> Pick the chain up where the trail ends: the last record
    *> carrying a sequence, a sealed record or a cut's anchor. A
    *> trail with none - empty, or holding only records written
    *> before sealing began - starts the chain at sequence 1.
    MOVE 'N' TO WS-CHAIN-SCAN-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    EVALUATE WS-AUDIT-STATUS
        WHEN '00'
            PERFORM 1460-SCAN-AUDIT-CHAIN UNTIL WS-CHAIN-SCAN-EOF
            CLOSE AUDIT-FILE
        WHEN '05'
            CLOSE AUDIT-FILE
        WHEN '35'
            CONTINUE
        WHEN OTHER
            MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
            MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1460-SCAN-AUDIT-CHAIN.
    READ AUDIT-FILE
        AT END
            SET WS-CHAIN-SCAN-EOF TO TRUE
        NOT AT END
            IF AUDIT-SEQUENCE NUMERIC AND AUDIT-SEAL NUMERIC
                AND AUDIT-SEQUENCE > ZERO
                MOVE AUDIT-SEQUENCE TO WS-AUDIT-CHAIN-SEQUENCE
                MOVE AUDIT-SEAL TO WS-AUDIT-CHAIN-SEAL
            END-IF
    END-READ.

1490-OPEN-FOR-REHEARSAL.
    *> A rehearsal reads the cluster and opens nothing it could
    *> write - no history, no trail - so there is no chain
    *> position to find either.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RUN MODE: REHEARSAL - IMPACT REPORT ONLY, NOTHING IS '
            DELIMITED BY SIZE
           'PURGED' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    OPEN INPUT VSAM-KSDS-FILE.
    IF WS-VSAM-STATUS NOT = '00'
        MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
        MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1700-LOAD-CLOSED-PERIODS.
    *> OPTIONAL - no register yet means no period has ever been
    *> closed. Any other failed open abends: a lock that quietly
    *> reads as "nothing closed" is no lock at all.
    OPEN INPUT PERIOD-FILE.
    EVALUATE WS-PER-STATUS
        WHEN '00'
            MOVE 'N' TO WS-PER-EOF-SWITCH
            PERFORM 1710-LOAD-ONE-PERIOD UNTIL WS-PER-EOF
            CLOSE PERIOD-FILE
        WHEN '05'
            CLOSE PERIOD-FILE
        WHEN OTHER
            MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
            MOVE WS-PER-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1710-LOAD-ONE-PERIOD.
    READ PERIOD-FILE
        AT END
            SET WS-PER-EOF TO TRUE
        NOT AT END
            IF PER-ENTRY-CLOSE
                IF WS-CLOSED-COUNT >= 240
                    DISPLAY 'RECPRG01: MORE THAN 240 CLOSED PERIODS '
                        'ON PERIODS - WIDEN THE TABLE BEFORE RERUNNING'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CLOSED-COUNT
                MOVE PER-PERIOD TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
            END-IF
    END-READ.

1720-TEST-PERIOD-CLOSED.
    *> Is the period of WS-CHECK-DATE on the closed list?
    MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
    IF WS-CLOSED-COUNT > ZERO
        PERFORM 1725-TEST-ONE-CLOSED-PERIOD
            VARYING WS-CLOSED-SUB FROM 1 BY 1
                UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
    END-IF.

1725-TEST-ONE-CLOSED-PERIOD.
    IF WS-CLOSED-PERIOD(WS-CLOSED-SUB) = WS-CHECK-PERIOD
        SET WS-PERIOD-CLOSED TO TRUE
    END-IF.

1750-READ-REOPEN-CARD.
    *> OPTIONAL - no card is the normal night. A card that is
    *> present must be right in every field: a reopen is the one
    *> way past a month-end close, so a mispunched one stops the
    *> run (RC=8, nothing applied) rather than being ignored.
    OPEN INPUT REOPEN-CARD-FILE.
    EVALUATE WS-RPN-STATUS
        WHEN '00'
            READ REOPEN-CARD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM 1755-EDIT-REOPEN-CARD
            END-READ
            CLOSE REOPEN-CARD-FILE
        WHEN '05'
            CLOSE REOPEN-CARD-FILE
        WHEN OTHER
            MOVE 'RPNCARD ' TO WS-ABEND-FILE-NAME
            MOVE WS-RPN-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1755-EDIT-REOPEN-CARD.
    IF RPN-PERIOD NOT NUMERIC
        DISPLAY 'RECPRG01: RPNCARD PERIOD (COLS 1-6) NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE RPN-PERIOD TO WS-CHECK-PERIOD.
    PERFORM 1720-TEST-PERIOD-CLOSED.
    IF NOT WS-PERIOD-CLOSED
        DISPLAY 'RECPRG01: RPNCARD NAMES PERIOD ' RPN-PERIOD
            ' WHICH IS NOT CLOSED - REMOVE THE CARD OR CORRECT IT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REQUESTED-BY = SPACES
        OR RPN-APPROVED-BY = SPACES
        OR RPN-REQUESTED-BY = RPN-APPROVED-BY
        DISPLAY 'RECPRG01: RPNCARD NEEDS TWO DIFFERENT OPERATORS - '
            'REQUESTED-BY (COLS 7-14) AND APPROVED-BY (COLS 15-22)'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REASON = SPACES
        DISPLAY 'RECPRG01: RPNCARD REASON (COLS 23-72) IS BLANK'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET WS-REOPEN-GRANTED TO TRUE.
    MOVE RPN-PERIOD TO WS-REOPEN-PERIOD.
    MOVE RPN-REQUESTED-BY TO WS-REOPEN-REQUESTED-BY.
    MOVE RPN-APPROVED-BY TO WS-REOPEN-APPROVED-BY.
    MOVE RPN-REASON TO WS-REOPEN-REASON.

1780-CHECK-PERIOD-LOCK.
    *> The run's business date stamps everything this run
    *> writes, so it is the date the lock is checked against:
    *> inside a closed period, nothing is applied unless the
    *> reopen card names that same period. A reopen card for some
    *> other period is a mistake, not a licence, and stops the run
    *> too.
    MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE.
    PERFORM 1720-TEST-PERIOD-CLOSED.
    IF WS-PERIOD-CLOSED
        AND NOT (WS-REOPEN-GRANTED
                 AND WS-REOPEN-PERIOD = WS-CHECK-PERIOD)
        DISPLAY 'RECPRG01 REFUSED: BUSINESS DATE ' WS-BUSINESS-DATE
            ' IS IN CLOSED PERIOD ' WS-CHECK-PERIOD
            ' - NOTHING APPLIED WITHOUT A REOPEN CARD (RPNCARD)'
        MOVE 8 TO RETURN-CODE
        PERFORM 1785-LOG-LOCK-REFUSAL
        STOP RUN
    END-IF.
    IF WS-REOPEN-GRANTED
        AND WS-REOPEN-PERIOD NOT = WS-CHECK-PERIOD
        DISPLAY 'RECPRG01 REFUSED: RPNCARD REOPENS PERIOD '
            WS-REOPEN-PERIOD ' BUT THE BUSINESS DATE ' WS-BUSINESS-DATE
            ' IS NOT IN IT'
        MOVE 8 TO RETURN-CODE
        PERFORM 1785-LOG-LOCK-REFUSAL
        STOP RUN
    END-IF.

1785-LOG-LOCK-REFUSAL.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'MAINTENANCE REFUSED - PERIOD ' DELIMITED BY SIZE
           WS-CHECK-PERIOD DELIMITED BY SIZE
           ' IS CLOSED (SEE SYSOUT)' DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.

1790-LOG-REOPEN.
    *> The reopen is logged before a single change is applied -
    *> an R line on the PERIODS register beside the C line it
    *> overrides, and a severity-4 event so operations see it
    *> the same morning.
    OPEN EXTEND PERIOD-FILE.
    IF WS-PER-STATUS NOT = '00' AND WS-PER-STATUS NOT = '05'
        MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
        MOVE WS-PER-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO PER-RECORD.
    SET PER-ENTRY-REOPEN TO TRUE.
    MOVE WS-REOPEN-PERIOD TO PER-PERIOD.
    MOVE ZEROS TO PER-PERIOD-END-DATE.
    MOVE 'RECPRG01' TO PER-PROGRAM.
    ACCEPT PER-LOGGED-DATE FROM DATE YYYYMMDD.
    ACCEPT PER-LOGGED-TIME FROM TIME.
    MOVE WS-BUSINESS-DATE TO PER-BUSINESS-DATE.
    MOVE WS-REOPEN-REQUESTED-BY TO PER-OPERATOR-1.
    MOVE WS-REOPEN-APPROVED-BY TO PER-OPERATOR-2.
    MOVE ZEROS TO PER-RECORD-COUNT.
    MOVE ZEROS TO PER-HASH-TOTAL.
    MOVE ZEROS TO PER-ACTIVE-COUNT.
    MOVE ZEROS TO PER-INACTIVE-COUNT.
    MOVE ZEROS TO PER-UNCODED-COUNT.
    MOVE WS-REOPEN-REASON TO PER-REASON.
    WRITE PER-RECORD.
    IF WS-PER-STATUS NOT = '00'
        MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
        MOVE WS-PER-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    CLOSE PERIOD-FILE.
    MOVE 4 TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'CLOSED PERIOD ' DELIMITED BY SIZE
           WS-REOPEN-PERIOD DELIMITED BY SIZE
           ' REOPENED FOR THIS RUN - REQUESTED ' DELIMITED BY SIZE
           WS-REOPEN-REQUESTED-BY DELIMITED BY SIZE
           ' APPROVED ' DELIMITED BY SIZE
           WS-REOPEN-APPROVED-BY DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.

1795-PRINT-REOPEN-LINE.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CLOSED PERIOD ' DELIMITED BY SIZE
           WS-REOPEN-PERIOD DELIMITED BY SIZE
           ' REOPENED FOR THIS RUN - REQUESTED BY ' DELIMITED BY SIZE
           WS-REOPEN-REQUESTED-BY DELIMITED BY SIZE
           ' APPROVED BY ' DELIMITED BY SIZE
           WS-REOPEN-APPROVED-BY DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-REOPEN-REASON DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

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
        MOVE 'RECPRG01' TO EVT-PROGRAM
                    AND VSAM-REC-KEY > WS-PURGE-ABOVE-KEY
                    MOVE 'KEY ABOVE CURRENT BUILD RANGE' TO WS-PURGE-REASON
                    ADD 1 TO WS-KEY-PURGE-COUNT
                    MOVE 1 TO WS-IMPACT-SUB
                    PERFORM 2150-PURGE-ONE-KEY
                WHEN WS-RETENTION-DATE > ZEROS
                    AND VSAM-REC-BUILD-DATE < WS-RETENTION-DATE
                    MOVE 'BUILD DATE BEFORE RETENTION' TO WS-PURGE-REASON
                    ADD 1 TO WS-DATE-PURGE-COUNT
                    MOVE 2 TO WS-IMPACT-SUB
                    PERFORM 2150-PURGE-ONE-KEY
                WHEN OTHER
                    ADD 1 TO WS-RETAINED-COUNT
            END-EVALUATE
    END-READ.

2150-PURGE-ONE-KEY.
    IF WS-REHEARSAL-MODE
        PERFORM 3000-REPORT-WOULD-PURGE
    ELSE
        PERFORM 2200-DELETE-AND-REPORT
    END-IF.

2200-DELETE-AND-REPORT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PURGED KEY ' DELIMITED BY SIZE
    MOVE WS-DELETE-MARKER TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    MOVE SPACES TO AUDIT-OPERATORS.
    PERFORM 9720-WRITE-SEALED-AUDIT.
    PERFORM 2400-WRITE-PURGE-HISTORY.

2400-WRITE-PURGE-HISTORY.
    *> DELETED for dates on or after the purge, same idempotent
    *> WRITE-then-REWRITE as the other history writers.
    MOVE VSAM-REC-KEY TO HIST-REC-NUMBER.
    MOVE WS-BUSINESS-DATE TO HIST-BUSINESS-DATE.
    MOVE 'D' TO HIST-ACTION-CODE.
    MOVE SPACES TO HIST-DATA.
    MOVE WS-DELETE-MARKER TO HIST-DATA.
            END-REWRITE
    END-WRITE.

3000-REPORT-WOULD-PURGE.
    *> The rehearsal's 2200: the same key, build date and reason
    *> the live purge prints, then the record that would go.
    MOVE VSAM-REC-DATA(57:4) TO WS-SEARCH-CAT.
    IF WS-SEARCH-CAT = SPACES
        MOVE '----' TO WS-CAT-LABEL
    ELSE
        MOVE WS-SEARCH-CAT TO WS-CAT-LABEL
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD PURGE KEY ' DELIMITED BY SIZE
           VSAM-REC-KEY DELIMITED BY SIZE
           ' BUILD DATE ' DELIMITED BY SIZE
           VSAM-REC-BUILD-DATE DELIMITED BY SIZE
           ' CAT ' DELIMITED BY SIZE
           WS-CAT-LABEL DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-PURGE-REASON DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '                BEFORE: ' DELIMITED BY SIZE
           VSAM-REC-DATA DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    PERFORM 3960-FIND-OR-ADD-CATEGORY.
    ADD 1 TO WS-ENT-IMPACT(WS-MATCH-SUB WS-IMPACT-SUB).

3960-FIND-OR-ADD-CATEGORY.
    *> Lookup by WS-SEARCH-CAT with sorted insertion - RECCAT01's
    *> 2700 to 2770, unchanged but for the counts carried.
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
        DISPLAY 'RECPRG01 ABEND: MORE THAN 100 CATEGORIES - '
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
    MOVE ZEROS TO WS-ENT-IMPACT-COUNTS(WS-INSERT-POS).
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
    STRING 'RECORDS READ: ' DELIMITED BY SIZE
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

6000-FINISH-REHEARSAL.
    *> A rehearsal closes down here rather than through the live
    *> purge's closes: only the cluster is open, for input.
    CLOSE VSAM-KSDS-FILE.
    PERFORM 6100-PRODUCE-IMPACT-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'REHEARSAL ONLY - WOULD PURGE STALE KEYS ' DELIMITED BY SIZE
           WS-KEY-PURGE-COUNT DELIMITED BY SIZE
           ' PAST RETENTION ' DELIMITED BY SIZE
           WS-DATE-PURGE-COUNT DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

6100-PRODUCE-IMPACT-SUMMARY.
    *> The rehearsal's summary: 5000's counts in the conditional,
    *> the impact by category, and the sign-off block change
    *> control files with the live purge card.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL TOTALS - NOTHING HAS BEEN PURGED'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECORDS READ: ' DELIMITED BY SIZE
           WS-RECORDS-READ DELIMITED BY SIZE
           '   WOULD RETAIN: ' DELIMITED BY SIZE
           WS-RETAINED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    COMPUTE WS-CAT-TOTAL = WS-KEY-PURGE-COUNT + WS-DATE-PURGE-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD PURGE - STALE KEYS: ' DELIMITED BY SIZE
           WS-KEY-PURGE-COUNT DELIMITED BY SIZE
           '   PAST RETENTION: ' DELIMITED BY SIZE
           WS-DATE-PURGE-COUNT DELIMITED BY SIZE
           '   TOTAL: ' DELIMITED BY SIZE
           WS-CAT-TOTAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CAT   STALE KEY RETENTION    TOTAL'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-CAT-COUNT > ZERO
        PERFORM 6150-PRINT-ONE-CATEGORY
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
        MOVE SPACES TO REPORT-RECORD
        STRING '(---- IS AN ENTRY WITH NO CATEGORY CODE)'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    ELSE
        MOVE SPACES TO REPORT-RECORD
        STRING 'NO KEY WOULD BE PURGED'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL ONLY - KSDS, HISTFILE AND AUDITOUT UNTOUCHED'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'THE LIVE PURGE DOES THE ABOVE ONLY IF THE CLUSTER IS '
            DELIMITED BY SIZE
           'UNCHANGED BY THEN' DELIMITED BY SIZE
        INTO REPORT-RECORD
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
    COMPUTE WS-CAT-TOTAL =
        WS-ENT-IMPACT(WS-SUB 1) + WS-ENT-IMPACT(WS-SUB 2).
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-CAT-LABEL DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 1) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 2) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CAT-TOTAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
