*> DESC-STATUS-CODE to I - the row stays on the master so history
*> and reactivation-by-replace remain possible; a replace writes
*> the row back active, which IS the reactivation path.
*> Maintenance is under dual control: the input is RELDSC, the
*> master changes RECAPV01 has released (PNDREC layout). A record
*> that is not a released master change, or whose approver is
*> blank or the submitter, is rejected to suspense before any
*> edit - resubmit it through RECAPV01. Both operators go onto
*> the DSCAUDIT record of every applied change.
*> Effective dating: a released card whose effective date (DSCTXN
*> cols 63-70) is after tonight's business date is not applied -
*> it is held on the scheduled-changes file, a carry-forward
*> (DSCPEND in, DSCPNEW out) in the released PNDREC layout. Every
*> run first applies the held changes whose date the business
*> date has reached, with the operators who originally released
*> them, and only then tonight's cards - so RECDSC01 running ahead
*> of RECBLD01 gets the change into that night's enrichment. The
*> business date is CTL-BUSINESS-DATE from the optional CTLCARD
*> (the same card RECBLD01 reads), else the system date. A
*> released cancel card (action C) names a held change by record
*> number and change ID and removes it before it takes effect;
*> the cancel is journalled on DSCAUDIT, and a cancel that matches
*> nothing is rejected to suspense. The register closes with the
*> list of changes still scheduled and the date each takes effect.
*> Month-end lock: once RECPCL01 has closed a period (PERIODS
*> register, copybooks/PERREC.CPY), a run whose business date
*> falls inside it is refused before the master is opened, and a
*> card whose effective date falls inside one is rejected to
*> suspense - unless a reopen card (RPNCARD, copybooks/RPNCARD.CPY)
*> for that period is supplied, in which case the reopen is logged
*> to the register and the event log and printed on the register.
*> Condition codes: 0 = complete (rejects, if any, on suspense),
*> 8 = missing or empty CATLIST, bad SEALKEY card, business date
*> in a closed period without a reopen card, or bad reopen card,
*> 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECDSC01.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DSC-TXN-FILE ASSIGN TO RELDSC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.

    SELECT OPTIONAL CTL-CARD-FILE ASSIGN TO CTLCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT OPTIONAL SCHED-IN-FILE ASSIGN TO DSCPEND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHIN-STATUS.

    SELECT SCHED-OUT-FILE ASSIGN TO DSCPNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHOUT-STATUS.

    SELECT CAT-LIST-FILE ASSIGN TO CATLIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

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
DATA DIVISION.
FILE SECTION.
FD  DSC-TXN-FILE.
    COPY PNDREC.

FD  CTL-CARD-FILE.
    COPY CTLCARD.

FD  SCHED-IN-FILE.
    COPY PNDREC REPLACING LEADING ==PND== BY ==SCD==.

FD  SCHED-OUT-FILE.
    COPY PNDREC REPLACING LEADING ==PND== BY ==SCN==.

FD  CAT-LIST-FILE.
01  CAT-LIST-RECORD.
FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  PERIOD-FILE.
    COPY PERREC.

FD  REOPEN-CARD-FILE.
    COPY RPNCARD.

FD  EVENT-FILE.
    COPY EVTREC.

        88  WS-TXN-EOF              VALUE 'Y'.
    05  WS-CAT-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CAT-EOF              VALUE 'Y'.
    05  WS-SCHED-EOF-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-SCHED-EOF            VALUE 'Y'.
    05  WS-SCHED-IN-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-SCHED-IN-OPEN        VALUE 'Y'.
    05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
    05  WS-ROW-IMAGE                PIC X(80) VALUE SPACES.

    *> The card being applied, taken from the released change -
    *> tonight's, or a held one whose effective date has come.
    COPY DSCTXN.

01  WS-CURRENT-CHANGE.
    *> The change the card came from; the operators go onto the
    *> journal whichever file the change was read from.
    05  WS-CUR-CHANGE-ID            PIC X(16) VALUE SPACES.
    05  WS-CUR-SUBMIT-OPERATOR      PIC X(8) VALUE SPACES.
    05  WS-CUR-APPROVE-OPERATOR     PIC X(8) VALUE SPACES.
    05  WS-CANCEL-MARKER.
        10  FILLER                  PIC X(20)
                                    VALUE '** SCHEDULED CHANGE '.
        10  WS-CANCEL-MARKER-ID     PIC X(16) VALUE SPACES.
        10  FILLER                  PIC X(14)
                                    VALUE ' CANCELLED **'.

01  WS-FILE-STATUS-AREA.
    05  WS-TXN-STATUS               PIC X(2) VALUE SPACES.
    05  WS-CAT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-SCHIN-STATUS             PIC X(2) VALUE SPACES.
    05  WS-SCHOUT-STATUS            PIC X(2) VALUE SPACES.
    05  WS-DESC-STATUS              PIC X(2) VALUE SPACES.
    05  WS-SUSP-STATUS              PIC X(2) VALUE SPACES.
    05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.
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

01  WS-CATEGORY-TABLE.
    *> The allowed-category list, loaded once from CATLIST. Fifty
    05  WS-CAT-ENTRY OCCURS 50.
        10  WS-CAT-CODE             PIC X(4).

01  WS-CANCEL-TABLE.
    *> Tonight's released cancel cards, loaded before anything is
    *> applied so a held change is dropped whichever file it is
    *> met on. Two hundred cancels is far past any real night;
    *> overflow stops the run rather than letting a change the
    *> business withdrew take effect.
    05  WS-CAN-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CAN-ENTRY OCCURS 200.
        10  WS-CAN-CHANGE-ID        PIC X(16).
        10  WS-CAN-REC-NUMBER       PIC 9(9).
        10  WS-CAN-CARD-IMAGE       PIC X(80).
        10  WS-CAN-SUBMIT-OPERATOR  PIC X(8).
        10  WS-CAN-APPROVE-OPERATOR PIC X(8).
        10  WS-CAN-USED-SWITCH      PIC X(1).
            88  WS-CAN-USED         VALUE 'Y'.

01  WS-LOOKUP-AREA.
    05  WS-CAT-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-CAT-FOUND-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-CAT-FOUND            VALUE 'Y'.
    05  WS-CAN-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-CAN-FOUND-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-CAN-FOUND            VALUE 'Y'.
    05  WS-CAN-KEY-ID               PIC X(16) VALUE SPACES.
    05  WS-CAN-KEY-NUMBER           PIC 9(9) VALUE ZEROS.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
    *> The date effective-dated changes are measured against.
    05  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.

01  WS-COUNTER-AREA.
    05  WS-TXN-READ-COUNT           PIC 9(8) VALUE ZEROS.
    05  WS-DEACT-REJECTED           PIC 9(8) VALUE ZEROS.
    05  WS-TOTAL-APPLIED            PIC 9(8) VALUE ZEROS.
    05  WS-TOTAL-REJECTED           PIC 9(8) VALUE ZEROS.
    05  WS-SCHED-DUE                PIC 9(8) VALUE ZEROS.
    05  WS-SCHED-NEW                PIC 9(8) VALUE ZEROS.
    05  WS-SCHED-WAITING            PIC 9(8) VALUE ZEROS.
    05  WS-SCHED-CANCELLED          PIC 9(8) VALUE ZEROS.
    05  WS-CANCEL-APPLIED           PIC 9(8) VALUE ZEROS.
    05  WS-CANCEL-REJECTED          PIC 9(8) VALUE ZEROS.
    05  WS-SCHED-LISTED             PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECDSC01'.

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
    05  WS-CHANGE-LOCKED-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-CHANGE-LOCKED        VALUE 'Y'.

01  WS-EVENT-AREA.
    *> Shared operations event log state. WS-EVT-DATE is the
    *> business date stamped on this program's events - the run's
PROCEDURE DIVISION.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZATION.
    MOVE WS-BUSINESS-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1200-LOAD-CATEGORY-LIST.
    PERFORM 1500-LOAD-CANCELS.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1700-LOAD-CLOSED-PERIODS.
    PERFORM 1750-READ-REOPEN-CARD.
    PERFORM 1780-CHECK-PERIOD-LOCK.
    IF WS-REOPEN-GRANTED
        PERFORM 1790-LOG-REOPEN
    END-IF.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-APPLY-DUE-CHANGES.
    PERFORM 2050-READ-TRANSACTION.
    PERFORM 2100-APPLY-TRANSACTION UNTIL WS-TXN-EOF.
    PERFORM 4000-RESOLVE-CANCELS.
    CLOSE DSC-TXN-FILE.
    CLOSE SCHED-OUT-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE AUDIT-FILE.
    CLOSE DESC-MASTER-FILE.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
    PERFORM 1100-READ-CONTROL-CARD.

1100-READ-CONTROL-CARD.
    *> Optional, as it is for RECBLD01 - only the business date is
    *> taken from it here. Absent, short, or zero keeps the system
    *> date, so an off-schedule run still matches what the build
    *> will stamp.
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
        DISPLAY 'RECDSC01: SEALKEY CARD MISSING OR INVALID - '
            'NO AUDIT RECORD CAN BE SEALED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-LOAD-CATEGORY-LIST.
    *> Mandatory, like RECPRG01's purge card - validating category
    *> Same open-and-check pattern as RECUPD01's 1400-OPEN-FILES.
    OPEN INPUT DSC-TXN-FILE.
    IF WS-TXN-STATUS NOT = '00'
        MOVE 'RELDSC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-TXN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT SCHED-OUT-FILE.
    IF WS-SCHOUT-STATUS NOT = '00'
        MOVE 'DSCPNEW ' TO WS-ABEND-FILE-NAME
        MOVE WS-SCHOUT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT SUSPENSE-FILE.
    IF WS-SUSP-STATUS NOT = '00'
        MOVE 'DSCSUSP ' TO WS-ABEND-FILE-NAME
    *> EXTEND, like RECUPD01's audit open - the journal is the
    *> cumulative record of every change ever made to the master,
    *> which is the control the enrichment source was missing.
    PERFORM 1450-FIND-AUDIT-CHAIN-END.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
        MOVE 'DSCAUDIT' TO WS-ABEND-FILE-NAME
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
            MOVE 'DSCAUDIT' TO WS-ABEND-FILE-NAME
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

1500-LOAD-CANCELS.
    *> A pass over RELDSC ahead of the real one, keeping only the
    *> cancel cards that will survive 2100's edits - the dual-
    *> control checks and a numeric key and change ID. Cards that
    *> fail are left for 2100 to reject in the normal way.
    OPEN INPUT DSC-TXN-FILE.
    IF WS-TXN-STATUS NOT = '00'
        MOVE 'RELDSC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-TXN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE 'N' TO WS-TXN-EOF-SWITCH.
    PERFORM 1550-LOAD-ONE-CANCEL UNTIL WS-TXN-EOF.
    CLOSE DSC-TXN-FILE.
    MOVE 'N' TO WS-TXN-EOF-SWITCH.

1550-LOAD-ONE-CANCEL.
    READ DSC-TXN-FILE
        AT END
            SET WS-TXN-EOF TO TRUE
        NOT AT END
            MOVE PND-CARD-IMAGE TO DSC-TXN-RECORD
            IF DSC-ACTION-CANCEL
                AND PND-STATUS-RELEASED AND PND-TARGET-MASTER
                AND PND-SUBMIT-OPERATOR NOT = SPACES
                AND PND-APPROVE-OPERATOR NOT = SPACES
                AND PND-APPROVE-OPERATOR NOT = PND-SUBMIT-OPERATOR
                AND DSC-RECORD-NUMBER NUMERIC
                AND DSC-RECORD-NUMBER NOT = ZERO
                AND DSC-CANCEL-CHANGE-ID NUMERIC
                IF WS-CAN-COUNT >= 200
                    DISPLAY 'RECDSC01: MORE THAN 200 CANCEL CARDS '
                        'ON RELDSC - SPLIT THE DECK AND RERUN'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CAN-COUNT
                MOVE DSC-CANCEL-CHANGE-ID
                    TO WS-CAN-CHANGE-ID(WS-CAN-COUNT)
                MOVE DSC-RECORD-NUMBER
                    TO WS-CAN-REC-NUMBER(WS-CAN-COUNT)
                MOVE DSC-TXN-RECORD TO WS-CAN-CARD-IMAGE(WS-CAN-COUNT)
                MOVE PND-SUBMIT-OPERATOR
                    TO WS-CAN-SUBMIT-OPERATOR(WS-CAN-COUNT)
                MOVE PND-APPROVE-OPERATOR
                    TO WS-CAN-APPROVE-OPERATOR(WS-CAN-COUNT)
                MOVE 'N' TO WS-CAN-USED-SWITCH(WS-CAN-COUNT)
            END-IF
    END-READ.

1600-FIND-CANCEL.
    *> Marks every cancel naming WS-CAN-KEY-ID for record number
    *> WS-CAN-KEY-NUMBER as used; WS-CAN-FOUND tells the caller
    *> the change is withdrawn. The record number must agree too,
    *> so a mistyped change ID cannot cancel some other row's
    *> change.
    MOVE 'N' TO WS-CAN-FOUND-SWITCH.
    PERFORM 1650-TEST-ONE-CANCEL
        VARYING WS-CAN-SUB FROM 1 BY 1
            UNTIL WS-CAN-SUB > WS-CAN-COUNT.

1650-TEST-ONE-CANCEL.
    IF WS-CAN-CHANGE-ID(WS-CAN-SUB) = WS-CAN-KEY-ID
        AND WS-CAN-REC-NUMBER(WS-CAN-SUB) = WS-CAN-KEY-NUMBER
        SET WS-CAN-FOUND TO TRUE
        SET WS-CAN-USED(WS-CAN-SUB) TO TRUE
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
                    DISPLAY 'RECDSC01: MORE THAN 240 CLOSED PERIODS '
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
        DISPLAY 'RECDSC01: RPNCARD PERIOD (COLS 1-6) NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE RPN-PERIOD TO WS-CHECK-PERIOD.
    PERFORM 1720-TEST-PERIOD-CLOSED.
    IF NOT WS-PERIOD-CLOSED
        DISPLAY 'RECDSC01: RPNCARD NAMES PERIOD ' RPN-PERIOD
            ' WHICH IS NOT CLOSED - REMOVE THE CARD OR CORRECT IT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REQUESTED-BY = SPACES
        OR RPN-APPROVED-BY = SPACES
        OR RPN-REQUESTED-BY = RPN-APPROVED-BY
        DISPLAY 'RECDSC01: RPNCARD NEEDS TWO DIFFERENT OPERATORS - '
            'REQUESTED-BY (COLS 7-14) AND APPROVED-BY (COLS 15-22)'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REASON = SPACES
        DISPLAY 'RECDSC01: RPNCARD REASON (COLS 23-72) IS BLANK'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET WS-REOPEN-GRANTED TO TRUE.
    MOVE RPN-PERIOD TO WS-REOPEN-PERIOD.
    MOVE RPN-REQUESTED-BY TO WS-REOPEN-REQUESTED-BY.
    MOVE RPN-APPROVED-BY TO WS-REOPEN-APPROVED-BY.
    MOVE RPN-REASON TO WS-REOPEN-REASON.

1780-CHECK-PERIOD-LOCK.
    *> The run's business date stamps every change applied
    *> tonight, so inside a closed period nothing is applied
    *> unless the reopen card names that period. (A card for an
    *> earlier period is still good here: it lets back-dated
    *> effective dates into that period - see 2110.)
    MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE.
    PERFORM 1720-TEST-PERIOD-CLOSED.
    IF WS-PERIOD-CLOSED
        AND NOT (WS-REOPEN-GRANTED
                 AND WS-REOPEN-PERIOD = WS-CHECK-PERIOD)
        DISPLAY 'RECDSC01 REFUSED: BUSINESS DATE ' WS-BUSINESS-DATE
            ' IS IN CLOSED PERIOD ' WS-CHECK-PERIOD
            ' - NOTHING APPLIED WITHOUT A REOPEN CARD (RPNCARD)'
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
    MOVE 'RECDSC01' TO PER-PROGRAM.
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
    *> Every DSCAUDIT record goes out through here: the next sequence
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
        MOVE 'RECDSC01' TO EVT-PROGRAM
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

2000-APPLY-DUE-CHANGES.
    *> The held changes go first, in the order they were released,
    *> so a card released tonight for immediate effect still has
    *> the last word over one scheduled weeks ago. Only status 05
    *> (OPTIONAL file absent) may mean "nothing scheduled" - any
    *> other failed open abends, because running on would let the
    *> JCL's copy-back replace the schedule with tonight's cards
    *> alone and silently drop every change still waiting.
    OPEN INPUT SCHED-IN-FILE.
    EVALUATE WS-SCHIN-STATUS
        WHEN '00'
            MOVE 'N' TO WS-SCHED-EOF-SWITCH
            PERFORM 2010-TAKE-ONE-SCHEDULED UNTIL WS-SCHED-EOF
            CLOSE SCHED-IN-FILE
        WHEN '05'
            CLOSE SCHED-IN-FILE
        WHEN OTHER
            MOVE 'DSCPEND ' TO WS-ABEND-FILE-NAME
            MOVE WS-SCHIN-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

2010-TAKE-ONE-SCHEDULED.
    READ SCHED-IN-FILE
        AT END
            SET WS-SCHED-EOF TO TRUE
        NOT AT END
            MOVE SCD-CARD-IMAGE TO DSC-TXN-RECORD
            MOVE SCD-CHANGE-ID TO WS-CUR-CHANGE-ID
            MOVE SCD-SUBMIT-OPERATOR TO WS-CUR-SUBMIT-OPERATOR
            MOVE SCD-APPROVE-OPERATOR TO WS-CUR-APPROVE-OPERATOR
            MOVE SCD-CHANGE-ID TO WS-CAN-KEY-ID
            MOVE DSC-RECORD-NUMBER TO WS-CAN-KEY-NUMBER
            PERFORM 1600-FIND-CANCEL
            EVALUATE TRUE
                WHEN WS-CAN-FOUND
                    ADD 1 TO WS-SCHED-CANCELLED
                WHEN DSC-EFFECTIVE-DATE > WS-BUSINESS-DATE
                    MOVE SCD-RECORD TO SCN-RECORD
                    WRITE SCN-RECORD
                    ADD 1 TO WS-SCHED-WAITING
                WHEN OTHER
                    ADD 1 TO WS-SCHED-DUE
                    PERFORM 2120-APPLY-CHANGE
            END-EVALUATE
    END-READ.

2050-READ-TRANSACTION.
    READ DSC-TXN-FILE
        AT END
            SET WS-TXN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TXN-READ-COUNT
            MOVE PND-CARD-IMAGE TO DSC-TXN-RECORD
            MOVE PND-CHANGE-ID TO WS-CUR-CHANGE-ID
            MOVE PND-SUBMIT-OPERATOR TO WS-CUR-SUBMIT-OPERATOR
            MOVE PND-APPROVE-OPERATOR TO WS-CUR-APPROVE-OPERATOR
    END-READ.

2100-APPLY-TRANSACTION.
    *> action, a bad key, or a category not on the allowed list
    *> can never apply, so it goes straight to suspense with the
    *> reason spelled out. Same discipline as RECUPD01's
    *> transaction validation. The dual-control checks come first:
    *> nothing reaches the master unless a second operator, not
    *> the submitter, released it.
    PERFORM 2110-CHECK-CHANGE-PERIOD.
    EVALUATE TRUE
        WHEN NOT PND-STATUS-RELEASED OR NOT PND-TARGET-MASTER
            MOVE 'NOT A RELEASED MASTER CHANGE'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN PND-SUBMIT-OPERATOR = SPACES
            OR PND-APPROVE-OPERATOR = SPACES
            MOVE 'SUBMITTER OR APPROVER NOT ON RECORD'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN PND-APPROVE-OPERATOR = PND-SUBMIT-OPERATOR
            MOVE 'RELEASED BY ITS OWN SUBMITTER'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN NOT DSC-ACTION-VALID
            MOVE 'INVALID ACTION CODE - MUST BE A, R, X, C'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN DSC-RECORD-NUMBER NOT NUMERIC
            AND DSC-NEW-TEXT = SPACES
            MOVE 'DESCRIPTION TEXT IS BLANK' TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN DSC-ACTION-CANCEL
            AND DSC-CANCEL-CHANGE-ID NOT NUMERIC
            MOVE 'CANCEL CHANGE ID (COLS 11-26) NOT NUMERIC'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN DSC-ACTION-CANCEL
            *> Loaded by 1500 - matched or rejected in 4000.
            CONTINUE
        WHEN DSC-EFFECTIVE-DATE-X NOT = SPACES
            AND DSC-EFFECTIVE-DATE NOT NUMERIC
            MOVE 'EFFECTIVE DATE (COLS 63-70) NOT NUMERIC'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN WS-CHANGE-LOCKED
            MOVE 'EFFECTIVE DATE IN A CLOSED PERIOD'
                TO WS-REJECT-REASON
            PERFORM 2900-REJECT-TRANSACTION
        WHEN DSC-EFFECTIVE-DATE-X NOT = SPACES
            AND DSC-EFFECTIVE-DATE > WS-BUSINESS-DATE
            PERFORM 2700-SCHEDULE-CHANGE
        WHEN OTHER
            PERFORM 2120-APPLY-CHANGE
    END-EVALUATE.
    PERFORM 2050-READ-TRANSACTION.

2110-CHECK-CHANGE-PERIOD.
    *> A card back-dated into a closed month is a change to
    *> figures already reported, whatever night it arrives on - it
    *> is locked unless the run's reopen card names that month.
    *> Held changes coming due are not checked here: they were
    *> dated ahead of the business date when released, and they
    *> take effect tonight, inside the run's own (open) period.
    MOVE 'N' TO WS-CHANGE-LOCKED-SWITCH.
    IF DSC-EFFECTIVE-DATE-X NOT = SPACES
        AND DSC-EFFECTIVE-DATE NUMERIC
        MOVE DSC-EFFECTIVE-DATE TO WS-CHECK-DATE
        PERFORM 1720-TEST-PERIOD-CLOSED
        IF WS-PERIOD-CLOSED
            AND NOT (WS-REOPEN-GRANTED
                     AND WS-REOPEN-PERIOD = WS-CHECK-PERIOD)
            SET WS-CHANGE-LOCKED TO TRUE
        END-IF
    END-IF.

2120-APPLY-CHANGE.
    *> The category is checked when the change takes effect, not
    *> when it is scheduled - a reorganization may add its new
    *> codes to CATLIST only just before the date.
    PERFORM 2150-CHECK-CATEGORY.
    IF (DSC-ACTION-ADD OR DSC-ACTION-REPLACE)
        AND NOT WS-CAT-FOUND
        MOVE 'CATEGORY CODE NOT ON ALLOWED LIST'
            TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    ELSE
        EVALUATE TRUE
            WHEN DSC-ACTION-ADD
                PERFORM 2200-APPLY-ADD
            WHEN DSC-ACTION-REPLACE
                PERFORM 2300-APPLY-REPLACE
            WHEN DSC-ACTION-DEACTIVATE
                PERFORM 2400-APPLY-DEACTIVATE
        END-EVALUATE
    END-IF.

2150-CHECK-CATEGORY.
    *> Linear scan of the allowed list - the category that
    *> mispunched its way onto a week of extracts would have been
    MOVE WS-ROW-IMAGE TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO AUDIT-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO AUDIT-APPROVE-OPERATOR.
    PERFORM 9720-WRITE-SEALED-AUDIT.

2700-SCHEDULE-CHANGE.
    *> Held as released, operators and all, for the run whose
    *> business date reaches it - unless a cancel released the
    *> same night already withdraws it.
    MOVE PND-CHANGE-ID TO WS-CAN-KEY-ID.
    MOVE DSC-RECORD-NUMBER TO WS-CAN-KEY-NUMBER.
    PERFORM 1600-FIND-CANCEL.
    IF WS-CAN-FOUND
        ADD 1 TO WS-SCHED-CANCELLED
    ELSE
        MOVE PND-RECORD TO SCN-RECORD
        WRITE SCN-RECORD
        ADD 1 TO WS-SCHED-NEW
    END-IF.

2900-REJECT-TRANSACTION.
    MOVE DSC-TXN-RECORD TO DSC-SUSP-TXN-IMAGE.
            ADD 1 TO WS-REPLACE-REJECTED
        WHEN DSC-ACTION-DEACTIVATE
            ADD 1 TO WS-DEACT-REJECTED
        WHEN DSC-ACTION-CANCEL
            ADD 1 TO WS-CANCEL-REJECTED
        WHEN OTHER
            *> invalid action codes have no per-action bucket -
            *> they count in the rejected total only, and the
    END-EVALUATE.
    ADD 1 TO WS-TOTAL-REJECTED.

4000-RESOLVE-CANCELS.
    *> Every cancel has now seen both the held changes and
    *> tonight's: one that withdrew something is journalled under
    *> the key it named; one that found nothing goes to suspense -
    *> the change may already have taken effect, or the change ID
    *> is mistyped.
    PERFORM 4050-RESOLVE-ONE-CANCEL
        VARYING WS-CAN-SUB FROM 1 BY 1
            UNTIL WS-CAN-SUB > WS-CAN-COUNT.

4050-RESOLVE-ONE-CANCEL.
    MOVE WS-CAN-CARD-IMAGE(WS-CAN-SUB) TO DSC-TXN-RECORD.
    IF WS-CAN-USED(WS-CAN-SUB)
        MOVE WS-CAN-CHANGE-ID(WS-CAN-SUB) TO WS-CANCEL-MARKER-ID
        MOVE WS-CAN-REC-NUMBER(WS-CAN-SUB) TO AUDIT-INDEX
        MOVE WS-CANCEL-MARKER TO AUDIT-ENTRY-TEXT
        ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT AUDIT-TS-TIME FROM TIME
        MOVE WS-CAN-SUBMIT-OPERATOR(WS-CAN-SUB)
            TO AUDIT-SUBMIT-OPERATOR
        MOVE WS-CAN-APPROVE-OPERATOR(WS-CAN-SUB)
            TO AUDIT-APPROVE-OPERATOR
        PERFORM 9720-WRITE-SEALED-AUDIT
        ADD 1 TO WS-CANCEL-APPLIED
    ELSE
        MOVE 'CANCEL REJECTED - NO SUCH SCHEDULED CHANGE'
            TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    END-IF.

5000-PRODUCE-REGISTER.
    *> Applied/rejected register, same shape as RECUPD01's.
    COMPUTE WS-TOTAL-APPLIED =
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   BUSINESS DATE: ' DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           '   ALLOWED CATEGORIES: ' DELIMITED BY SIZE
           WS-CAT-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-REOPEN-GRANTED
        PERFORM 1795-PRINT-REOPEN-LINE
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RELEASED CHANGES READ: ' DELIMITED BY SIZE
           WS-TXN-READ-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'SCHEDULED   - TOOK EFFECT: ' DELIMITED BY SIZE
           WS-SCHED-DUE DELIMITED BY SIZE
           '  NEWLY SCHEDULED: ' DELIMITED BY SIZE
           WS-SCHED-NEW DELIMITED BY SIZE
           '  CANCELLED: ' DELIMITED BY SIZE
           WS-SCHED-CANCELLED DELIMITED BY SIZE
           '  STILL WAITING: ' DELIMITED BY SIZE
           WS-SCHED-WAITING DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'CANCELS     - APPLIED: ' DELIMITED BY SIZE
           WS-CANCEL-APPLIED DELIMITED BY SIZE
           '  REJECTED: ' DELIMITED BY SIZE
           WS-CANCEL-REJECTED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-TOTAL-REJECTED = ZERO
        STRING 'STATUS: ALL TRANSACTIONS APPLIED'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'STATUS: REJECTS WRITTEN TO DSCSUSP - CORRECT AND '
               'RESUBMIT THROUGH RECAPV01'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    PERFORM 5100-LIST-SCHEDULED-CHANGES.

    CLOSE REPORT-FILE.

5100-LIST-SCHEDULED-CHANGES.
    *> What is still to take effect, read back from the schedule
    *> this run just wrote - the list the business checks its
    *> planned reorganizations against, and where the change ID
    *> for a cancel card is found.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SCHEDULED CHANGES NOT YET IN EFFECT AT BUSINESS DATE '
            DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'EFFECTIVE  CHANGE ID        ACT RECORD NO CATG '
           'DESCRIPTION                              '
           'SUBMITTER APPROVER'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    OPEN INPUT SCHED-OUT-FILE.
    IF WS-SCHOUT-STATUS NOT = '00'
        MOVE 'DSCPNEW ' TO WS-ABEND-FILE-NAME
        MOVE WS-SCHOUT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE 'N' TO WS-SCHED-EOF-SWITCH.
    PERFORM 5150-LIST-ONE-SCHEDULED UNTIL WS-SCHED-EOF.
    CLOSE SCHED-OUT-FILE.
    IF WS-SCHED-LISTED = ZERO
        MOVE SPACES TO REPORT-RECORD
        STRING '  (NONE)' DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

5150-LIST-ONE-SCHEDULED.
    READ SCHED-OUT-FILE
        AT END
            SET WS-SCHED-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-SCHED-LISTED
            MOVE SCN-CARD-IMAGE TO DSC-TXN-RECORD
            MOVE SPACES TO REPORT-RECORD
            STRING DSC-EFFECTIVE-DATE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   SCN-CHANGE-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DSC-ACTION-CODE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   DSC-RECORD-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DSC-NEW-CATEGORY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DSC-NEW-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SCN-SUBMIT-OPERATOR DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SCN-APPROVE-OPERATOR DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
    END-READ.
