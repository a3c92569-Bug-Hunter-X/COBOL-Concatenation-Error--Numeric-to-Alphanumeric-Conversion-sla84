       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECAPV01
*> Dual-control (maker/checker) queue for the two maintenance
*> decks. Nothing punched on a TXNREC (KSDS) or DSCTXN (DESCMAST)
*> card reaches RECUPD01 or RECDSC01 any more without passing
*> through here twice:
*>   - intake: every new card is queued on the pending-change file
*>     (PNDREC) under its submitting operator's ID and a change ID
*>     printed on the register; a card with no operator ID is
*>     refused outright,
*>   - decision: on a later run a second operator releases (R) or
*>     declines (D) each pending change by change ID on the APVCARD
*>     deck. A decision by the operator who submitted the change is
*>     refused and the change stays pending.
*> Released changes are written to this run's release files
*> (RELKOUT for the KSDS, RELMOUT for DESCMAST) with both operator
*> IDs and the decision stamp. The job appends those to RELTXN and
*> RELDSC only once the queue has been carried forward, and those
*> two files are the only input RECUPD01 and RECDSC01 apply; the
*> operators carry on from there onto the audit trail. Declined
*> changes print with the checker's reason and leave the queue.
*> The pending file is a carry-forward (PENDIN in, PENDOUT out),
*> the same IN/OUT pattern as RECUPD01's suspense.
*> Decisions only ever act on changes already on PENDIN - a card
*> submitted tonight gets its change ID tonight and can only be
*> decided on a later run, after the checker has seen it on this
*> register.
*> Condition codes: 0 = clean, 4 = refused card(s) or decision
*> problem(s) - see the register, 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECAPV01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PEND-IN-FILE ASSIGN TO PENDIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDIN-STATUS.

    SELECT OPTIONAL TXN-FILE ASSIGN TO TXNFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.

    SELECT OPTIONAL DSC-TXN-FILE ASSIGN TO DSCTXN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSC-STATUS.

    SELECT OPTIONAL APV-CARD-FILE ASSIGN TO APVCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APV-STATUS.

    SELECT PEND-OUT-FILE ASSIGN TO PENDOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDOUT-STATUS.

    SELECT REL-KSDS-FILE ASSIGN TO RELKOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELK-STATUS.

    SELECT REL-MAST-FILE ASSIGN TO RELMOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELM-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PEND-IN-FILE.
    COPY PNDREC REPLACING LEADING ==PND== BY ==PIN==.

FD  TXN-FILE.
    COPY TXNREC.

FD  DSC-TXN-FILE.
    COPY DSCTXN.

FD  APV-CARD-FILE.
    COPY APVCARD.

FD  PEND-OUT-FILE.
    COPY PNDREC.

FD  REL-KSDS-FILE.
01  REL-KSDS-RECORD                 PIC X(160).

FD  REL-MAST-FILE.
01  REL-MAST-RECORD                 PIC X(160).

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-PENDIN-EOF-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-PENDIN-EOF           VALUE 'Y'.
    05  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-TXN-EOF              VALUE 'Y'.
    05  WS-DSC-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-DSC-EOF              VALUE 'Y'.
    05  WS-APV-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-APV-EOF              VALUE 'Y'.
    05  WS-PROBLEM-TEXT             PIC X(110) VALUE SPACES.
    05  WS-DISPOSITION              PIC X(10) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-PENDIN-STATUS            PIC X(2) VALUE SPACES.
    05  WS-TXN-STATUS               PIC X(2) VALUE SPACES.
    05  WS-DSC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-APV-STATUS               PIC X(2) VALUE SPACES.
    05  WS-PENDOUT-STATUS           PIC X(2) VALUE SPACES.
    05  WS-RELK-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RELM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
    05  WS-RUN-TIME                 PIC 9(8) VALUE ZEROS.
    05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
        10  WS-RUN-HHMM             PIC 9(4).
        10  FILLER                  PIC 9(4).

01  WS-DECISION-TABLE.
    *> The checker's APVCARD deck, loaded once and searched per
    *> pending change. Five hundred decisions is far beyond one
    *> night's maintenance; overflow stops the run rather than
    *> quietly ignoring the decisions past the end of the table.
    *> WS-DEC-USED marks a decision that found its change, so the
    *> ones that matched nothing can be reported at the end.
    05  WS-DEC-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-DEC-ENTRY OCCURS 500.
        10  WS-DEC-CHANGE-ID        PIC X(16).
        10  WS-DEC-DECISION         PIC X(1).
        10  WS-DEC-APPROVER         PIC X(8).
        10  WS-DEC-REASON           PIC X(30).
        10  WS-DEC-USED-SWITCH      PIC X(1).
            88  WS-DEC-USED         VALUE 'Y'.

01  WS-LOOKUP-AREA.
    05  WS-DEC-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-DEC-FOUND-SUB            PIC 9(3) VALUE ZEROS.
    05  WS-APV-CARD-NUMBER          PIC 9(5) VALUE ZEROS.

01  WS-COUNTER-AREA.
    05  WS-NEXT-SEQ                 PIC 9(4) VALUE ZEROS.
    05  WS-PENDING-READ             PIC 9(6) VALUE ZEROS.
    05  WS-STILL-PENDING            PIC 9(6) VALUE ZEROS.
    05  WS-RELEASED-KSDS            PIC 9(6) VALUE ZEROS.
    05  WS-RELEASED-MAST            PIC 9(6) VALUE ZEROS.
    05  WS-DECLINED-COUNT           PIC 9(6) VALUE ZEROS.
    05  WS-SUBMITTED-KSDS           PIC 9(6) VALUE ZEROS.
    05  WS-SUBMITTED-MAST           PIC 9(6) VALUE ZEROS.
    05  WS-REFUSED-COUNT            PIC 9(6) VALUE ZEROS.
    05  WS-PROBLEM-COUNT            PIC 9(6) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECAPV01'.

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
    PERFORM 1400-OPEN-FILES.
    PERFORM 1500-LOAD-DECISIONS.
    PERFORM 2000-DECIDE-PENDING.
    PERFORM 3000-INTAKE-KSDS-DECK.
    PERFORM 3100-INTAKE-MASTER-DECK.
    PERFORM 4000-REPORT-UNMATCHED.
    CLOSE PEND-OUT-FILE.
    CLOSE REL-KSDS-FILE.
    CLOSE REL-MAST-FILE.
    PERFORM 5000-PRODUCE-REGISTER.
    IF WS-REFUSED-COUNT > ZERO OR WS-PROBLEM-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'DUAL CONTROL COMPLETE - RELEASED ' DELIMITED BY SIZE
           WS-RELEASED-KSDS DELIMITED BY SIZE
           '/' DELIMITED BY SIZE
           WS-RELEASED-MAST DELIMITED BY SIZE
           ' DECLINED ' DELIMITED BY SIZE
           WS-DECLINED-COUNT DELIMITED BY SIZE
           ' PENDING ' DELIMITED BY SIZE
           WS-STILL-PENDING DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.

1400-OPEN-FILES.
    *> The register opens first so decision problems found while
    *> the deck loads have somewhere to print.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECAPV01 - DUAL-CONTROL MAINTENANCE APPROVAL REGISTER'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROGRAM: ' DELIMITED BY SIZE
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   RUN TIME: ' DELIMITED BY SIZE
           WS-RUN-HHMM DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'DISPOSITN  CHANGE ID        T SUBMITTR APPROVER '
            DELIMITED BY SIZE
           'CARD IMAGE / REASON' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    OPEN OUTPUT PEND-OUT-FILE.
    IF WS-PENDOUT-STATUS NOT = '00'
        MOVE 'PENDOUT ' TO WS-ABEND-FILE-NAME
        MOVE WS-PENDOUT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    *> OUTPUT - this run's releases only. The job appends them to
    *> RELTXN / RELDSC after the queue has been copied back, so a
    *> run that fails part-way releases nothing: the queue still
    *> holds those changes as pending and the rerun decides them
    *> again without the first attempt's releases also going out.
    OPEN OUTPUT REL-KSDS-FILE.
    IF WS-RELK-STATUS NOT = '00'
        MOVE 'RELKOUT ' TO WS-ABEND-FILE-NAME
        MOVE WS-RELK-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT REL-MAST-FILE.
    IF WS-RELM-STATUS NOT = '00'
        MOVE 'RELMOUT ' TO WS-ABEND-FILE-NAME
        MOVE WS-RELM-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1500-LOAD-DECISIONS.
    *> Optional - a night with nothing reviewed has no deck, and
    *> every pending change simply carries forward.
    OPEN INPUT APV-CARD-FILE.
    IF WS-APV-STATUS = '00'
        MOVE 'N' TO WS-APV-EOF-SWITCH
        PERFORM 1550-LOAD-ONE-DECISION UNTIL WS-APV-EOF
        CLOSE APV-CARD-FILE
    END-IF.

1550-LOAD-ONE-DECISION.
    READ APV-CARD-FILE
        AT END
            SET WS-APV-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-APV-CARD-NUMBER
            IF APV-CARD-RECORD NOT = SPACES
                PERFORM 1560-EDIT-ONE-DECISION
            END-IF
    END-READ.

1560-EDIT-ONE-DECISION.
    *> A decision card that cannot be trusted is reported and
    *> ignored - its change stays pending for a corrected card,
    *> which is the safe side of a release.
    MOVE SPACES TO WS-PROBLEM-TEXT.
    EVALUATE TRUE
        WHEN APV-CHANGE-ID NOT NUMERIC
            STRING 'APVCARD ' DELIMITED BY SIZE
                   WS-APV-CARD-NUMBER DELIMITED BY SIZE
                   ' CHANGE ID (COLS 1-16) NOT NUMERIC - IGNORED'
                    DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
        WHEN NOT APV-DECISION-VALID
            STRING 'APVCARD ' DELIMITED BY SIZE
                   WS-APV-CARD-NUMBER DELIMITED BY SIZE
                   ' DECISION (COL 17) NOT R OR D - IGNORED'
                    DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
        WHEN APV-APPROVER-ID = SPACES
            STRING 'APVCARD ' DELIMITED BY SIZE
                   WS-APV-CARD-NUMBER DELIMITED BY SIZE
                   ' NO APPROVING OPERATOR (COLS 18-25) - IGNORED'
                    DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
        WHEN OTHER
            PERFORM 1570-FIND-DECISION
            IF WS-DEC-FOUND-SUB > ZERO
                STRING 'APVCARD ' DELIMITED BY SIZE
                       WS-APV-CARD-NUMBER DELIMITED BY SIZE
                       ' DUPLICATE DECISION FOR CHANGE '
                        DELIMITED BY SIZE
                       APV-CHANGE-ID DELIMITED BY SIZE
                       ' - FIRST CARD STANDS' DELIMITED BY SIZE
                    INTO WS-PROBLEM-TEXT
                END-STRING
            ELSE
                IF WS-DEC-COUNT >= 500
                    DISPLAY 'RECAPV01: MORE THAN 500 APVCARD '
                        'DECISIONS - SPLIT THE DECK AND RERUN'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DEC-COUNT
                MOVE APV-CHANGE-ID TO WS-DEC-CHANGE-ID(WS-DEC-COUNT)
                MOVE APV-DECISION TO WS-DEC-DECISION(WS-DEC-COUNT)
                MOVE APV-APPROVER-ID TO WS-DEC-APPROVER(WS-DEC-COUNT)
                MOVE APV-REASON TO WS-DEC-REASON(WS-DEC-COUNT)
                MOVE 'N' TO WS-DEC-USED-SWITCH(WS-DEC-COUNT)
            END-IF
    END-EVALUATE.
    IF WS-PROBLEM-TEXT NOT = SPACES
        PERFORM 4900-WRITE-PROBLEM
    END-IF.

1570-FIND-DECISION.
    *> Linear scan of the loaded decisions for APV-CHANGE-ID (while
    *> loading) - the caller tests WS-DEC-FOUND-SUB, zero = none.
    MOVE ZEROS TO WS-DEC-FOUND-SUB.
    PERFORM 1580-TEST-ONE-DECISION
        VARYING WS-DEC-SUB FROM 1 BY 1
            UNTIL WS-DEC-SUB > WS-DEC-COUNT
               OR WS-DEC-FOUND-SUB > ZERO.

1580-TEST-ONE-DECISION.
    IF WS-DEC-CHANGE-ID(WS-DEC-SUB) = APV-CHANGE-ID
        MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
    END-IF.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
    *> work carries on unlogged rather than dying for its diary.
    OPEN EXTEND EVENT-FILE.
    IF WS-EVT-STATUS = '00' OR WS-EVT-STATUS = '05'
        MOVE 'Y' TO WS-EVT-OPEN-SWITCH
    ELSE
        DISPLAY 'RECAPV01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECAPV01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECAPV01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2000-DECIDE-PENDING.
    *> Carry the prior queue forward, applying tonight's decisions
    *> as each change goes past. Only status 05 (OPTIONAL file
    *> absent) may mean "empty queue" - any other failed open
    *> abends, because running on would end clean and let the
    *> JCL's copy-back step replace the queue with tonight's new
    *> cards alone, silently dropping every change still awaiting
    *> a checker.
    OPEN INPUT PEND-IN-FILE.
    EVALUATE WS-PENDIN-STATUS
        WHEN '00'
            MOVE 'N' TO WS-PENDIN-EOF-SWITCH
            PERFORM 2100-DECIDE-ONE-CHANGE UNTIL WS-PENDIN-EOF
            CLOSE PEND-IN-FILE
        WHEN '05'
            CONTINUE
        WHEN OTHER
            MOVE 'PENDIN  ' TO WS-ABEND-FILE-NAME
            MOVE WS-PENDIN-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

2100-DECIDE-ONE-CHANGE.
    READ PEND-IN-FILE
        AT END
            SET WS-PENDIN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PENDING-READ
            MOVE PIN-RECORD TO PND-RECORD
            *> A later run the same minute as an earlier one must
            *> not reissue its change IDs - number on from the
            *> highest sequence already queued under this stamp.
            IF PND-SUBMIT-DATE = WS-RUN-DATE
                AND PND-SUBMIT-HHMM = WS-RUN-HHMM
                AND PND-SUBMIT-SEQ > WS-NEXT-SEQ
                MOVE PND-SUBMIT-SEQ TO WS-NEXT-SEQ
            END-IF
            PERFORM 2150-FIND-PENDING-DECISION
            IF WS-DEC-FOUND-SUB = ZERO
                PERFORM 2400-CARRY-PENDING
            ELSE
                SET WS-DEC-USED(WS-DEC-FOUND-SUB) TO TRUE
                EVALUATE TRUE
                    WHEN WS-DEC-APPROVER(WS-DEC-FOUND-SUB)
                            = PND-SUBMIT-OPERATOR
                        PERFORM 2200-REFUSE-SELF-APPROVAL
                    WHEN WS-DEC-DECISION(WS-DEC-FOUND-SUB) = 'R'
                        PERFORM 2300-RELEASE-CHANGE
                    WHEN OTHER
                        PERFORM 2350-DECLINE-CHANGE
                END-EVALUATE
            END-IF
    END-READ.

2150-FIND-PENDING-DECISION.
    MOVE ZEROS TO WS-DEC-FOUND-SUB.
    PERFORM 2160-TEST-PENDING-DECISION
        VARYING WS-DEC-SUB FROM 1 BY 1
            UNTIL WS-DEC-SUB > WS-DEC-COUNT
               OR WS-DEC-FOUND-SUB > ZERO.

2160-TEST-PENDING-DECISION.
    IF WS-DEC-CHANGE-ID(WS-DEC-SUB) = PND-CHANGE-ID
        MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
    END-IF.

2200-REFUSE-SELF-APPROVAL.
    *> The whole point of dual control: the maker cannot be the
    *> checker. The change stays pending for a different operator.
    MOVE SPACES TO WS-PROBLEM-TEXT.
    STRING 'CHANGE ' DELIMITED BY SIZE
           PND-CHANGE-ID DELIMITED BY SIZE
           ' DECIDED BY ITS OWN SUBMITTER ' DELIMITED BY SIZE
           PND-SUBMIT-OPERATOR DELIMITED BY SIZE
           ' - REFUSED, STILL PENDING' DELIMITED BY SIZE
        INTO WS-PROBLEM-TEXT
    END-STRING.
    PERFORM 4900-WRITE-PROBLEM.
    PERFORM 2400-CARRY-PENDING.

2300-RELEASE-CHANGE.
    SET PND-STATUS-RELEASED TO TRUE.
    MOVE WS-DEC-APPROVER(WS-DEC-FOUND-SUB) TO PND-APPROVE-OPERATOR.
    MOVE WS-RUN-DATE TO PND-DECISION-DATE.
    MOVE WS-RUN-TIME TO PND-DECISION-TIME.
    MOVE WS-DEC-REASON(WS-DEC-FOUND-SUB) TO PND-DECISION-REASON.
    MOVE 'RELEASED' TO WS-DISPOSITION.
    PERFORM 4800-WRITE-CHANGE-LINE.
    IF PND-TARGET-MASTER
        MOVE PND-RECORD TO REL-MAST-RECORD
        WRITE REL-MAST-RECORD
        ADD 1 TO WS-RELEASED-MAST
    ELSE
        MOVE PND-RECORD TO REL-KSDS-RECORD
        WRITE REL-KSDS-RECORD
        ADD 1 TO WS-RELEASED-KSDS
    END-IF.

2350-DECLINE-CHANGE.
    *> A declined change leaves the queue for good - the register
    *> line with the checker's reason is what goes back to the
    *> submitter, who punches a fresh card if the change is still
    *> wanted.
    SET PND-STATUS-DECLINED TO TRUE.
    MOVE WS-DEC-APPROVER(WS-DEC-FOUND-SUB) TO PND-APPROVE-OPERATOR.
    MOVE WS-RUN-DATE TO PND-DECISION-DATE.
    MOVE WS-RUN-TIME TO PND-DECISION-TIME.
    MOVE WS-DEC-REASON(WS-DEC-FOUND-SUB) TO PND-DECISION-REASON.
    MOVE 'DECLINED' TO WS-DISPOSITION.
    PERFORM 4800-WRITE-CHANGE-LINE.
    MOVE SPACES TO REPORT-RECORD.
    STRING '           DECLINE REASON: ' DELIMITED BY SIZE
           PND-DECISION-REASON DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    ADD 1 TO WS-DECLINED-COUNT.

2400-CARRY-PENDING.
    MOVE 'PENDING' TO WS-DISPOSITION.
    PERFORM 4800-WRITE-CHANGE-LINE.
    WRITE PND-RECORD.
    ADD 1 TO WS-STILL-PENDING.

3000-INTAKE-KSDS-DECK.
    *> Optional - most nights only one of the two decks has cards.
    OPEN INPUT TXN-FILE.
    IF WS-TXN-STATUS = '00'
        MOVE 'N' TO WS-TXN-EOF-SWITCH
        PERFORM 3050-INTAKE-ONE-TXN UNTIL WS-TXN-EOF
        CLOSE TXN-FILE
    END-IF.

3050-INTAKE-ONE-TXN.
    READ TXN-FILE
        AT END
            SET WS-TXN-EOF TO TRUE
        NOT AT END
            IF TXN-RECORD NOT = SPACES
                MOVE SPACES TO PND-RECORD
                SET PND-TARGET-KSDS TO TRUE
                MOVE TXN-RECORD TO PND-CARD-IMAGE
                MOVE TXN-OPERATOR-ID TO PND-SUBMIT-OPERATOR
                PERFORM 3500-QUEUE-NEW-CHANGE
            END-IF
    END-READ.

3100-INTAKE-MASTER-DECK.
    OPEN INPUT DSC-TXN-FILE.
    IF WS-DSC-STATUS = '00'
        MOVE 'N' TO WS-DSC-EOF-SWITCH
        PERFORM 3150-INTAKE-ONE-DSC UNTIL WS-DSC-EOF
        CLOSE DSC-TXN-FILE
    END-IF.

3150-INTAKE-ONE-DSC.
    READ DSC-TXN-FILE
        AT END
            SET WS-DSC-EOF TO TRUE
        NOT AT END
            IF DSC-TXN-RECORD NOT = SPACES
                MOVE SPACES TO PND-RECORD
                SET PND-TARGET-MASTER TO TRUE
                MOVE DSC-TXN-RECORD TO PND-CARD-IMAGE
                MOVE DSC-OPERATOR-ID TO PND-SUBMIT-OPERATOR
                PERFORM 3500-QUEUE-NEW-CHANGE
            END-IF
    END-READ.

3500-QUEUE-NEW-CHANGE.
    *> The caller built target, image and submitter. A card with no
    *> submitting operator cannot be held to anyone and is refused
    *> here rather than queued. Content edits stay with the
    *> applying program (and RECPFL01's preflight) - the checker
    *> sees the card image on this register either way.
    IF PND-SUBMIT-OPERATOR = SPACES
        MOVE 'REFUSED' TO WS-DISPOSITION
        PERFORM 4800-WRITE-CHANGE-LINE
        MOVE SPACES TO REPORT-RECORD
        STRING '           NO SUBMITTING OPERATOR ID ON THE CARD - '
                DELIMITED BY SIZE
               'REPUNCH WITH THE ID AND RESUBMIT' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        ADD 1 TO WS-REFUSED-COUNT
    ELSE
        ADD 1 TO WS-NEXT-SEQ
        MOVE WS-RUN-DATE TO PND-SUBMIT-DATE
        MOVE WS-RUN-HHMM TO PND-SUBMIT-HHMM
        MOVE WS-NEXT-SEQ TO PND-SUBMIT-SEQ
        SET PND-STATUS-PENDING TO TRUE
        MOVE ZEROS TO PND-DECISION-DATE
        MOVE ZEROS TO PND-DECISION-TIME
        MOVE 'SUBMITTED' TO WS-DISPOSITION
        PERFORM 4800-WRITE-CHANGE-LINE
        WRITE PND-RECORD
        IF PND-TARGET-MASTER
            ADD 1 TO WS-SUBMITTED-MAST
        ELSE
            ADD 1 TO WS-SUBMITTED-KSDS
        END-IF
    END-IF.

4000-REPORT-UNMATCHED.
    *> A decision that found no pending change is most often a
    *> mistyped change ID - the change it was meant for is still
    *> pending above, undecided.
    PERFORM 4050-TEST-ONE-UNMATCHED
        VARYING WS-DEC-SUB FROM 1 BY 1
            UNTIL WS-DEC-SUB > WS-DEC-COUNT.

4050-TEST-ONE-UNMATCHED.
    IF NOT WS-DEC-USED(WS-DEC-SUB)
        MOVE SPACES TO WS-PROBLEM-TEXT
        STRING 'APVCARD DECISION FOR CHANGE ' DELIMITED BY SIZE
               WS-DEC-CHANGE-ID(WS-DEC-SUB) DELIMITED BY SIZE
               ' MATCHES NO PENDING CHANGE - NOT APPLIED'
                DELIMITED BY SIZE
            INTO WS-PROBLEM-TEXT
        END-STRING
        PERFORM 4900-WRITE-PROBLEM
    END-IF.

4800-WRITE-CHANGE-LINE.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-DISPOSITION DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           PND-CHANGE-ID DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           PND-TARGET DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           PND-SUBMIT-OPERATOR DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           PND-APPROVE-OPERATOR DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           PND-CARD-IMAGE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

4900-WRITE-PROBLEM.
    ADD 1 TO WS-PROBLEM-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROBLEM: ' DELIMITED BY SIZE
           WS-PROBLEM-TEXT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

5000-PRODUCE-REGISTER.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PENDING CHANGES READ: ' DELIMITED BY SIZE
           WS-PENDING-READ DELIMITED BY SIZE
           '  DECISIONS LOADED: ' DELIMITED BY SIZE
           WS-DEC-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RELEASED - KSDS: ' DELIMITED BY SIZE
           WS-RELEASED-KSDS DELIMITED BY SIZE
           '  DESCMAST: ' DELIMITED BY SIZE
           WS-RELEASED-MAST DELIMITED BY SIZE
           '  DECLINED: ' DELIMITED BY SIZE
           WS-DECLINED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'SUBMITTED - KSDS: ' DELIMITED BY SIZE
           WS-SUBMITTED-KSDS DELIMITED BY SIZE
           '  DESCMAST: ' DELIMITED BY SIZE
           WS-SUBMITTED-MAST DELIMITED BY SIZE
           '  REFUSED: ' DELIMITED BY SIZE
           WS-REFUSED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'AWAITING A CHECKER: ' DELIMITED BY SIZE
           WS-STILL-PENDING DELIMITED BY SIZE
           ' CARRIED + ' DELIMITED BY SIZE
           WS-SUBMITTED-KSDS DELIMITED BY SIZE
           ' KSDS + ' DELIMITED BY SIZE
           WS-SUBMITTED-MAST DELIMITED BY SIZE
           ' DESCMAST NEW' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-REFUSED-COUNT > ZERO OR WS-PROBLEM-COUNT > ZERO
        STRING 'STATUS: REFUSED CARDS OR DECISION PROBLEMS - '
                DELIMITED BY SIZE
               'SEE THE LINES ABOVE' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'STATUS: ALL CARDS QUEUED AND ALL DECISIONS APPLIED'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.
