       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECPCL01
*> Month-end period close. Month-end figures used to be whatever
*> the KSDS happened to say the morning they were reported, and a
*> maintenance run under a back-dated business date could still
*> change them afterwards. This program freezes a certified
*> snapshot of the cluster as of the period's last business date
*> and records the period as closed; from then on RECUPD01,
*> RECPRG01 and RECDSC01 refuse any change dated inside it unless
*> a formal reopen card (copybooks/RPNCARD.CPY) is supplied.
*> The snapshot is rebuilt from the HISTFILE point-in-time
*> history rather than copied from the live cluster, so the close
*> can run days after month-end and still capture the month-end
*> image: for each key, the latest version dated on or before the
*> period end (the same rule RECASF01 answers as-of queries
*> with) - a W version goes on the snapshot, a key deleted or
*> moved away by then does not. The snapshot (PCLSNAP, VSAMREC
*> layout, build date = the business date of the version) is
*> written with its own control totals (PCLCTL: record count, key
*> hash, status totals, one line per category) and a category
*> and status breakdown in the style of RECCAT01's composition
*> report, with the movement against the last period closed
*> before it.
*> Certification: the cycle-control record must show a completed
*> build (RC 0/4) for the period end or a later business date -
*> and, when the period end is still the current cycle, a clean
*> RECVFY01 verdict - and the history must hold versions dated
*> the period end itself. A snapshot that fails the history test
*> is written but marked CERTIFIED=N and the period is NOT
*> recorded closed. A certified close appends a C line to the
*> PERIODS register (copybooks/PERREC.CPY).
*> Condition codes: 0 = period closed, 8 = bad control card,
*> period already closed, cycle not certified, or snapshot not
*> certified (see SYSOUT / report), 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECPCL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PCL-CARD-FILE ASSIGN TO PCLCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PER-STATUS.

    SELECT CYC-FILE ASSIGN TO CYCCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYC-STATUS.

    SELECT HIST-FILE ASSIGN TO HISTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.

    SELECT SNAP-FILE ASSIGN TO PCLSNAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-STATUS.

    SELECT PCL-CTL-FILE ASSIGN TO PCLCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PCL-CARD-FILE.
    COPY PCLCARD.

FD  PERIOD-FILE.
    COPY PERREC.

FD  CYC-FILE.
    COPY CYCREC.

FD  HIST-FILE.
    COPY HISTREC.

FD  SNAP-FILE.
    COPY VSAMREC REPLACING LEADING ==VSAM== BY ==SNAP==.

FD  PCL-CTL-FILE.
01  PCL-CTL-RECORD                  PIC X(80).

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-SCAN-DONE-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-SCAN-DONE            VALUE 'Y'.
    05  WS-PER-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-PER-EOF              VALUE 'Y'.
    05  WS-CERTIFIED-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-CERTIFIED            VALUE 'Y'.
    05  WS-SEARCH-CAT               PIC X(4) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-PER-STATUS               PIC X(2) VALUE SPACES.
    05  WS-CYC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-HIST-STATUS              PIC X(2) VALUE SPACES.
    05  WS-SNAP-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-CARD-AREA.
    05  WS-PERIOD                   PIC 9(6) VALUE ZEROS.
    05  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-CLOSED-BY                PIC X(8) VALUE SPACES.
    05  WS-CERTIFIED-BY             PIC X(8) VALUE SPACES.

01  WS-PRIOR-AREA.
    *> The last period closed before this one, off the register -
    *> the baseline the breakdown's movement line is taken from.
    05  WS-PRIOR-PRESENT-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-PRIOR-PRESENT        VALUE 'Y'.
    05  WS-PRIOR-PERIOD             PIC 9(6) VALUE ZEROS.
    05  WS-PRIOR-RECORD-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-PRIOR-ACTIVE             PIC 9(9) VALUE ZEROS.
    05  WS-PRIOR-INACTIVE           PIC 9(9) VALUE ZEROS.
    05  WS-PRIOR-UNCODED            PIC 9(9) VALUE ZEROS.

01  WS-BREAK-AREA.
    *> Control-break state for the history walk, same shape as
    *> RECASF01's: a key's versions arrive together in date order,
    *> and the last one on or before the period end is carried
    *> until the key changes.
    05  WS-CURRENT-KEY              PIC 9(9) VALUE ZEROS.
    05  WS-KEY-OPEN-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-KEY-OPEN             VALUE 'Y'.
    05  WS-BEST-FOUND-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-BEST-FOUND           VALUE 'Y'.
    05  WS-BEST-DATE                PIC 9(8) VALUE ZEROS.
    05  WS-BEST-ACTION              PIC X(1) VALUE SPACE.
        88  WS-BEST-WRITE           VALUE 'W'.
        88  WS-BEST-DELETE          VALUE 'D'.
        88  WS-BEST-MOVED           VALUE 'M'.
    05  WS-BEST-DATA                PIC X(80) VALUE SPACES.

01  WS-CATEGORY-TABLE.
    *> Category and status composition of the snapshot, kept in
    *> category order by sorted insertion exactly as RECCAT01
    *> keeps its table.
    05  WS-CAT-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CAT-ENTRY OCCURS 100.
        10  WS-ENT-CATEGORY         PIC X(4).
        10  WS-ENT-ACTIVE           PIC 9(8).
        10  WS-ENT-INACTIVE         PIC 9(8).

01  WS-SUBSCRIPT-AREA.
    05  WS-SUB                      PIC 9(3) VALUE ZEROS.
    05  WS-MATCH-SUB                PIC 9(3) VALUE ZEROS.
    05  WS-INSERT-POS               PIC 9(3) VALUE ZEROS.
    05  WS-SHIFT-SUB                PIC 9(3) VALUE ZEROS.

01  WS-COUNTER-AREA.
    05  WS-HISTORY-READ             PIC 9(9) VALUE ZEROS.
    05  WS-PERIOD-END-VERSIONS      PIC 9(9) VALUE ZEROS.
    05  WS-SNAPSHOT-COUNT           PIC 9(9) VALUE ZEROS.
    05  WS-HASH-TOTAL               PIC 9(15) VALUE ZEROS.
    05  WS-TOTAL-ACTIVE             PIC 9(9) VALUE ZEROS.
    05  WS-TOTAL-INACTIVE           PIC 9(9) VALUE ZEROS.
    05  WS-UNCODED-COUNT            PIC 9(9) VALUE ZEROS.
    05  WS-BADSTAT-COUNT            PIC 9(9) VALUE ZEROS.
    05  WS-KEYS-DELETED             PIC 9(9) VALUE ZEROS.
    05  WS-KEYS-MOVED               PIC 9(9) VALUE ZEROS.
    05  WS-KEYS-LATER               PIC 9(9) VALUE ZEROS.
    05  WS-CAT-TOTAL                PIC 9(9) VALUE ZEROS.

01  WS-MOVEMENT-WORK.
    05  WS-MOVE-RECORDS             PIC S9(9) VALUE ZEROS.
    05  WS-MOVE-ACTIVE              PIC S9(9) VALUE ZEROS.
    05  WS-MOVE-INACTIVE            PIC S9(9) VALUE ZEROS.
    05  WS-MOVE-RECORDS-ED          PIC +9(9).
    05  WS-MOVE-ACTIVE-ED           PIC +9(9).
    05  WS-MOVE-INACTIVE-ED         PIC +9(9).

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECPCL01'.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
    05  WS-RUN-TIME                 PIC 9(8) VALUE ZEROS.

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
    PERFORM 1200-READ-CLOSE-CARD.
    MOVE WS-PERIOD-END-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1300-LOAD-PERIOD-REGISTER.
    PERFORM 1320-CHECK-CYCLE-CONTROL.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-REBUILD-PERIOD-END.
    CLOSE HIST-FILE.
    CLOSE SNAP-FILE.
    *> Certified only when the history actually holds the period
    *> end - no version dated that day means the build for it
    *> never stamped the history, and a snapshot rebuilt from the
    *> day before would be quietly one day stale.
    IF WS-PERIOD-END-VERSIONS > ZERO
        SET WS-CERTIFIED TO TRUE
    END-IF.
    PERFORM 3000-WRITE-CONTROL-TOTALS.
    PERFORM 4000-PRODUCE-BREAKDOWN.
    PERFORM 5000-PRODUCE-SUMMARY.
    IF WS-CERTIFIED
        PERFORM 6000-RECORD-PERIOD-CLOSED
        MOVE ZERO TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'PERIOD ' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ' CLOSED AS OF ' DELIMITED BY SIZE
               WS-PERIOD-END-DATE DELIMITED BY SIZE
               ' - SNAPSHOT RECORDS ' DELIMITED BY SIZE
               WS-SNAPSHOT-COUNT DELIMITED BY SIZE
            INTO WS-EVT-MESSAGE
        END-STRING
    ELSE
        DISPLAY 'RECPCL01: NO HISTORY DATED ' WS-PERIOD-END-DATE
            ' - SNAPSHOT NOT CERTIFIED, PERIOD ' WS-PERIOD
            ' NOT CLOSED'
        MOVE 8 TO RETURN-CODE
        MOVE 8 TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'PERIOD ' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ' NOT CLOSED - NO HISTORY DATED ' DELIMITED BY SIZE
               WS-PERIOD-END-DATE DELIMITED BY SIZE
            INTO WS-EVT-MESSAGE
        END-STRING
    END-IF.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.

1200-READ-CLOSE-CARD.
    *> Mandatory - a close without an explicit period and date
    *> would freeze whichever month the operator happened to mean.
    OPEN INPUT PCL-CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
        MOVE 'PCLCARD ' TO WS-ABEND-FILE-NAME
        MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    READ PCL-CARD-FILE
        AT END
            DISPLAY 'RECPCL01: PCLCARD IS EMPTY - NO PERIOD SUPPLIED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT AT END
            IF PCL-PERIOD NOT NUMERIC
                OR PCL-PERIOD-END-DATE NOT NUMERIC
                DISPLAY 'RECPCL01: PCLCARD NOT NUMERIC IN COLS 1-14 '
                    '- PUNCH YYYYMM PERIOD AND YYYYMMDD PERIOD END'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF PCL-PERIOD-MONTH < 1 OR PCL-PERIOD-MONTH > 12
                OR PCL-END-PERIOD NOT = PCL-PERIOD
                OR PCL-END-DAY < 1 OR PCL-END-DAY > 31
                DISPLAY 'RECPCL01: PCLCARD PERIOD END '
                    PCL-PERIOD-END-DATE ' IS NOT A DATE INSIDE '
                    'PERIOD ' PCL-PERIOD
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF PCL-CLOSED-BY = SPACES
                OR PCL-CERTIFIED-BY = SPACES
                OR PCL-CLOSED-BY = PCL-CERTIFIED-BY
                DISPLAY 'RECPCL01: PCLCARD NEEDS TWO DIFFERENT '
                    'OPERATORS - CLOSED-BY (COLS 15-22) AND '
                    'CERTIFIED-BY (COLS 23-30)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PCL-PERIOD TO WS-PERIOD
            MOVE PCL-PERIOD-END-DATE TO WS-PERIOD-END-DATE
            MOVE PCL-CLOSED-BY TO WS-CLOSED-BY
            MOVE PCL-CERTIFIED-BY TO WS-CERTIFIED-BY
    END-READ.
    CLOSE PCL-CARD-FILE.
    *> A month cannot be closed before its last business day has
    *> been lived through.
    IF WS-PERIOD-END-DATE > WS-RUN-DATE
        DISPLAY 'RECPCL01: PERIOD END ' WS-PERIOD-END-DATE
            ' IS AFTER TODAY ' WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1300-LOAD-PERIOD-REGISTER.
    *> OPTIONAL - the first close ever has no register yet. A
    *> period already carrying a C line is refused: closing twice
    *> would put two different certified snapshots on record for
    *> one month.
    OPEN INPUT PERIOD-FILE.
    EVALUATE WS-PER-STATUS
        WHEN '00'
            MOVE 'N' TO WS-PER-EOF-SWITCH
            PERFORM 1310-LOAD-ONE-REGISTER-LINE UNTIL WS-PER-EOF
            CLOSE PERIOD-FILE
        WHEN '05'
            CLOSE PERIOD-FILE
        WHEN OTHER
            MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
            MOVE WS-PER-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1310-LOAD-ONE-REGISTER-LINE.
    READ PERIOD-FILE
        AT END
            SET WS-PER-EOF TO TRUE
        NOT AT END
            IF PER-ENTRY-CLOSE
                IF PER-PERIOD = WS-PERIOD
                    DISPLAY 'RECPCL01: PERIOD ' WS-PERIOD
                        ' IS ALREADY CLOSED AS OF '
                        PER-PERIOD-END-DATE ' - NOTHING DONE'
                    MOVE 8 TO RETURN-CODE
                    MOVE 8 TO WS-EVT-SEVERITY
                    MOVE SPACES TO WS-EVT-MESSAGE
                    STRING 'CLOSE REFUSED - PERIOD ' DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           ' ALREADY CLOSED' DELIMITED BY SIZE
                        INTO WS-EVT-MESSAGE
                    END-STRING
                    PERFORM 9800-WRITE-EVENT
                    STOP RUN
                END-IF
                IF PER-PERIOD < WS-PERIOD
                    AND PER-PERIOD >= WS-PRIOR-PERIOD
                    SET WS-PRIOR-PRESENT TO TRUE
                    MOVE PER-PERIOD TO WS-PRIOR-PERIOD
                    MOVE PER-RECORD-COUNT TO WS-PRIOR-RECORD-COUNT
                    MOVE PER-ACTIVE-COUNT TO WS-PRIOR-ACTIVE
                    MOVE PER-INACTIVE-COUNT TO WS-PRIOR-INACTIVE
                    MOVE PER-UNCODED-COUNT TO WS-PRIOR-UNCODED
                END-IF
            END-IF
    END-READ.

1320-CHECK-CYCLE-CONTROL.
    *> The same gate RECXMT01 applies before shipping, checked
    *> before a byte of snapshot is written: the build must have
    *> reached the period end (or gone past it) at RC 0/4, and if
    *> the period end is still the current cycle its extract must
    *> have verified clean. A month cannot be certified from a
    *> cycle that never finished.
    OPEN INPUT CYC-FILE.
    IF WS-CYC-STATUS NOT = '00'
        DISPLAY 'RECPCL01 REFUSED: CYCLE CONTROL FILE NOT '
            'AVAILABLE (STATUS=' WS-CYC-STATUS ')'
        MOVE 8 TO RETURN-CODE
        PERFORM 1390-LOG-REFUSAL
        STOP RUN
    END-IF.
    READ CYC-FILE
        AT END
            DISPLAY 'RECPCL01 REFUSED: CYCLE CONTROL RECORD EMPTY '
                '- NO BUILD STAMPED'
            MOVE 8 TO RETURN-CODE
            PERFORM 1390-LOG-REFUSAL
            STOP RUN
    END-READ.
    CLOSE CYC-FILE.
    IF NOT CYC-BUILD-DONE
        OR CYC-BUSINESS-DATE NOT NUMERIC
        OR CYC-BUSINESS-DATE < WS-PERIOD-END-DATE
        DISPLAY 'RECPCL01 REFUSED: NO COMPLETED BUILD FOR '
            WS-PERIOD-END-DATE ' OR LATER - CYCLE CONTROL SHOWS '
            CYC-BUSINESS-DATE
        MOVE 8 TO RETURN-CODE
        PERFORM 1390-LOG-REFUSAL
        STOP RUN
    END-IF.
    IF CYC-BUILD-SEVERITY NOT NUMERIC
        OR CYC-BUILD-SEVERITY > 4
        DISPLAY 'RECPCL01 REFUSED: BUILD SEVERITY '
            CYC-BUILD-SEVERITY ' - ONLY RC 0/4 BUILDS CERTIFY'
        MOVE 8 TO RETURN-CODE
        PERFORM 1390-LOG-REFUSAL
        STOP RUN
    END-IF.
    IF CYC-BUSINESS-DATE = WS-PERIOD-END-DATE
        IF NOT CYC-VERIFY-DONE
            OR CYC-VERIFY-DISCREPANCIES NOT NUMERIC
            OR CYC-VERIFY-DISCREPANCIES > ZERO
            DISPLAY 'RECPCL01 REFUSED: PERIOD-END EXTRACT NOT '
                'VERIFIED CLEAN BY RECVFY01'
            MOVE 8 TO RETURN-CODE
            PERFORM 1390-LOG-REFUSAL
            STOP RUN
        END-IF
    END-IF.

1390-LOG-REFUSAL.
    *> The specific reason already went to SYSOUT from the gate
    *> check; the event log gets the one-line operations view.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE 'PERIOD CLOSE REFUSED - CYCLE CONTROL GATE (SEE SYSOUT)'
        TO WS-EVT-MESSAGE.
    PERFORM 9800-WRITE-EVENT.

1400-OPEN-FILES.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECPCL01 - MONTH-END PERIOD CLOSE'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PERIOD: ' DELIMITED BY SIZE
           WS-PERIOD DELIMITED BY SIZE
           '   AS OF: ' DELIMITED BY SIZE
           WS-PERIOD-END-DATE DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   CLOSED BY: ' DELIMITED BY SIZE
           WS-CLOSED-BY DELIMITED BY SIZE
           '   CERTIFIED BY: ' DELIMITED BY SIZE
           WS-CERTIFIED-BY DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS NOT = '00'
        MOVE 'HISTFILE' TO WS-ABEND-FILE-NAME
        MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT SNAP-FILE.
    IF WS-SNAP-STATUS NOT = '00'
        MOVE 'PCLSNAP ' TO WS-ABEND-FILE-NAME
        MOVE WS-SNAP-STATUS TO WS-ABEND-STATUS
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
        DISPLAY 'RECPCL01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECPCL01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECPCL01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2000-REBUILD-PERIOD-END.
    *> One pass over the whole history from the first key - the
    *> snapshot answers for every key the history has ever seen.
    MOVE ZEROS TO HIST-REC-NUMBER.
    MOVE ZEROS TO HIST-BUSINESS-DATE.
    MOVE 'N' TO WS-SCAN-DONE-SWITCH.
    START HIST-FILE KEY >= HIST-KEY
        INVALID KEY
            SET WS-SCAN-DONE TO TRUE
    END-START.
    PERFORM 2100-EXAMINE-ONE-VERSION UNTIL WS-SCAN-DONE.
    IF WS-KEY-OPEN
        PERFORM 2300-SETTLE-KEY
    END-IF.

2100-EXAMINE-ONE-VERSION.
    READ HIST-FILE NEXT
        AT END
            SET WS-SCAN-DONE TO TRUE
        NOT AT END
            ADD 1 TO WS-HISTORY-READ
            PERFORM 2200-TALLY-ONE-VERSION
    END-READ.

2200-TALLY-ONE-VERSION.
    IF WS-KEY-OPEN AND HIST-REC-NUMBER NOT = WS-CURRENT-KEY
        PERFORM 2300-SETTLE-KEY
    END-IF.
    IF NOT WS-KEY-OPEN
        MOVE HIST-REC-NUMBER TO WS-CURRENT-KEY
        MOVE 'Y' TO WS-KEY-OPEN-SWITCH
        MOVE 'N' TO WS-BEST-FOUND-SWITCH
    END-IF.
    IF HIST-BUSINESS-DATE = WS-PERIOD-END-DATE
        ADD 1 TO WS-PERIOD-END-VERSIONS
    END-IF.
    *> Versions arrive in ascending business date, so the last one
    *> on or before the period end is automatically the latest.
    IF HIST-BUSINESS-DATE <= WS-PERIOD-END-DATE
        SET WS-BEST-FOUND TO TRUE
        MOVE HIST-BUSINESS-DATE TO WS-BEST-DATE
        MOVE HIST-ACTION-CODE TO WS-BEST-ACTION
        MOVE HIST-DATA TO WS-BEST-DATA
    END-IF.

2300-SETTLE-KEY.
    *> The key's month-end state: on the snapshot if its latest
    *> version by the period end is a write; otherwise counted
    *> under why it is not there.
    EVALUATE TRUE
        WHEN NOT WS-BEST-FOUND
            ADD 1 TO WS-KEYS-LATER
        WHEN WS-BEST-DELETE
            ADD 1 TO WS-KEYS-DELETED
        WHEN WS-BEST-MOVED
            ADD 1 TO WS-KEYS-MOVED
        WHEN OTHER
            PERFORM 2400-WRITE-SNAPSHOT-RECORD
    END-EVALUATE.
    MOVE 'N' TO WS-KEY-OPEN-SWITCH.

2400-WRITE-SNAPSHOT-RECORD.
    MOVE WS-CURRENT-KEY TO SNAP-REC-KEY.
    MOVE WS-BEST-DATA TO SNAP-REC-DATA.
    MOVE WS-BEST-DATE TO SNAP-REC-BUILD-DATE.
    WRITE SNAP-RECORD.
    IF WS-SNAP-STATUS NOT = '00'
        MOVE 'PCLSNAP ' TO WS-ABEND-FILE-NAME
        MOVE WS-SNAP-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    ADD 1 TO WS-SNAPSHOT-COUNT.
    ADD WS-CURRENT-KEY TO WS-HASH-TOTAL.
    *> Column positions are RECBLD01's enriched-entry layout, as
    *> RECCAT01 reads them: category 57-60, status 61, spaces
    *> for a plain entry.
    IF WS-BEST-DATA(57:4) = SPACES
        ADD 1 TO WS-UNCODED-COUNT
    ELSE
        MOVE WS-BEST-DATA(57:4) TO WS-SEARCH-CAT
        PERFORM 2700-FIND-OR-ADD-CATEGORY
        EVALUATE WS-BEST-DATA(61:1)
            WHEN 'A'
                ADD 1 TO WS-ENT-ACTIVE(WS-MATCH-SUB)
                ADD 1 TO WS-TOTAL-ACTIVE
            WHEN 'I'
                ADD 1 TO WS-ENT-INACTIVE(WS-MATCH-SUB)
                ADD 1 TO WS-TOTAL-INACTIVE
            WHEN OTHER
                *> counted inactive, as RECCAT01 does, so corrupt
                *> enrichment cannot inflate the active figures.
                ADD 1 TO WS-BADSTAT-COUNT
                ADD 1 TO WS-ENT-INACTIVE(WS-MATCH-SUB)
                ADD 1 TO WS-TOTAL-INACTIVE
        END-EVALUATE
    END-IF.

2700-FIND-OR-ADD-CATEGORY.
    *> Lookup by WS-SEARCH-CAT with sorted insertion - RECCAT01's
    *> 2700 to 2770, unchanged.
    MOVE ZEROS TO WS-MATCH-SUB.
    IF WS-CAT-COUNT > ZERO
        PERFORM 2710-TEST-ONE-ENTRY
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    END-IF.
    IF WS-MATCH-SUB = ZEROS
        PERFORM 2750-INSERT-CATEGORY
    END-IF.

2710-TEST-ONE-ENTRY.
    IF WS-MATCH-SUB = ZEROS
        AND WS-ENT-CATEGORY(WS-SUB) = WS-SEARCH-CAT
        MOVE WS-SUB TO WS-MATCH-SUB
    END-IF.

2750-INSERT-CATEGORY.
    IF WS-CAT-COUNT >= 100
        DISPLAY 'RECPCL01 ABEND: MORE THAN 100 CATEGORIES - '
            'WIDEN THE TABLE BEFORE RERUNNING'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-CAT-COUNT TO WS-INSERT-POS.
    ADD 1 TO WS-INSERT-POS.
    IF WS-CAT-COUNT > ZERO
        PERFORM 2760-TEST-INSERT-POS
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    END-IF.
    ADD 1 TO WS-CAT-COUNT.
    MOVE WS-CAT-COUNT TO WS-SHIFT-SUB.
    PERFORM 2770-SHIFT-ONE-ENTRY
        UNTIL WS-SHIFT-SUB <= WS-INSERT-POS.
    MOVE WS-SEARCH-CAT TO WS-ENT-CATEGORY(WS-INSERT-POS).
    MOVE ZEROS TO WS-ENT-ACTIVE(WS-INSERT-POS).
    MOVE ZEROS TO WS-ENT-INACTIVE(WS-INSERT-POS).
    MOVE WS-INSERT-POS TO WS-MATCH-SUB.

2760-TEST-INSERT-POS.
    IF WS-INSERT-POS > WS-CAT-COUNT
        AND WS-ENT-CATEGORY(WS-SUB) > WS-SEARCH-CAT
        MOVE WS-SUB TO WS-INSERT-POS
    END-IF.

2770-SHIFT-ONE-ENTRY.
    SUBTRACT 1 FROM WS-SHIFT-SUB.
    IF WS-SHIFT-SUB >= WS-INSERT-POS
        MOVE WS-CAT-ENTRY(WS-SHIFT-SUB)
            TO WS-CAT-ENTRY(WS-SHIFT-SUB + 1)
    END-IF.

3000-WRITE-CONTROL-TOTALS.
    *> The snapshot's own control totals, written beside it the
    *> way RECARC01's ARCCTL travels beside an archive segment -
    *> a frozen month-end that cannot prove its own completeness
    *> is no better than the live cluster it was cut from.
    OPEN OUTPUT PCL-CTL-FILE.
    IF WS-CTL-STATUS NOT = '00'
        MOVE 'PCLCTL  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CTL-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'PERIOD=' DELIMITED BY SIZE
           WS-PERIOD DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'PERIODEND=' DELIMITED BY SIZE
           WS-PERIOD-END-DATE DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'RECORDCOUNT=' DELIMITED BY SIZE
           WS-SNAPSHOT-COUNT DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'HASHTOTAL=' DELIMITED BY SIZE
           WS-HASH-TOTAL DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'ACTIVE=' DELIMITED BY SIZE
           WS-TOTAL-ACTIVE DELIMITED BY SIZE
           ' INACTIVE=' DELIMITED BY SIZE
           WS-TOTAL-INACTIVE DELIMITED BY SIZE
           ' UNCODED=' DELIMITED BY SIZE
           WS-UNCODED-COUNT DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

    IF WS-CAT-COUNT > ZERO
        PERFORM 3100-WRITE-ONE-CATEGORY-TOTAL
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    END-IF.

    MOVE SPACES TO PCL-CTL-RECORD.
    IF WS-CERTIFIED
        STRING 'CERTIFIED=Y' DELIMITED BY SIZE
            INTO PCL-CTL-RECORD
        END-STRING
    ELSE
        STRING 'CERTIFIED=N' DELIMITED BY SIZE
            INTO PCL-CTL-RECORD
        END-STRING
    END-IF.
    WRITE PCL-CTL-RECORD.
    CLOSE PCL-CTL-FILE.

3100-WRITE-ONE-CATEGORY-TOTAL.
    MOVE SPACES TO PCL-CTL-RECORD.
    STRING 'CATEGORY=' DELIMITED BY SIZE
           WS-ENT-CATEGORY(WS-SUB) DELIMITED BY SIZE
           ' ACTIVE=' DELIMITED BY SIZE
           WS-ENT-ACTIVE(WS-SUB) DELIMITED BY SIZE
           ' INACTIVE=' DELIMITED BY SIZE
           WS-ENT-INACTIVE(WS-SUB) DELIMITED BY SIZE
        INTO PCL-CTL-RECORD
    END-STRING.
    WRITE PCL-CTL-RECORD.

4000-PRODUCE-BREAKDOWN.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CAT    ACTIVE   INACTIVE      TOTAL'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    IF WS-CAT-COUNT > ZERO
        PERFORM 4100-PRINT-ONE-CATEGORY
            VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CAT-COUNT
    ELSE
        MOVE SPACES TO REPORT-RECORD
        STRING 'NO CODED ENTRIES ON THE SNAPSHOT'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

4100-PRINT-ONE-CATEGORY.
    COMPUTE WS-CAT-TOTAL =
        WS-ENT-ACTIVE(WS-SUB) + WS-ENT-INACTIVE(WS-SUB).
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-ENT-CATEGORY(WS-SUB) DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-ENT-ACTIVE(WS-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-INACTIVE(WS-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CAT-TOTAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SNAPSHOT RECORDS: ' DELIMITED BY SIZE
           WS-SNAPSHOT-COUNT DELIMITED BY SIZE
           '   KEY HASH TOTAL: ' DELIMITED BY SIZE
           WS-HASH-TOTAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'TOTAL ACTIVE: ' DELIMITED BY SIZE
           WS-TOTAL-ACTIVE DELIMITED BY SIZE
           '   TOTAL INACTIVE: ' DELIMITED BY SIZE
           WS-TOTAL-INACTIVE DELIMITED BY SIZE
           '   UNCODED (PLAIN): ' DELIMITED BY SIZE
           WS-UNCODED-COUNT DELIMITED BY SIZE
           '   UNRECOGNIZED STATUS BYTES: ' DELIMITED BY SIZE
           WS-BADSTAT-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'HISTORY VERSIONS READ: ' DELIMITED BY SIZE
           WS-HISTORY-READ DELIMITED BY SIZE
           '   DATED PERIOD END: ' DELIMITED BY SIZE
           WS-PERIOD-END-VERSIONS DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'KEYS NOT ON SNAPSHOT - DELETED: ' DELIMITED BY SIZE
           WS-KEYS-DELETED DELIMITED BY SIZE
           '   MOVED AWAY: ' DELIMITED BY SIZE
           WS-KEYS-MOVED DELIMITED BY SIZE
           '   FIRST WRITTEN AFTER PERIOD END: ' DELIMITED BY SIZE
           WS-KEYS-LATER DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-PRIOR-PRESENT
        COMPUTE WS-MOVE-RECORDS =
            WS-SNAPSHOT-COUNT - WS-PRIOR-RECORD-COUNT
        COMPUTE WS-MOVE-ACTIVE = WS-TOTAL-ACTIVE - WS-PRIOR-ACTIVE
        COMPUTE WS-MOVE-INACTIVE =
            WS-TOTAL-INACTIVE - WS-PRIOR-INACTIVE
        MOVE WS-MOVE-RECORDS TO WS-MOVE-RECORDS-ED
        MOVE WS-MOVE-ACTIVE TO WS-MOVE-ACTIVE-ED
        MOVE WS-MOVE-INACTIVE TO WS-MOVE-INACTIVE-ED
        STRING 'MOVEMENT SINCE CLOSED PERIOD ' DELIMITED BY SIZE
               WS-PRIOR-PERIOD DELIMITED BY SIZE
               ' - RECORDS ' DELIMITED BY SIZE
               WS-MOVE-RECORDS-ED DELIMITED BY SIZE
               '   ACTIVE ' DELIMITED BY SIZE
               WS-MOVE-ACTIVE-ED DELIMITED BY SIZE
               '   INACTIVE ' DELIMITED BY SIZE
               WS-MOVE-INACTIVE-ED DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'MOVEMENT: NO EARLIER CLOSED PERIOD ON THE REGISTER'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-CERTIFIED
        STRING 'SNAPSHOT CERTIFIED - PERIOD ' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ' RECORDED CLOSED' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'SNAPSHOT NOT CERTIFIED - NO HISTORY DATED '
                DELIMITED BY SIZE
               WS-PERIOD-END-DATE DELIMITED BY SIZE
               ' - PERIOD NOT CLOSED' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

6000-RECORD-PERIOD-CLOSED.
    *> The C line is what the maintenance programs lock on - it is
    *> written last, only once the snapshot and its control totals
    *> are safely down.
    OPEN EXTEND PERIOD-FILE.
    IF WS-PER-STATUS NOT = '00' AND WS-PER-STATUS NOT = '05'
        MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
        MOVE WS-PER-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO PER-RECORD.
    SET PER-ENTRY-CLOSE TO TRUE.
    MOVE WS-PERIOD TO PER-PERIOD.
    MOVE WS-PERIOD-END-DATE TO PER-PERIOD-END-DATE.
    MOVE WS-PROGRAM-NAME TO PER-PROGRAM.
    MOVE WS-RUN-DATE TO PER-LOGGED-DATE.
    MOVE WS-RUN-TIME TO PER-LOGGED-TIME.
    MOVE WS-PERIOD-END-DATE TO PER-BUSINESS-DATE.
    MOVE WS-CLOSED-BY TO PER-OPERATOR-1.
    MOVE WS-CERTIFIED-BY TO PER-OPERATOR-2.
    MOVE WS-SNAPSHOT-COUNT TO PER-RECORD-COUNT.
    MOVE WS-HASH-TOTAL TO PER-HASH-TOTAL.
    MOVE WS-TOTAL-ACTIVE TO PER-ACTIVE-COUNT.
    MOVE WS-TOTAL-INACTIVE TO PER-INACTIVE-COUNT.
    MOVE WS-UNCODED-COUNT TO PER-UNCODED-COUNT.
    MOVE 'MONTH-END CLOSE' TO PER-REASON.
    WRITE PER-RECORD.
    IF WS-PER-STATUS NOT = '00'
        MOVE 'PERIODS ' TO WS-ABEND-FILE-NAME
        MOVE WS-PER-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    CLOSE PERIOD-FILE.
