       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECFCT01
*> Batch-window forecast for tonight's RECBLD01 build, run before
*> the window opens. RECSTAT1 tells operations afterwards how
*> long the build took; this tells them beforehand whether
*> tonight's volume will finish by the deadline.
*>   - the per-record build rate is derived from the accumulated
*>     STATHIST run history: total elapsed seconds over total
*>     records built, for normal runs. Restarted runs are rated
*>     separately - a restart replays the keys before its
*>     checkpoint, so its cost per record differs - together with
*>     how often a night has needed one. Runs that ended RC=8 or
*>     higher, or built nothing, never reached the build loop and
*>     are left out,
*>   - the rate is applied to each planned PARM on PFLPARMS (the
*>     same deck RECPFL01 edits: 'nnnnnnn' or 'sssssss,eeeeeee',
*>     one build step per line, in step order),
*>   - the timeline runs from the FCTCARD window start: serial
*>     steps start when the previous one ends; concurrent
*>     partitions all start together and the night ends with the
*>     slowest one,
*>   - every step is also projected with a restart contingency
*>     (the step plus one restart at the restarted-run rate), so
*>     the supervisor can see how much a bad night costs.
*> The projection, and on a partitioned night each partition, is
*> checked against the FCTCARD deadline; a step or night past the
*> deadline is warned on the report and ends RC=4. A contingency
*> past the deadline is noted but does not by itself warn.
*> Condition codes: 0 = projected to finish by the deadline,
*> 4 = projection (or a partition) past the deadline, 8 = card,
*> plan or history unusable - see SYSOUT, 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECFCT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STAT-FILE ASSIGN TO STATHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAT-STATUS.

    SELECT OPTIONAL PFL-PARM-FILE ASSIGN TO PFLPARMS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT OPTIONAL FCT-CARD-FILE ASSIGN TO FCTCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STAT-FILE.
    COPY STATREC.

FD  PFL-PARM-FILE.
01  PFL-PARM-RECORD                 PIC X(80).

FD  FCT-CARD-FILE.
    COPY FCTCARD.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-STAT-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-STAT-EOF             VALUE 'Y'.
    05  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-PARM-EOF             VALUE 'Y'.
    05  WS-PARTITIONED-SWITCH       PIC X(1) VALUE 'N'.
        88  WS-PARTITIONED          VALUE 'Y'.
    05  WS-CONCURRENT-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-CONCURRENT           VALUE 'Y'.
    05  WS-HISTORY-FROM             PIC 9(8) VALUE ZEROS.
    05  WS-STEP-STATUS              PIC X(16) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-STAT-STATUS              PIC X(2) VALUE SPACES.
    05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-TIME-WORK.
    *> Same HHMMSShh split and midnight wrap as RECSTAT1's
    *> 2300-COMPUTE-ELAPSED.
    05  WS-TIME-PARSE               PIC 9(8).
    05  WS-TIME-PARSE-R REDEFINES WS-TIME-PARSE.
        10  WS-TP-HH                PIC 9(2).
        10  WS-TP-MM                PIC 9(2).
        10  WS-TP-SS                PIC 9(2).
        10  WS-TP-HUND              PIC 9(2).
    05  WS-START-SECONDS            PIC 9(7) VALUE ZEROS.
    05  WS-END-SECONDS              PIC 9(7) VALUE ZEROS.
    05  WS-ELAPSED-SECONDS          PIC 9(7) VALUE ZEROS.

01  WS-HISTORY-AREA.
    05  WS-RUNS-READ                PIC 9(6) VALUE ZEROS.
    05  WS-RUNS-EXCLUDED            PIC 9(6) VALUE ZEROS.
    05  WS-NRM-RUNS                 PIC 9(6) VALUE ZEROS.
    05  WS-NRM-SECONDS              PIC 9(9) VALUE ZEROS.
    05  WS-NRM-RECORDS              PIC 9(12) VALUE ZEROS.
    05  WS-RST-RUNS                 PIC 9(6) VALUE ZEROS.
    05  WS-RST-SECONDS              PIC 9(9) VALUE ZEROS.
    05  WS-RST-RECORDS              PIC 9(12) VALUE ZEROS.
    *> Seconds per record, carried to six places - a fast build
    *> runs well under a millisecond a record.
    05  WS-NRM-RATE                 PIC 9(5)V9(6) VALUE ZEROS.
    05  WS-RST-RATE                 PIC 9(5)V9(6) VALUE ZEROS.
    05  WS-NRM-PER-THOUSAND         PIC 9(7)V9(2) VALUE ZEROS.
    05  WS-RST-PER-THOUSAND         PIC 9(7)V9(2) VALUE ZEROS.
    05  WS-RESTART-PCT              PIC 9(3) VALUE ZEROS.
    05  WS-NRM-PER-THOUSAND-ED      PIC Z(6)9.99.
    05  WS-RST-PER-THOUSAND-ED      PIC Z(6)9.99.

01  WS-PLAN-TABLE.
    *> One entry per planned build step. Fifty steps is far past
    *> any partitioning the cluster has been run with; overflow is
    *> a plan error (RC=8), not a truncated forecast.
    05  WS-PLAN-COUNT               PIC 9(3) VALUE ZEROS.
    05  WS-PLAN-ENTRY OCCURS 50.
        10  WS-PLN-START-KEY        PIC 9(7).
        10  WS-PLN-END-KEY          PIC 9(7).
        10  WS-PLN-RECORDS          PIC 9(8).

01  WS-PARM-WORK.
    05  WS-PARM-KEY-X               PIC X(7) VALUE ZEROS.
    05  WS-PARM-KEY REDEFINES WS-PARM-KEY-X PIC 9(7).
    05  WS-PARM-START               PIC 9(7) VALUE ZEROS.
    05  WS-PARM-END                 PIC 9(7) VALUE ZEROS.

01  WS-TIMELINE-AREA.
    *> Clock positions are seconds from midnight of the night the
    *> window opens; anything past 86399 is the next morning.
    05  WS-WINDOW-START-SECS        PIC 9(6) VALUE ZEROS.
    05  WS-DEADLINE-SECS            PIC 9(6) VALUE ZEROS.
    05  WS-STEP-START-SECS          PIC 9(6) VALUE ZEROS.
    05  WS-STEP-DURATION            PIC 9(6) VALUE ZEROS.
    05  WS-STEP-END-SECS            PIC 9(6) VALUE ZEROS.
    05  WS-STEP-RESTART-SECS        PIC 9(6) VALUE ZEROS.
    05  WS-STEP-CONTINGENCY-SECS    PIC 9(6) VALUE ZEROS.
    05  WS-NIGHT-END-SECS           PIC 9(6) VALUE ZEROS.
    05  WS-NIGHT-CONTINGENCY-SECS   PIC 9(6) VALUE ZEROS.
    05  WS-SLOWEST-STEP             PIC 9(3) VALUE ZEROS.
    05  WS-SLOWEST-END-SECS         PIC 9(6) VALUE ZEROS.
    05  WS-SLACK-SECS               PIC S9(6) VALUE ZEROS.
    05  WS-SLACK-MINUTES            PIC S9(5) VALUE ZEROS.
    05  WS-SLACK-MINUTES-ED         PIC -(5)9.
    05  WS-PLAN-SUB                 PIC 9(3) VALUE ZEROS.
    05  WS-LATE-STEPS               PIC 9(3) VALUE ZEROS.
    05  WS-TOTAL-RECORDS            PIC 9(9) VALUE ZEROS.

01  WS-CLOCK-WORK.
    *> 8100-FORMAT-CLOCK input and output.
    05  WS-CLK-SECONDS              PIC 9(6) VALUE ZEROS.
    05  WS-CLK-DAY-SECS             PIC 9(5) VALUE ZEROS.
    05  WS-CLK-DAYS                 PIC 9(1) VALUE ZEROS.
    05  WS-CLK-REMAINDER            PIC 9(4) VALUE ZEROS.
    05  WS-CLK-TEXT.
        10  WS-CLK-HH               PIC 9(2).
        10  FILLER                  PIC X(1) VALUE ':'.
        10  WS-CLK-MM               PIC 9(2).
        10  FILLER                  PIC X(1) VALUE ':'.
        10  WS-CLK-SS               PIC 9(2).
        10  WS-CLK-DAY-MARK.
            15  WS-CLK-PLUS         PIC X(1) VALUE SPACE.
            15  WS-CLK-DAY-DIGIT    PIC 9(1) VALUE ZERO.
            15  WS-CLK-D            PIC X(1) VALUE SPACE.
    05  WS-CLK-START-TEXT           PIC X(11) VALUE SPACES.
    05  WS-CLK-END-TEXT             PIC X(11) VALUE SPACES.
    05  WS-CLK-CONT-TEXT            PIC X(11) VALUE SPACES.
    05  WS-CLK-DEADLINE-TEXT        PIC X(11) VALUE SPACES.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECFCT01'.

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
    PERFORM 1200-READ-FCT-CARD.
    PERFORM 1300-LOAD-PLAN.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2100-TALLY-ONE-RUN UNTIL WS-STAT-EOF.
    CLOSE STAT-FILE.
    PERFORM 2500-DERIVE-RATES.
    PERFORM 3000-PROJECT-TIMELINE.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    MOVE WS-NIGHT-END-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    STRING 'WINDOW FORECAST COMPLETE - PROJECTED END ' DELIMITED BY SIZE
           WS-CLK-TEXT DELIMITED BY SIZE
           ' SLACK MIN ' DELIMITED BY SIZE
           WS-SLACK-MINUTES-ED DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

1200-READ-FCT-CARD.
    *> Mandatory, like RECPRG01's purge card - a forecast with no
    *> deadline has nothing to warn against. A missing, empty or
    *> mispunched card is a setup problem: RC=8.
    OPEN INPUT FCT-CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
        DISPLAY 'RECFCT01: FCTCARD NOT AVAILABLE (STATUS='
            WS-CARD-STATUS ') - SUPPLY THE WINDOW CARD AND RESUBMIT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ FCT-CARD-FILE
        AT END
            DISPLAY 'RECFCT01: FCTCARD IS EMPTY - SUPPLY THE WINDOW '
                'START AND DEADLINE'
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ.
    CLOSE FCT-CARD-FILE.
    IF FCT-WINDOW-START NOT NUMERIC
        OR FCT-DEADLINE NOT NUMERIC
        OR FCT-START-HH > 23 OR FCT-START-MM > 59
        OR FCT-DEADLINE-HH > 23 OR FCT-DEADLINE-MM > 59
        DISPLAY 'RECFCT01: FCTCARD WINDOW START (COLS 1-4) OR '
            'DEADLINE (COLS 5-8) NOT A VALID HHMM'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT FCT-MODE-CONCURRENT AND NOT FCT-MODE-SERIAL
        DISPLAY 'RECFCT01: FCTCARD RUN MODE (COL 9) MUST BE C, S '
            'OR BLANK'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> Short cards read spaces in the history date - no filter.
    IF FCT-HISTORY-FROM NUMERIC
        MOVE FCT-HISTORY-FROM TO WS-HISTORY-FROM
    END-IF.
    COMPUTE WS-WINDOW-START-SECS =
        FCT-START-HH * 3600 + FCT-START-MM * 60.
    COMPUTE WS-DEADLINE-SECS =
        FCT-DEADLINE-HH * 3600 + FCT-DEADLINE-MM * 60.
    IF WS-DEADLINE-SECS NOT > WS-WINDOW-START-SECS
        ADD 86400 TO WS-DEADLINE-SECS
    END-IF.

1300-LOAD-PLAN.
    *> The planned PARM deck. RECPFL01 has already edited it for
    *> shape and contiguity; a line this program cannot parse is
    *> still refused rather than silently left out of the forecast.
    OPEN INPUT PFL-PARM-FILE.
    IF WS-PARM-STATUS NOT = '00'
        DISPLAY 'RECFCT01: PFLPARMS NOT AVAILABLE (STATUS='
            WS-PARM-STATUS ') - NOTHING TO FORECAST'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1310-LOAD-ONE-PARM UNTIL WS-PARM-EOF.
    CLOSE PFL-PARM-FILE.
    IF WS-PLAN-COUNT = ZEROS
        DISPLAY 'RECFCT01: PFLPARMS IS EMPTY - NOTHING TO FORECAST'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-PARTITIONED AND FCT-MODE-CONCURRENT
        MOVE 'Y' TO WS-CONCURRENT-SWITCH
    END-IF.

1310-LOAD-ONE-PARM.
    READ PFL-PARM-FILE
        AT END
            SET WS-PARM-EOF TO TRUE
        NOT AT END
            IF PFL-PARM-RECORD NOT = SPACES
                PERFORM 1320-PARSE-ONE-PARM
            END-IF
    END-READ.

1320-PARSE-ONE-PARM.
    *> The two PARM shapes exactly as RECPFL01's 2020 reads them.
    EVALUATE TRUE
        WHEN PFL-PARM-RECORD(8:1) = ','
            AND PFL-PARM-RECORD(1:7) NUMERIC
            AND PFL-PARM-RECORD(9:7) NUMERIC
            AND PFL-PARM-RECORD(16:65) = SPACES
            MOVE PFL-PARM-RECORD(1:7) TO WS-PARM-KEY-X
            MOVE WS-PARM-KEY TO WS-PARM-START
            MOVE PFL-PARM-RECORD(9:7) TO WS-PARM-KEY-X
            MOVE WS-PARM-KEY TO WS-PARM-END
            MOVE 'Y' TO WS-PARTITIONED-SWITCH
        WHEN PFL-PARM-RECORD(1:7) NUMERIC
            AND PFL-PARM-RECORD(8:73) = SPACES
            MOVE 1 TO WS-PARM-START
            MOVE PFL-PARM-RECORD(1:7) TO WS-PARM-KEY-X
            MOVE WS-PARM-KEY TO WS-PARM-END
        WHEN OTHER
            DISPLAY 'RECFCT01: PFLPARMS LINE NOT A VALID BUILD PARM: '
                PFL-PARM-RECORD(1:20)
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    IF WS-PARM-START = ZEROS OR WS-PARM-START > WS-PARM-END
        DISPLAY 'RECFCT01: PFLPARMS RANGE REVERSED OR ZERO: '
            PFL-PARM-RECORD(1:20)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-PLAN-COUNT >= 50
        DISPLAY 'RECFCT01: MORE THAN 50 PFLPARMS LINES - SPLIT THE '
            'FORECAST'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-PLAN-COUNT.
    MOVE WS-PARM-START TO WS-PLN-START-KEY(WS-PLAN-COUNT).
    MOVE WS-PARM-END TO WS-PLN-END-KEY(WS-PLAN-COUNT).
    COMPUTE WS-PLN-RECORDS(WS-PLAN-COUNT) =
        WS-PARM-END - WS-PARM-START + 1.
    ADD WS-PLN-RECORDS(WS-PLAN-COUNT) TO WS-TOTAL-RECORDS.

1400-OPEN-FILES.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECFCT01 - RECBLD01 BATCH-WINDOW FORECAST'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE WS-WINDOW-START-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-START-TEXT.
    MOVE WS-DEADLINE-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-DEADLINE-TEXT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROGRAM: ' DELIMITED BY SIZE
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   WINDOW START: ' DELIMITED BY SIZE
           WS-CLK-START-TEXT DELIMITED BY SIZE
           '  DEADLINE: ' DELIMITED BY SIZE
           WS-CLK-DEADLINE-TEXT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-CONCURRENT
        STRING 'PLAN: ' DELIMITED BY SIZE
               WS-PLAN-COUNT DELIMITED BY SIZE
               ' PARTITION STEP(S) RUNNING CONCURRENTLY, '
                DELIMITED BY SIZE
               WS-TOTAL-RECORDS DELIMITED BY SIZE
               ' RECORDS' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'PLAN: ' DELIMITED BY SIZE
               WS-PLAN-COUNT DELIMITED BY SIZE
               ' BUILD STEP(S) RUNNING SERIALLY, ' DELIMITED BY SIZE
               WS-TOTAL-RECORDS DELIMITED BY SIZE
               ' RECORDS' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.

    OPEN INPUT STAT-FILE.
    IF WS-STAT-STATUS NOT = '00'
        MOVE 'STATHIST' TO WS-ABEND-FILE-NAME
        MOVE WS-STAT-STATUS TO WS-ABEND-STATUS
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
        DISPLAY 'RECFCT01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECFCT01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECFCT01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2100-TALLY-ONE-RUN.
    READ STAT-FILE
        AT END
            SET WS-STAT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RUNS-READ
            IF STAT-RUN-DATE < WS-HISTORY-FROM
                OR STAT-RETURN-CODE >= 8
                OR STAT-RECORDS-BUILT = ZERO
                ADD 1 TO WS-RUNS-EXCLUDED
            ELSE
                PERFORM 2300-COMPUTE-ELAPSED
                IF STAT-RUN-RESTARTED
                    ADD 1 TO WS-RST-RUNS
                    ADD WS-ELAPSED-SECONDS TO WS-RST-SECONDS
                    ADD STAT-RECORDS-BUILT TO WS-RST-RECORDS
                ELSE
                    ADD 1 TO WS-NRM-RUNS
                    ADD WS-ELAPSED-SECONDS TO WS-NRM-SECONDS
                    ADD STAT-RECORDS-BUILT TO WS-NRM-RECORDS
                END-IF
            END-IF
    END-READ.

2300-COMPUTE-ELAPSED.
    MOVE STAT-START-TIME TO WS-TIME-PARSE.
    COMPUTE WS-START-SECONDS =
        WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
    MOVE STAT-END-TIME TO WS-TIME-PARSE.
    COMPUTE WS-END-SECONDS =
        WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
    IF WS-END-SECONDS < WS-START-SECONDS
        COMPUTE WS-ELAPSED-SECONDS =
            WS-END-SECONDS + 86400 - WS-START-SECONDS
    ELSE
        COMPUTE WS-ELAPSED-SECONDS =
            WS-END-SECONDS - WS-START-SECONDS
    END-IF.

2500-DERIVE-RATES.
    *> Without a single usable normal run there is no rate to
    *> project with - a forecast of zero would read as "plenty of
    *> time", which is the one answer this program must never give
    *> by default.
    IF WS-NRM-RUNS = ZEROS
        DISPLAY 'RECFCT01: NO USABLE NORMAL RUNS ON STATHIST'
            ' - NO RATE TO FORECAST WITH'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-NRM-RATE ROUNDED = WS-NRM-SECONDS / WS-NRM-RECORDS.
    *> With no restart on file the contingency assumes the restart
    *> costs what a full normal run does.
    IF WS-RST-RUNS > ZEROS
        COMPUTE WS-RST-RATE ROUNDED = WS-RST-SECONDS / WS-RST-RECORDS
    ELSE
        MOVE WS-NRM-RATE TO WS-RST-RATE
    END-IF.
    COMPUTE WS-RESTART-PCT ROUNDED =
        WS-RST-RUNS * 100 / (WS-NRM-RUNS + WS-RST-RUNS).
    COMPUTE WS-NRM-PER-THOUSAND ROUNDED = WS-NRM-RATE * 1000.
    COMPUTE WS-RST-PER-THOUSAND ROUNDED = WS-RST-RATE * 1000.
    MOVE WS-NRM-PER-THOUSAND TO WS-NRM-PER-THOUSAND-ED.
    MOVE WS-RST-PER-THOUSAND TO WS-RST-PER-THOUSAND-ED.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'HISTORY: RUNS READ ' DELIMITED BY SIZE
           WS-RUNS-READ DELIMITED BY SIZE
           '  EXCLUDED ' DELIMITED BY SIZE
           WS-RUNS-EXCLUDED DELIMITED BY SIZE
           ' (RC>=8, NOTHING BUILT, OR BEFORE ' DELIMITED BY SIZE
           WS-HISTORY-FROM DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'NORMAL RUNS:    ' DELIMITED BY SIZE
           WS-NRM-RUNS DELIMITED BY SIZE
           '  RECORDS ' DELIMITED BY SIZE
           WS-NRM-RECORDS DELIMITED BY SIZE
           '  SECONDS ' DELIMITED BY SIZE
           WS-NRM-SECONDS DELIMITED BY SIZE
           '  RATE ' DELIMITED BY SIZE
           WS-NRM-PER-THOUSAND-ED DELIMITED BY SIZE
           ' SEC PER 1000 RECORDS' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-RST-RUNS > ZEROS
        STRING 'RESTARTED RUNS: ' DELIMITED BY SIZE
               WS-RST-RUNS DELIMITED BY SIZE
               '  RECORDS ' DELIMITED BY SIZE
               WS-RST-RECORDS DELIMITED BY SIZE
               '  SECONDS ' DELIMITED BY SIZE
               WS-RST-SECONDS DELIMITED BY SIZE
               '  RATE ' DELIMITED BY SIZE
               WS-RST-PER-THOUSAND-ED DELIMITED BY SIZE
               ' SEC PER 1000 RECORDS' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'RESTARTED RUNS: NONE ON FILE - CONTINGENCY ASSUMES '
                DELIMITED BY SIZE
               'A RESTART COSTS A FULL NORMAL RUN' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'NIGHTS NEEDING A RESTART: ' DELIMITED BY SIZE
           WS-RESTART-PCT DELIMITED BY SIZE
           ' PERCENT OF USABLE RUNS' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

3000-PROJECT-TIMELINE.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'STEP  START-KEY END-KEY   RECORDS   START       END        '
            DELIMITED BY SIZE
           ' IF RESTARTED  STATUS' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE WS-WINDOW-START-SECS TO WS-STEP-START-SECS.
    MOVE WS-WINDOW-START-SECS TO WS-NIGHT-END-SECS.
    MOVE WS-WINDOW-START-SECS TO WS-NIGHT-CONTINGENCY-SECS.
    PERFORM 3100-PROJECT-ONE-STEP
        VARYING WS-PLAN-SUB FROM 1 BY 1
            UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.

3100-PROJECT-ONE-STEP.
    *> Serial steps chain end to start; concurrent partitions all
    *> start at the window start. The contingency is this step
    *> plus one restart of it, priced at the restarted-run rate.
    IF WS-CONCURRENT
        MOVE WS-WINDOW-START-SECS TO WS-STEP-START-SECS
    END-IF.
    COMPUTE WS-STEP-DURATION ROUNDED =
        WS-PLN-RECORDS(WS-PLAN-SUB) * WS-NRM-RATE.
    COMPUTE WS-STEP-RESTART-SECS ROUNDED =
        WS-PLN-RECORDS(WS-PLAN-SUB) * WS-RST-RATE.
    COMPUTE WS-STEP-END-SECS =
        WS-STEP-START-SECS + WS-STEP-DURATION.
    COMPUTE WS-STEP-CONTINGENCY-SECS =
        WS-STEP-END-SECS + WS-STEP-RESTART-SECS.
    IF WS-STEP-END-SECS > WS-NIGHT-END-SECS
        MOVE WS-STEP-END-SECS TO WS-NIGHT-END-SECS
    END-IF.
    IF WS-CONCURRENT
        IF WS-STEP-CONTINGENCY-SECS > WS-NIGHT-CONTINGENCY-SECS
            MOVE WS-STEP-CONTINGENCY-SECS
                TO WS-NIGHT-CONTINGENCY-SECS
        END-IF
    ELSE
        *> A restart in any one serial step delays every step
        *> behind it, so the night's contingency is the projected
        *> end plus the dearest single restart.
        IF WS-NIGHT-END-SECS + WS-STEP-RESTART-SECS
            > WS-NIGHT-CONTINGENCY-SECS
            COMPUTE WS-NIGHT-CONTINGENCY-SECS =
                WS-NIGHT-END-SECS + WS-STEP-RESTART-SECS
        END-IF
    END-IF.
    IF WS-STEP-END-SECS > WS-SLOWEST-END-SECS
        MOVE WS-STEP-END-SECS TO WS-SLOWEST-END-SECS
        MOVE WS-PLAN-SUB TO WS-SLOWEST-STEP
    END-IF.
    EVALUATE TRUE
        WHEN WS-STEP-END-SECS > WS-DEADLINE-SECS
            ADD 1 TO WS-LATE-STEPS
            MOVE '** PAST DEADLINE' TO WS-STEP-STATUS
        WHEN WS-STEP-CONTINGENCY-SECS > WS-DEADLINE-SECS
            MOVE 'OK - NO RESTART' TO WS-STEP-STATUS
        WHEN OTHER
            MOVE 'OK' TO WS-STEP-STATUS
    END-EVALUATE.

    MOVE WS-STEP-START-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-START-TEXT.
    MOVE WS-STEP-END-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-END-TEXT.
    MOVE WS-STEP-CONTINGENCY-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-CONT-TEXT.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-PLAN-SUB DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-PLN-START-KEY(WS-PLAN-SUB) DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-PLN-END-KEY(WS-PLAN-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-PLN-RECORDS(WS-PLAN-SUB) DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-CLK-START-TEXT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CLK-END-TEXT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CLK-CONT-TEXT DELIMITED BY SIZE
           '    ' DELIMITED BY SIZE
           WS-STEP-STATUS DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF NOT WS-CONCURRENT
        MOVE WS-STEP-END-SECS TO WS-STEP-START-SECS
    END-IF.

5000-PRODUCE-SUMMARY.
    COMPUTE WS-SLACK-SECS = WS-DEADLINE-SECS - WS-NIGHT-END-SECS.
    *> Truncated toward zero, then a late night rounded away from
    *> it - "1 minute of slack" must never hide 59 seconds late.
    COMPUTE WS-SLACK-MINUTES = WS-SLACK-SECS / 60.
    IF WS-SLACK-SECS < ZERO
        AND WS-SLACK-MINUTES * 60 NOT = WS-SLACK-SECS
        SUBTRACT 1 FROM WS-SLACK-MINUTES
    END-IF.
    MOVE WS-SLACK-MINUTES TO WS-SLACK-MINUTES-ED.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE WS-NIGHT-END-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-END-TEXT.
    MOVE WS-NIGHT-CONTINGENCY-SECS TO WS-CLK-SECONDS.
    PERFORM 8100-FORMAT-CLOCK.
    MOVE WS-CLK-TEXT TO WS-CLK-CONT-TEXT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROJECTED BUILD END: ' DELIMITED BY SIZE
           WS-CLK-END-TEXT DELIMITED BY SIZE
           '  DEADLINE: ' DELIMITED BY SIZE
           WS-CLK-DEADLINE-TEXT DELIMITED BY SIZE
           '  SLACK (MINUTES): ' DELIMITED BY SIZE
           WS-SLACK-MINUTES-ED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WITH ONE RESTART:    ' DELIMITED BY SIZE
           WS-CLK-CONT-TEXT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-CONCURRENT
        MOVE SPACES TO REPORT-RECORD
        STRING 'SLOWEST PARTITION: STEP ' DELIMITED BY SIZE
               WS-SLOWEST-STEP DELIMITED BY SIZE
               ' (KEYS ' DELIMITED BY SIZE
               WS-PLN-START-KEY(WS-SLOWEST-STEP) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-PLN-END-KEY(WS-SLOWEST-STEP) DELIMITED BY SIZE
               ') ENDS ' DELIMITED BY SIZE
               WS-CLK-END-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    EVALUATE TRUE
        WHEN WS-NIGHT-END-SECS > WS-DEADLINE-SECS
            MOVE 4 TO RETURN-CODE
            IF WS-CONCURRENT
                STRING '*** WARNING: ' DELIMITED BY SIZE
                       WS-LATE-STEPS DELIMITED BY SIZE
                       ' PARTITION(S) PROJECTED PAST THE DEADLINE - '
                        DELIMITED BY SIZE
                       'REBALANCE THE RANGES OR START EARLIER'
                        DELIMITED BY SIZE
                    INTO REPORT-RECORD
                END-STRING
            ELSE
                STRING '*** WARNING: BUILD PROJECTED PAST THE '
                        DELIMITED BY SIZE
                       'DEADLINE - PARTITION THE NIGHT OR START '
                        DELIMITED BY SIZE
                       'EARLIER' DELIMITED BY SIZE
                    INTO REPORT-RECORD
                END-STRING
            END-IF
            MOVE 4 TO WS-EVT-SEVERITY
            MOVE SPACES TO WS-EVT-MESSAGE
            STRING 'BUILD PROJECTED PAST WINDOW DEADLINE - END '
                    DELIMITED BY SIZE
                   WS-CLK-END-TEXT DELIMITED BY SIZE
                   ' DEADLINE ' DELIMITED BY SIZE
                   WS-CLK-DEADLINE-TEXT DELIMITED BY SIZE
                INTO WS-EVT-MESSAGE
            END-STRING
            PERFORM 9800-WRITE-EVENT
        WHEN WS-NIGHT-CONTINGENCY-SECS > WS-DEADLINE-SECS
            STRING 'STATUS: PROJECTED TO FINISH BY THE DEADLINE - '
                    DELIMITED BY SIZE
                   'BUT NOT IF A RESTART IS NEEDED' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN OTHER
            STRING 'STATUS: PROJECTED TO FINISH BY THE DEADLINE, '
                    DELIMITED BY SIZE
                   'EVEN WITH A RESTART' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
    END-EVALUATE.
    WRITE REPORT-RECORD.
    CLOSE REPORT-FILE.

8100-FORMAT-CLOCK.
    *> WS-CLK-SECONDS (seconds from midnight of the window's first
    *> night) to HH:MM:SS, marked +1D once it runs into the next
    *> morning (+2D and on for a plan that hopeless).
    DIVIDE WS-CLK-SECONDS BY 86400 GIVING WS-CLK-DAYS
        REMAINDER WS-CLK-DAY-SECS.
    DIVIDE WS-CLK-DAY-SECS BY 3600 GIVING WS-CLK-HH
        REMAINDER WS-CLK-REMAINDER.
    DIVIDE WS-CLK-REMAINDER BY 60 GIVING WS-CLK-MM
        REMAINDER WS-CLK-SS.
    IF WS-CLK-DAYS > ZERO
        MOVE '+' TO WS-CLK-PLUS
        MOVE WS-CLK-DAYS TO WS-CLK-DAY-DIGIT
        MOVE 'D' TO WS-CLK-D
    ELSE
        MOVE SPACES TO WS-CLK-DAY-MARK
    END-IF.
