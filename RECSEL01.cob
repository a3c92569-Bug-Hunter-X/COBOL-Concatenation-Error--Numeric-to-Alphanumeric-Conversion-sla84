       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECSEL01
*> Partition audit trail consolidation and sealing. Partition
*> steps of the key-range build (RECBLD01P.jcl) run side by side,
*> so they cannot share one seal chain: each writes its own trail
*> with zero sequence and seal. This step replaces the straight
*> copy that used to concatenate those trails into the shared
*> PROD.RECBLD.AUDITOUT - it reads the partition trails in key
*> order (PARTAUD concatenation) and rewrites the shared trail
*> with every record sealed (copybooks/AUDITREC.CPY), exactly as
*> a serial build would have written it: an anchor record at the
*> head carrying the chain on from where the shared trail ends,
*> then the build's records chained from it.
*> The shared trail is read first (AUDITIN) for the chain
*> position and then rewritten from the top (AUDITNEW, the same
*> dataset under a second DD), so run it after the pre-build
*> archive cut (STEP005) - anything on the trail that was not
*> archived is lost from it and the verifier reports its range as
*> missing.
*> PARM='RESTART' reruns this step after it failed part way: the
*> chain is then taken up from the anchor at the head of the
*> trail the failed run wrote, not from its last record, so the
*> rerun reuses the same sequence numbers instead of leaving a
*> gap behind it.
*> Condition codes: 0 = trail consolidated and sealed, 8 = bad
*> SEALKEY card (nothing written), 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECSEL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEAL-KEY-FILE ASSIGN TO SEALKEY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEAL-STATUS.

    SELECT PART-AUDIT-FILE ASSIGN TO PARTAUD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-STATUS.

    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDNEW-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  PART-AUDIT-FILE.
    COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==PART==.

FD  AUDIT-FILE.
    COPY AUDITREC.

FD  AUDIT-NEW-FILE.
    COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==ANEW==.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-PART-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-PART-EOF             VALUE 'Y'.
    05  WS-RESTART-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-RESTART-REQUESTED    VALUE 'Y'.

01  WS-FILE-STATUS-AREA.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.
    05  WS-PART-STATUS              PIC X(2) VALUE SPACES.
    05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
    05  WS-AUDNEW-STATUS            PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-COUNTER-AREA.
    05  WS-OLD-TRAIL-COUNT          PIC 9(9) VALUE ZEROS.
    05  WS-PART-READ-COUNT          PIC 9(9) VALUE ZEROS.
    05  WS-SEALED-COUNT             PIC 9(9) VALUE ZEROS.
    05  WS-FIRST-SEQUENCE           PIC 9(9) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECSEL01'.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-SEAL-AREA.
    *> Audit trail seal state (copybooks/AUDITREC.CPY). The key
    *> comes from the SEALKEY card; the chain position comes from
    *> the shared trail before it is rewritten.
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

LINKAGE SECTION.
01  LS-PARM-AREA.
    05  LS-PARM-LENGTH              PIC S9(4) COMP.
    05  LS-PARM-DATA                PIC X(80).

PROCEDURE DIVISION USING LS-PARM-AREA.
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZATION.
    MOVE WS-RUN-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1450-FIND-AUDIT-CHAIN-START.
    PERFORM 1400-OPEN-FILES.
    PERFORM 1480-WRITE-CHAIN-ANCHOR.
    PERFORM 2000-SEAL-PARTITION-RECORD UNTIL WS-PART-EOF.
    CLOSE PART-AUDIT-FILE.
    CLOSE AUDIT-NEW-FILE.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'PARTITION AUDIT TRAILS CONSOLIDATED AND SEALED - '
            DELIMITED BY SIZE
           WS-SEALED-COUNT DELIMITED BY SIZE
           ' RECORDS' DELIMITED BY SIZE
       INTO WS-EVT-MESSAGE
    END-STRING.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    IF LS-PARM-LENGTH = 7 AND LS-PARM-DATA(1:7) = 'RESTART'
        MOVE 'Y' TO WS-RESTART-SWITCH
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
        DISPLAY 'RECSEL01: SEALKEY CARD MISSING OR INVALID - '
            'NO AUDIT RECORD CAN BE SEALED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-OPEN-FILES.
    OPEN INPUT PART-AUDIT-FILE.
    IF WS-PART-STATUS NOT = '00'
        MOVE 'PARTAUD ' TO WS-ABEND-FILE-NAME
        MOVE WS-PART-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    OPEN OUTPUT AUDIT-NEW-FILE.
    IF WS-AUDNEW-STATUS NOT = '00'
        MOVE 'AUDITNEW' TO WS-ABEND-FILE-NAME
        MOVE WS-AUDNEW-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

1450-FIND-AUDIT-CHAIN-START.
    *> The chain position the rewritten trail starts from - the
    *> same rule the serial build applies. Normally where the
    *> shared trail ends now, which after the pre-build cut is the
    *> cut's own anchor. On a restart, the anchor at the head of
    *> the trail the failed run began writing.
    MOVE 'N' TO WS-CHAIN-SCAN-EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    EVALUATE WS-AUDIT-STATUS
        WHEN '00'
            PERFORM 1460-SCAN-AUDIT-CHAIN UNTIL WS-CHAIN-SCAN-EOF
            CLOSE AUDIT-FILE
        WHEN '35'
            CONTINUE
        WHEN OTHER
            MOVE 'AUDITIN ' TO WS-ABEND-FILE-NAME
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
            ADD 1 TO WS-OLD-TRAIL-COUNT
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
    SET ANEW-CHAIN-ANCHOR TO TRUE.
    MOVE SPACES TO ANEW-ENTRY-TEXT.
    MOVE WS-CHAIN-ANCHOR-TEXT TO ANEW-ENTRY-TEXT.
    ACCEPT ANEW-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT ANEW-TS-TIME FROM TIME.
    MOVE SPACES TO ANEW-OPERATORS.
    MOVE WS-AUDIT-CHAIN-SEQUENCE TO ANEW-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEAL TO ANEW-SEAL.
    WRITE ANEW-RECORD.
    COMPUTE WS-FIRST-SEQUENCE = WS-AUDIT-CHAIN-SEQUENCE + 1.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
    *> work carries on unlogged rather than dying for its diary.
    OPEN EXTEND EVENT-FILE.
    IF WS-EVT-STATUS = '00' OR WS-EVT-STATUS = '05'
        MOVE 'Y' TO WS-EVT-OPEN-SWITCH
    ELSE
        DISPLAY 'RECSEL01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

2000-SEAL-PARTITION-RECORD.
    READ PART-AUDIT-FILE
        AT END
            SET WS-PART-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PART-READ-COUNT
            MOVE PART-RECORD TO ANEW-RECORD
            PERFORM 9720-WRITE-SEALED-AUDIT
            ADD 1 TO WS-SEALED-COUNT
    END-READ.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECSEL01 - PARTITION AUDIT TRAIL CONSOLIDATION REPORT'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROGRAM: ' DELIMITED BY SIZE
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-RESTART-REQUESTED
        STRING 'MODE: RESTART - CHAIN TAKEN FROM THE TRAIL HEAD ANCHOR'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'MODE: NORMAL - CHAIN TAKEN FROM THE END OF THE TRAIL'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECORDS ON SHARED TRAIL BEFORE REWRITE: ' DELIMITED BY SIZE
           WS-OLD-TRAIL-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PARTITION RECORDS READ:                 ' DELIMITED BY SIZE
           WS-PART-READ-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECORDS SEALED ONTO SHARED TRAIL:       ' DELIMITED BY SIZE
           WS-SEALED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    IF WS-SEALED-COUNT > ZERO
        STRING 'SEAL SEQUENCE FIRST: ' DELIMITED BY SIZE
               WS-FIRST-SEQUENCE DELIMITED BY SIZE
               '  LAST: ' DELIMITED BY SIZE
               WS-AUDIT-CHAIN-SEQUENCE DELIMITED BY SIZE
               '  LAST SEAL: ' DELIMITED BY SIZE
               WS-AUDIT-CHAIN-SEAL DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING 'SEAL SEQUENCE: NO RECORDS - ANCHOR ONLY AT '
                DELIMITED BY SIZE
               WS-AUDIT-CHAIN-SEQUENCE DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
    END-IF.
    WRITE REPORT-RECORD.
    CLOSE REPORT-FILE.

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
    *> Every consolidated record goes out through here: the next
    *> sequence on the trail, sealed to the record written before.
    ADD 1 TO WS-AUDIT-CHAIN-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEQUENCE TO ANEW-SEQUENCE.
    MOVE WS-AUDIT-CHAIN-SEAL TO WS-SEAL-PREVIOUS.
    MOVE ANEW-RECORD(1:130) TO WS-SEAL-INPUT.
    PERFORM 9700-COMPUTE-SEAL.
    MOVE WS-SEAL-RESULT TO ANEW-SEAL.
    MOVE WS-SEAL-RESULT TO WS-AUDIT-CHAIN-SEAL.
    WRITE ANEW-RECORD.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECSEL01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECSEL01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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
