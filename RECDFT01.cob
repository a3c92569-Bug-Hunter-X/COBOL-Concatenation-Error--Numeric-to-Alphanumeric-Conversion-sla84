       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECDFT01
*> Enrichment drift detector. RECBLD01's 2150-MERGE-MASTER-FIELDS
*> copies DESC-TEXT, DESC-CATEGORY-CODE and DESC-STATUS-CODE into
*> columns 17-61 of VSAM-REC-DATA when the entry is built, and
*> nothing keeps them in step afterwards: a RECDSC01 change to a
*> master row leaves the built entry carrying the old text until
*> the next full build, and a RECUPD01 replace can overwrite the
*> enriched columns with free-form data. This program walks the
*> KSDS and DESCMAST together in key order (a balanced-line match
*> - both clusters are keyed on the record number) and reports:
*>   - DRIFT: the key is on both, but columns 17-61 of the entry
*>     no longer equal the master row's text, category and status
*>     - the fields that differ are named, with both images,
*>   - MASTER ONLY: a master row with no KSDS key,
*>   - KSDS ONLY: a KSDS key with no master row.
*> For every drifted entry a replace card is written to DFTDECK
*> (copybooks/TXNREC.CPY) carrying the entry rebuilt exactly as
*> the build would build it today. The deck is for review, not
*> for direct application - it goes through RECAPV01 like any
*> other maintenance deck, under the submitting operator ID on
*> the optional DFTCARD (cols 1-8; the program name when the card
*> is absent), and a second operator releases it to RECUPD01.
*> Orphans get no card: a missing master row or a missing KSDS
*> key is a decision for the business, not a mechanical repair.
*> Condition codes: 0 = KSDS and master in step, 4 = drift or
*> orphans reported (replace deck written for the drift), 16 =
*> I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECDFT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VSAM-KSDS-FILE ASSIGN TO VSAMKSDS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VSAM-REC-KEY
        FILE STATUS IS WS-VSAM-STATUS.

    SELECT DESC-MASTER-FILE ASSIGN TO DESCMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DESC-REC-KEY
        FILE STATUS IS WS-DESC-STATUS.

    SELECT OPTIONAL DFT-CARD-FILE ASSIGN TO DFTCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT DECK-FILE ASSIGN TO DFTDECK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECK-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  VSAM-KSDS-FILE.
    COPY VSAMREC.

FD  DESC-MASTER-FILE.
    COPY DESCREC.

FD  DFT-CARD-FILE.
01  DFT-CARD-RECORD.
    05  DFT-OPERATOR-ID             PIC X(8).
    05  FILLER                      PIC X(72).

FD  DECK-FILE.
    COPY TXNREC.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-KSDS-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-KSDS-EOF             VALUE 'Y'.
    05  WS-MAST-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-MAST-EOF             VALUE 'Y'.
    05  WS-SUBMIT-OPERATOR          PIC X(8) VALUE SPACES.
    05  WS-DRIFT-FIELDS             PIC X(12) VALUE SPACES.

01  WS-ENTRY-WORK.
    *> The entry the build would write for this key today, laid
    *> out exactly as 2150-MERGE-MASTER-FIELDS strings it: 'Record '
    *> and the eight-digit number in 1-15, a space, description in
    *> 17-56, category 57-60, status 61.
    05  WS-EXPECTED-ENTRY.
        10  FILLER                  PIC X(7) VALUE 'Record '.
        10  WS-EXP-NUMBER           PIC 9(8) VALUE ZEROS.
        10  FILLER                  PIC X(1) VALUE SPACE.
        10  WS-EXP-ENRICHED.
            15  WS-EXP-TEXT         PIC X(40) VALUE SPACES.
            15  WS-EXP-CATEGORY     PIC X(4) VALUE SPACES.
            15  WS-EXP-STATUS       PIC X(1) VALUE SPACES.
        10  FILLER                  PIC X(1) VALUE SPACE.
    05  WS-ACTUAL-ENRICHED.
        10  WS-ACT-TEXT             PIC X(40) VALUE SPACES.
        10  WS-ACT-CATEGORY         PIC X(4) VALUE SPACES.
        10  WS-ACT-STATUS           PIC X(1) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-VSAM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-DESC-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-DECK-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-COUNTER-AREA.
    05  WS-KSDS-READ                PIC 9(8) VALUE ZEROS.
    05  WS-MAST-READ                PIC 9(8) VALUE ZEROS.
    05  WS-MATCHED-COUNT            PIC 9(8) VALUE ZEROS.
    05  WS-IN-STEP-COUNT            PIC 9(8) VALUE ZEROS.
    05  WS-DRIFT-COUNT              PIC 9(8) VALUE ZEROS.
    05  WS-MAST-ONLY-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-KSDS-ONLY-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-CARDS-WRITTEN            PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECDFT01'.

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
    PERFORM 1200-READ-DFT-CARD.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2050-READ-KSDS.
    PERFORM 2060-READ-MASTER.
    PERFORM 2100-MATCH-ONE-KEY
        UNTIL WS-KSDS-EOF AND WS-MAST-EOF.
    CLOSE VSAM-KSDS-FILE.
    CLOSE DESC-MASTER-FILE.
    CLOSE DECK-FILE.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'DRIFT CHECK COMPLETE - DRIFTED ' DELIMITED BY SIZE
           WS-DRIFT-COUNT DELIMITED BY SIZE
           ' MASTER ONLY ' DELIMITED BY SIZE
           WS-MAST-ONLY-COUNT DELIMITED BY SIZE
           ' KSDS ONLY ' DELIMITED BY SIZE
           WS-KSDS-ONLY-COUNT DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

1200-READ-DFT-CARD.
    *> OPTIONAL, like RECUPD01's UPDCARD - the submitting operator
    *> the replace deck is stamped with for RECAPV01's intake. With
    *> no card the deck is submitted in this program's name, and
    *> the releasing operator is the one person who vouches for it.
    MOVE WS-PROGRAM-NAME TO WS-SUBMIT-OPERATOR.
    OPEN INPUT DFT-CARD-FILE.
    EVALUATE WS-CARD-STATUS
        WHEN '00'
            READ DFT-CARD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DFT-OPERATOR-ID NOT = SPACES
                        MOVE DFT-OPERATOR-ID TO WS-SUBMIT-OPERATOR
                    END-IF
            END-READ
            CLOSE DFT-CARD-FILE
        WHEN '05'
            CONTINUE
        WHEN OTHER
            MOVE 'DFTCARD ' TO WS-ABEND-FILE-NAME
            MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1400-OPEN-FILES.
    *> Same open-and-check pattern as RECCAT01's 1400-OPEN-FILES.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECDFT01 - ENRICHMENT DRIFT REPORT (KSDS VS DESCMAST)'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'PROGRAM: ' DELIMITED BY SIZE
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   DECK SUBMITTED AS: ' DELIMITED BY SIZE
           WS-SUBMIT-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    OPEN INPUT VSAM-KSDS-FILE.
    IF WS-VSAM-STATUS NOT = '00'
        MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
        MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN INPUT DESC-MASTER-FILE.
    IF WS-DESC-STATUS NOT = '00'
        MOVE 'DESCMAST' TO WS-ABEND-FILE-NAME
        MOVE WS-DESC-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT DECK-FILE.
    IF WS-DECK-STATUS NOT = '00'
        MOVE 'DFTDECK ' TO WS-ABEND-FILE-NAME
        MOVE WS-DECK-STATUS TO WS-ABEND-STATUS
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
        DISPLAY 'RECDFT01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECDFT01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECDFT01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2050-READ-KSDS.
    READ VSAM-KSDS-FILE NEXT
        AT END
            SET WS-KSDS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-KSDS-READ
    END-READ.

2060-READ-MASTER.
    READ DESC-MASTER-FILE NEXT
        AT END
            SET WS-MAST-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-MAST-READ
    END-READ.

2100-MATCH-ONE-KEY.
    *> Balanced-line match: the lower key is an orphan on its own
    *> side and only that side advances; equal keys are compared
    *> and both advance. Once one side is exhausted everything
    *> left on the other is an orphan.
    EVALUATE TRUE
        WHEN WS-KSDS-EOF
            PERFORM 2400-REPORT-MASTER-ONLY
            PERFORM 2060-READ-MASTER
        WHEN WS-MAST-EOF
            PERFORM 2500-REPORT-KSDS-ONLY
            PERFORM 2050-READ-KSDS
        WHEN VSAM-REC-KEY < DESC-REC-KEY
            PERFORM 2500-REPORT-KSDS-ONLY
            PERFORM 2050-READ-KSDS
        WHEN VSAM-REC-KEY > DESC-REC-KEY
            PERFORM 2400-REPORT-MASTER-ONLY
            PERFORM 2060-READ-MASTER
        WHEN OTHER
            ADD 1 TO WS-MATCHED-COUNT
            PERFORM 2200-COMPARE-ENTRY
            PERFORM 2050-READ-KSDS
            PERFORM 2060-READ-MASTER
    END-EVALUATE.

2200-COMPARE-ENTRY.
    *> Only columns 17-61 are the master's - columns 1-16 are the
    *> record number restated and are not what drifts. A plain
    *> entry (spaces in 17-61) whose master row has since been
    *> added is drift like any other: the next build would enrich
    *> it, and the replace card does it now.
    MOVE VSAM-REC-KEY TO WS-EXP-NUMBER.
    MOVE DESC-TEXT TO WS-EXP-TEXT.
    MOVE DESC-CATEGORY-CODE TO WS-EXP-CATEGORY.
    MOVE DESC-STATUS-CODE TO WS-EXP-STATUS.
    MOVE VSAM-REC-DATA(17:45) TO WS-ACTUAL-ENRICHED.
    IF WS-ACTUAL-ENRICHED = WS-EXP-ENRICHED
        ADD 1 TO WS-IN-STEP-COUNT
    ELSE
        ADD 1 TO WS-DRIFT-COUNT
        PERFORM 2300-REPORT-DRIFT
        PERFORM 2350-WRITE-REPLACE-CARD
    END-IF.

2300-REPORT-DRIFT.
    MOVE SPACES TO WS-DRIFT-FIELDS.
    IF WS-ACT-TEXT NOT = WS-EXP-TEXT
        MOVE 'TXT' TO WS-DRIFT-FIELDS(1:3)
    END-IF.
    IF WS-ACT-CATEGORY NOT = WS-EXP-CATEGORY
        MOVE 'CAT' TO WS-DRIFT-FIELDS(5:3)
    END-IF.
    IF WS-ACT-STATUS NOT = WS-EXP-STATUS
        MOVE 'STA' TO WS-DRIFT-FIELDS(9:3)
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'DRIFT       KEY ' DELIMITED BY SIZE
           VSAM-REC-KEY DELIMITED BY SIZE
           '  FIELDS: ' DELIMITED BY SIZE
           WS-DRIFT-FIELDS DELIMITED BY SIZE
           '  KSDS BUILT ' DELIMITED BY SIZE
           VSAM-REC-BUILD-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '            KSDS  : ' DELIMITED BY SIZE
           WS-ACTUAL-ENRICHED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '            MASTER: ' DELIMITED BY SIZE
           WS-EXP-ENRICHED DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

2350-WRITE-REPLACE-CARD.
    *> The whole entry rebuilt from the master, not just 17-61
    *> patched - RECUPD01 replaces VSAM-REC-DATA whole, and a
    *> free-form replace may have disturbed columns 1-16 as well.
    MOVE SPACES TO TXN-RECORD.
    MOVE 'R' TO TXN-ACTION-CODE.
    MOVE VSAM-REC-KEY TO TXN-RECORD-NUMBER.
    MOVE WS-EXPECTED-ENTRY TO TXN-DATA.
    MOVE WS-SUBMIT-OPERATOR TO TXN-OPERATOR-ID.
    WRITE TXN-RECORD.
    ADD 1 TO WS-CARDS-WRITTEN.

2400-REPORT-MASTER-ONLY.
    ADD 1 TO WS-MAST-ONLY-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'MASTER ONLY KEY ' DELIMITED BY SIZE
           DESC-REC-KEY DELIMITED BY SIZE
           '  NO KSDS ENTRY   MASTER: ' DELIMITED BY SIZE
           DESC-TEXT DELIMITED BY SIZE
           DESC-CATEGORY-CODE DELIMITED BY SIZE
           DESC-STATUS-CODE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

2500-REPORT-KSDS-ONLY.
    ADD 1 TO WS-KSDS-ONLY-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'KSDS ONLY   KEY ' DELIMITED BY SIZE
           VSAM-REC-KEY DELIMITED BY SIZE
           '  NO MASTER ROW   ENTRY: ' DELIMITED BY SIZE
           VSAM-REC-DATA(1:61) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'KSDS ENTRIES READ: ' DELIMITED BY SIZE
           WS-KSDS-READ DELIMITED BY SIZE
           '   MASTER ROWS READ: ' DELIMITED BY SIZE
           WS-MAST-READ DELIMITED BY SIZE
           '   KEYS ON BOTH: ' DELIMITED BY SIZE
           WS-MATCHED-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'IN STEP: ' DELIMITED BY SIZE
           WS-IN-STEP-COUNT DELIMITED BY SIZE
           '   DRIFTED: ' DELIMITED BY SIZE
           WS-DRIFT-COUNT DELIMITED BY SIZE
           '   MASTER ONLY: ' DELIMITED BY SIZE
           WS-MAST-ONLY-COUNT DELIMITED BY SIZE
           '   KSDS ONLY: ' DELIMITED BY SIZE
           WS-KSDS-ONLY-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'REPLACE CARDS WRITTEN TO DFTDECK: ' DELIMITED BY SIZE
           WS-CARDS-WRITTEN DELIMITED BY SIZE
           '   SUBMITTING OPERATOR: ' DELIMITED BY SIZE
           WS-SUBMIT-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    EVALUATE TRUE
        WHEN WS-DRIFT-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
            STRING 'STATUS: DRIFT FOUND - REVIEW DFTDECK AND SUBMIT '
                    DELIMITED BY SIZE
                   'IT THROUGH RECAPV01' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-MAST-ONLY-COUNT > ZERO OR WS-KSDS-ONLY-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
            STRING 'STATUS: NO DRIFT - ORPHAN KEYS LISTED ABOVE NEED '
                    DELIMITED BY SIZE
                   'A BUSINESS DECISION' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN OTHER
            STRING 'STATUS: KSDS AND DESCMAST IN STEP'
                DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING
    END-EVALUATE.
    WRITE REPORT-RECORD.
    CLOSE REPORT-FILE.
