       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECCOR01
*> Inbound consumer correction intake. The consumers that load
*> XMTOUT report bad entries - wrong description text, items they
*> believe are retired - and until now those came in as a
*> spreadsheet that was retyped as TXNREC cards, which is where
*> most of RECUPD01's suspense rejects started. Consumers now
*> return a delimited CORRIN file in the XMTOUT style
*> (copybooks/CORREC.CPY): consumer ID, the GENDATE of the
*> manifest they are correcting, record number, the entry text as
*> they received it, the corrected entry, and a reason. Each line
*> is checked, and the first failing check rejects it:
*>   - the line itself: six fields, quotes balanced, a numeric
*>     record number and GENDATE, a correction that fits TXN-DATA
*>     and actually differs from what was sent, and a reason,
*>   - the transmission: the XMTCAT catalog must show a generation
*>     TRANSMITTED on that GENDATE to this consumer - its own
*>     routed slice where one was cut, otherwise the full feed
*>     it was catalogued a recipient of - the same choice
*>     RECRXM01 makes, and the XMTARC archive
*>     lines of that generation must hold the record with exactly
*>     the text the consumer says it was sent,
*>   - the KSDS: the record must still be on file carrying the
*>     text that was sent. A line whose "as sent" text no longer
*>     matches the KSDS is STALE - the entry has moved on since the
*>     transmission and the correction may undo a later change -
*>     and is rejected; so is one the KSDS already carries, and a
*>     second correction to a record already corrected above it.
*> Every surviving line becomes a replace card on CORDECK
*> (copybooks/TXNREC.CPY) carrying the corrected entry. Like
*> RECDFT01's DFTDECK the deck is not applied directly: it goes
*> through RECAPV01 under the submitting operator on the optional
*> CORCARD (cols 1-8; the program name when the card is absent)
*> and a second operator releases it to RECUPD01. The report is a
*> disposition per consumer - every line accepted or rejected
*> with the reason - to be returned to the consumer.
*> Condition codes: 0 = every line accepted (or none received),
*> 4 = line(s) rejected (see the disposition report), 8 = CORRIN
*> refused (empty, no header, or too many lines) - no deck
*> written, 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECCOR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL COR-CARD-FILE ASSIGN TO CORCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT CORR-FILE ASSIGN TO CORRIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORR-STATUS.

    SELECT CATALOG-FILE ASSIGN TO XMTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO XMTARC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.

    SELECT VSAM-KSDS-FILE ASSIGN TO VSAMKSDS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VSAM-REC-KEY
        FILE STATUS IS WS-VSAM-STATUS.

    SELECT DECK-FILE ASSIGN TO CORDECK
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
FD  COR-CARD-FILE.
01  COR-CARD-RECORD.
    05  COR-CARD-OPERATOR-ID        PIC X(8).
    05  FILLER                      PIC X(72).

FD  CORR-FILE.
01  CORR-RECORD                     PIC X(300).

FD  CATALOG-FILE.
    COPY XCATREC.

FD  ARCHIVE-FILE.
    COPY XARCREC.

FD  VSAM-KSDS-FILE.
    COPY VSAMREC.

FD  DECK-FILE.
    COPY TXNREC.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-CORR-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-CORR-EOF             VALUE 'Y'.
    05  WS-CAT-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CAT-EOF              VALUE 'Y'.
    05  WS-ARC-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-ARC-EOF              VALUE 'Y'.
    05  WS-ARC-PARSED-SWITCH        PIC X(1) VALUE 'N'.
        88  WS-ARC-PARSED           VALUE 'Y'.
    05  WS-SUBMIT-OPERATOR          PIC X(8) VALUE SPACES.
    05  WS-REFUSE-REASON            PIC X(70) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CORR-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CAT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-ARC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-VSAM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-DECK-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-PARSE-AREA.
    *> One delimited line split into its fields - CORRIN lines on
    *> intake, XMTARC lines when the archived text is compared.
    *> Quoted fields are unquoted and doubled quotes undoubled, the
    *> reverse of RECXMT01's 2350-ESCAPE-ONE-CHAR.
    05  WS-PARSE-LINE               PIC X(300) VALUE SPACES.
    05  WS-PARSE-LENGTH             PIC 9(3) VALUE ZEROS.
    05  WS-PARSE-POS                PIC 9(3) VALUE ZEROS.
    05  WS-PARSE-NEXT-POS           PIC 9(3) VALUE ZEROS.
    05  WS-PARSE-CHAR               PIC X(1) VALUE SPACE.
    05  WS-PARSE-FIELD-COUNT        PIC 9(2) VALUE ZEROS.
    05  WS-PARSE-FIELD-POS          PIC 9(3) VALUE ZEROS.
    05  WS-PARSE-QUOTE-SWITCH       PIC X(1) VALUE 'N'.
        88  WS-PARSE-IN-QUOTES      VALUE 'Y'.
    05  WS-PARSE-CLOSED-SWITCH      PIC X(1) VALUE 'N'.
        88  WS-PARSE-QUOTE-CLOSED   VALUE 'Y'.
    05  WS-PARSE-END-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-PARSE-END-FOUND      VALUE 'Y'.
    05  WS-PARSE-ERROR-TEXT         PIC X(40) VALUE SPACES.
    05  WS-PARSE-FIELD-ENTRY OCCURS 6.
        10  WS-PARSE-FIELD          PIC X(80).
        10  WS-PARSE-FIELD-LEN      PIC 9(3).

01  WS-EDIT-AREA.
    *> The record number arrives as digits of any length up to
    *> nine; it is right-justified over zeros here before the
    *> numeric test.
    05  WS-KEY-WORK-X               PIC X(9) VALUE SPACES.
    05  WS-KEY-WORK REDEFINES WS-KEY-WORK-X PIC 9(9).
    05  WS-KEY-START                PIC 9(2) VALUE ZEROS.
    05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
    05  WS-LINE-CONSUMER            PIC X(8) VALUE SPACES.

    COPY CORREC.

01  WS-CORRECTION-TABLE.
    *> Every correction line received, in arrival order, with the
    *> transmission chosen for it and its disposition. Five hundred
    *> lines is far past any consumer's monthly return; overflow
    *> refuses the file rather than dropping lines unreported.
    05  WS-COR-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-COR-ENTRY OCCURS 500.
        10  WS-COR-LINE-NUMBER      PIC 9(5).
        10  WS-COR-CONSUMER-ID      PIC X(8).
        10  WS-COR-GEN-DATE         PIC 9(8).
        10  WS-COR-RECORD-NUMBER    PIC 9(9).
        10  WS-COR-SENT-TEXT        PIC X(62).
        10  WS-COR-NEW-TEXT         PIC X(62).
        10  WS-COR-REASON           PIC X(50).
        10  WS-COR-RAW-LINE         PIC X(60).
        10  WS-COR-DISPOSITION      PIC X(1).
            88  WS-COR-PENDING      VALUE ' '.
            88  WS-COR-ACCEPTED     VALUE 'A'.
            88  WS-COR-REJECTED     VALUE 'R'.
        10  WS-COR-REJECT-REASON    PIC X(40).
        10  WS-COR-FILE-TEXT        PIC X(62).
        10  WS-COR-SLICE-GENERATION PIC 9(6).
        10  WS-COR-FULL-GENERATION  PIC 9(6).
        10  WS-COR-SEL-GENERATION   PIC 9(6).
        10  WS-COR-SEL-ARC-CONSUMER PIC X(8).
        10  WS-COR-SEL-KIND         PIC X(9).
        10  WS-COR-ARC-SWITCH       PIC X(1).
            88  WS-COR-ARC-NOT-SEEN VALUE 'N'.
            88  WS-COR-ARC-MATCHED  VALUE 'M'.
            88  WS-COR-ARC-DIFFERS  VALUE 'D'.

01  WS-CONSUMER-TABLE.
    *> The consumers found on CORRIN, in order of first appearance,
    *> so the disposition report can be cut one section each.
    05  WS-CON-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CON-ENTRY OCCURS 500.
        10  WS-CON-CONSUMER-ID      PIC X(8).
        10  WS-CON-ACCEPTED         PIC 9(5).
        10  WS-CON-REJECTED         PIC 9(5).

01  WS-SUBSCRIPT-AREA.
    05  WS-COR-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-CHK-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-CON-SUB                  PIC 9(3) VALUE ZEROS.
    05  WS-CON-FOUND-SUB            PIC 9(3) VALUE ZEROS.
    05  WS-EARLIER-SUB              PIC 9(3) VALUE ZEROS.

01  WS-ARCHIVE-AREA.
    *> Only archive generations between the lowest and highest
    *> chosen for some line are looked at in detail.
    05  WS-LOW-GENERATION           PIC 9(6) VALUE ZEROS.
    05  WS-HIGH-GENERATION          PIC 9(6) VALUE ZEROS.
    05  WS-ARC-TEXT                 PIC X(62) VALUE SPACES.
    05  WS-ARC-LINE.
        *> Every delimited detail line leads with the 9-digit
        *> record number RECXMT01 hashed.
        10  WS-ARC-KEY              PIC 9(9).
        10  FILLER                  PIC X(141).

01  WS-COUNTER-AREA.
    05  WS-LINES-READ               PIC 9(5) VALUE ZEROS.
    05  WS-HEADERS-READ             PIC 9(5) VALUE ZEROS.
    05  WS-BLANK-LINES              PIC 9(5) VALUE ZEROS.
    05  WS-SELECTED-COUNT           PIC 9(5) VALUE ZEROS.
    05  WS-CATALOG-READ-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-ACCEPTED-COUNT           PIC 9(5) VALUE ZEROS.
    05  WS-REJECTED-COUNT           PIC 9(5) VALUE ZEROS.
    05  WS-FORMAT-REJECTS           PIC 9(5) VALUE ZEROS.
    05  WS-MANIFEST-REJECTS         PIC 9(5) VALUE ZEROS.
    05  WS-STALE-REJECTS            PIC 9(5) VALUE ZEROS.
    05  WS-DUPLICATE-REJECTS        PIC 9(5) VALUE ZEROS.
    05  WS-CARDS-WRITTEN            PIC 9(5) VALUE ZEROS.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECCOR01'.

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
    PERFORM 1200-READ-COR-CARD.
    PERFORM 2000-LOAD-CORRECTIONS.
    PERFORM 1400-OPEN-FILES.
    PERFORM 3000-MATCH-CATALOG.
    IF WS-SELECTED-COUNT > ZERO
        PERFORM 3500-MATCH-ARCHIVE
        PERFORM 4000-CHECK-KSDS
    END-IF.
    PERFORM 4500-WRITE-DECK.
    PERFORM 5000-PRODUCE-DISPOSITION.
    PERFORM 6000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'CORRECTION INTAKE COMPLETE - LINES ' DELIMITED BY SIZE
           WS-COR-COUNT DELIMITED BY SIZE
           ' ACCEPTED ' DELIMITED BY SIZE
           WS-ACCEPTED-COUNT DELIMITED BY SIZE
           ' REJECTED ' DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

1200-READ-COR-CARD.
    *> OPTIONAL, like RECDFT01's DFTCARD - the submitting operator
    *> the replace deck is stamped with for RECAPV01's intake. With
    *> no card the deck is submitted in this program's name, and
    *> the releasing operator is the one person who vouches for it.
    MOVE WS-PROGRAM-NAME TO WS-SUBMIT-OPERATOR.
    OPEN INPUT COR-CARD-FILE.
    EVALUATE WS-CARD-STATUS
        WHEN '00'
            READ COR-CARD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF COR-CARD-OPERATOR-ID NOT = SPACES
                        MOVE COR-CARD-OPERATOR-ID
                            TO WS-SUBMIT-OPERATOR
                    END-IF
            END-READ
            CLOSE COR-CARD-FILE
        WHEN '05'
            CONTINUE
        WHEN OTHER
            MOVE 'CORCARD ' TO WS-ABEND-FILE-NAME
            MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1290-REFUSE-INTAKE.
    *> Nothing has been written yet when the file is refused - the
    *> deck from the previous intake is left as it was, and no
    *> consumer is told anything about a file that was not read.
    DISPLAY 'RECCOR01 REFUSED: ' WS-REFUSE-REASON.
    MOVE 8 TO RETURN-CODE.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE 'CORRECTION INTAKE REFUSED (SEE SYSOUT)' TO WS-EVT-MESSAGE.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1400-OPEN-FILES.
    OPEN OUTPUT REPORT-FILE.
    IF WS-RPT-STATUS NOT = '00'
        MOVE 'RPTOUT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-RPT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECCOR01 - CONSUMER CORRECTION INTAKE AND DISPOSITION'
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

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    *> night where it cannot open is noted on SYSOUT and the real
    *> work carries on unlogged rather than dying for its diary.
    OPEN EXTEND EVENT-FILE.
    IF WS-EVT-STATUS = '00' OR WS-EVT-STATUS = '05'
        MOVE 'Y' TO WS-EVT-OPEN-SWITCH
    ELSE
        DISPLAY 'RECCOR01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECCOR01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECCOR01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2000-LOAD-CORRECTIONS.
    *> The first line must be the column-name header - anything else
    *> means the wrong file was sent (an XMTOUT returned as-is, a
    *> spreadsheet export) and the whole file is refused. Later
    *> header lines are the next consumer's file concatenated on.
    OPEN INPUT CORR-FILE.
    IF WS-CORR-STATUS NOT = '00'
        MOVE 'CORRIN  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CORR-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    READ CORR-FILE
        AT END
            MOVE 'CORRIN IS EMPTY - NOT EVEN A HEADER LINE'
                TO WS-REFUSE-REASON
            PERFORM 1290-REFUSE-INTAKE
    END-READ.
    MOVE CORR-RECORD TO WS-PARSE-LINE.
    PERFORM 2700-PARSE-LINE.
    IF WS-PARSE-FIELD(1) NOT = 'CONSUMER_ID'
        MOVE 'CORRIN DOES NOT START WITH THE CONSUMER_ID HEADER LINE'
            TO WS-REFUSE-REASON
        PERFORM 1290-REFUSE-INTAKE
    END-IF.
    ADD 1 TO WS-LINES-READ.
    ADD 1 TO WS-HEADERS-READ.
    MOVE 'N' TO WS-CORR-EOF-SWITCH.
    PERFORM 2100-READ-ONE-LINE UNTIL WS-CORR-EOF.
    CLOSE CORR-FILE.

2100-READ-ONE-LINE.
    READ CORR-FILE
        AT END
            SET WS-CORR-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-LINES-READ
            IF CORR-RECORD = SPACES
                ADD 1 TO WS-BLANK-LINES
            ELSE
                MOVE CORR-RECORD TO WS-PARSE-LINE
                PERFORM 2700-PARSE-LINE
                IF WS-PARSE-FIELD(1) = 'CONSUMER_ID'
                    ADD 1 TO WS-HEADERS-READ
                ELSE
                    PERFORM 2200-EDIT-CORRECTION
                    PERFORM 2300-STORE-CORRECTION
                END-IF
            END-IF
    END-READ.

2200-EDIT-CORRECTION.
    *> Field edits only - nothing here looks at another file. The
    *> first failing edit is the reason the consumer is given.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO COR-RECORD.
    MOVE ZEROS TO COR-GEN-DATE.
    MOVE ZEROS TO COR-RECORD-NUMBER.
    MOVE SPACES TO WS-LINE-CONSUMER.
    IF WS-PARSE-FIELD-LEN(1) <= 8
        MOVE WS-PARSE-FIELD(1) TO WS-LINE-CONSUMER
    END-IF.
    MOVE SPACES TO WS-KEY-WORK-X.
    IF WS-PARSE-FIELD-COUNT >= 3
        AND WS-PARSE-FIELD-LEN(3) > ZERO
        AND WS-PARSE-FIELD-LEN(3) <= 9
        MOVE ZEROS TO WS-KEY-WORK-X
        COMPUTE WS-KEY-START = 10 - WS-PARSE-FIELD-LEN(3)
        MOVE WS-PARSE-FIELD(3)(1:WS-PARSE-FIELD-LEN(3))
            TO WS-KEY-WORK-X(WS-KEY-START:WS-PARSE-FIELD-LEN(3))
    END-IF.
    EVALUATE TRUE
        WHEN WS-PARSE-ERROR-TEXT NOT = SPACES
            MOVE WS-PARSE-ERROR-TEXT TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD-COUNT NOT = 6
            MOVE 'MALFORMED - SIX FIELDS EXPECTED'
                TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD(1) = SPACES
            OR WS-PARSE-FIELD-LEN(1) > 8
            MOVE 'CONSUMER ID MISSING OR OVER 8 CHARACTERS'
                TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD-LEN(2) NOT = 8
            OR WS-PARSE-FIELD(2)(1:8) NOT NUMERIC
            MOVE 'GENDATE NOT 8 DIGITS' TO WS-REJECT-REASON
        WHEN WS-KEY-WORK-X NOT NUMERIC
            OR WS-KEY-WORK = ZEROS
            MOVE 'RECORD NUMBER NOT NUMERIC' TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD-LEN(4) > 62
            MOVE 'SENT TEXT LONGER THAN ANY ENTRY'
                TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD-LEN(5) = ZERO
            MOVE 'CORRECTED TEXT MISSING' TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD-LEN(5) > 62
            MOVE 'CORRECTED TEXT OVER 62 CHARACTERS'
                TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD(6) = SPACES
            MOVE 'REASON MISSING' TO WS-REJECT-REASON
        WHEN WS-PARSE-FIELD(4)(1:62) = WS-PARSE-FIELD(5)(1:62)
            MOVE 'CORRECTION SAME AS THE TEXT SENT'
                TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    *> A line that splits into its six fields keeps them even when
    *> an edit failed, so the disposition can show the consumer
    *> what was read; one that does not is shown as received.
    IF WS-PARSE-ERROR-TEXT = SPACES
        AND WS-PARSE-FIELD-COUNT = 6
        AND WS-KEY-WORK-X NUMERIC
        MOVE WS-LINE-CONSUMER TO COR-CONSUMER-ID
        IF WS-PARSE-FIELD(2)(1:8) NUMERIC
            MOVE WS-PARSE-FIELD(2)(1:8) TO COR-GEN-DATE
        END-IF
        MOVE WS-KEY-WORK TO COR-RECORD-NUMBER
        MOVE WS-PARSE-FIELD(4) TO COR-SENT-TEXT
        MOVE WS-PARSE-FIELD(5) TO COR-CORRECTED-TEXT
        MOVE WS-PARSE-FIELD(6) TO COR-REASON
    END-IF.

2300-STORE-CORRECTION.
    IF WS-COR-COUNT >= 500
        MOVE 'MORE THAN 500 CORRECTION LINES - SPLIT CORRIN AND RERUN'
            TO WS-REFUSE-REASON
        PERFORM 1290-REFUSE-INTAKE
    END-IF.
    ADD 1 TO WS-COR-COUNT.
    MOVE WS-COR-COUNT TO WS-COR-SUB.
    MOVE WS-LINES-READ TO WS-COR-LINE-NUMBER(WS-COR-SUB).
    MOVE WS-LINE-CONSUMER TO WS-COR-CONSUMER-ID(WS-COR-SUB).
    MOVE COR-GEN-DATE TO WS-COR-GEN-DATE(WS-COR-SUB).
    MOVE COR-RECORD-NUMBER TO WS-COR-RECORD-NUMBER(WS-COR-SUB).
    MOVE COR-SENT-TEXT TO WS-COR-SENT-TEXT(WS-COR-SUB).
    MOVE COR-CORRECTED-TEXT TO WS-COR-NEW-TEXT(WS-COR-SUB).
    MOVE COR-REASON TO WS-COR-REASON(WS-COR-SUB).
    MOVE CORR-RECORD TO WS-COR-RAW-LINE(WS-COR-SUB).
    MOVE SPACE TO WS-COR-DISPOSITION(WS-COR-SUB).
    MOVE SPACES TO WS-COR-REJECT-REASON(WS-COR-SUB).
    MOVE ZEROS TO WS-COR-SLICE-GENERATION(WS-COR-SUB).
    MOVE ZEROS TO WS-COR-FULL-GENERATION(WS-COR-SUB).
    MOVE ZEROS TO WS-COR-SEL-GENERATION(WS-COR-SUB).
    MOVE SPACES TO WS-COR-SEL-ARC-CONSUMER(WS-COR-SUB).
    MOVE SPACES TO WS-COR-SEL-KIND(WS-COR-SUB).
    MOVE 'N' TO WS-COR-ARC-SWITCH(WS-COR-SUB).
    MOVE SPACES TO WS-COR-FILE-TEXT(WS-COR-SUB).
    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-FORMAT-REJECTS
        PERFORM 2900-REJECT-CORRECTION
    END-IF.

2700-PARSE-LINE.
    *> Splits WS-PARSE-LINE on the commas that fall outside quotes.
    *> A quote opens a quoted field only as its first character;
    *> inside one, a doubled quote is a literal quote and a single
    *> quote closes it, after which only the comma may follow.
    MOVE SPACES TO WS-PARSE-ERROR-TEXT.
    MOVE 1 TO WS-PARSE-FIELD-COUNT.
    MOVE 'N' TO WS-PARSE-QUOTE-SWITCH.
    MOVE 'N' TO WS-PARSE-CLOSED-SWITCH.
    PERFORM 2710-CLEAR-ONE-FIELD
        VARYING WS-PARSE-FIELD-POS FROM 1 BY 1
            UNTIL WS-PARSE-FIELD-POS > 6.
    MOVE 300 TO WS-PARSE-LENGTH.
    MOVE 'N' TO WS-PARSE-END-SWITCH.
    PERFORM 2720-BACK-OFF-ONE-SPACE
        UNTIL WS-PARSE-LENGTH = ZERO OR WS-PARSE-END-FOUND.
    PERFORM 2730-PARSE-ONE-CHAR
        VARYING WS-PARSE-POS FROM 1 BY 1
            UNTIL WS-PARSE-POS > WS-PARSE-LENGTH
               OR WS-PARSE-ERROR-TEXT NOT = SPACES.
    IF WS-PARSE-IN-QUOTES AND WS-PARSE-ERROR-TEXT = SPACES
        MOVE 'MALFORMED - UNBALANCED QUOTES' TO WS-PARSE-ERROR-TEXT
    END-IF.

2710-CLEAR-ONE-FIELD.
    MOVE SPACES TO WS-PARSE-FIELD(WS-PARSE-FIELD-POS).
    MOVE ZEROS TO WS-PARSE-FIELD-LEN(WS-PARSE-FIELD-POS).

2720-BACK-OFF-ONE-SPACE.
    *> Trailing spaces are the fixed-length record's padding, not
    *> data; backs WS-PARSE-LENGTH off to the last non-space.
    IF WS-PARSE-LINE(WS-PARSE-LENGTH:1) = SPACE
        SUBTRACT 1 FROM WS-PARSE-LENGTH
    ELSE
        MOVE 'Y' TO WS-PARSE-END-SWITCH
    END-IF.

2730-PARSE-ONE-CHAR.
    MOVE WS-PARSE-LINE(WS-PARSE-POS:1) TO WS-PARSE-CHAR.
    EVALUATE TRUE
        WHEN WS-PARSE-IN-QUOTES
            IF WS-PARSE-CHAR = '"'
                MOVE SPACE TO WS-PARSE-CHAR
                IF WS-PARSE-POS < WS-PARSE-LENGTH
                    COMPUTE WS-PARSE-NEXT-POS = WS-PARSE-POS + 1
                    MOVE WS-PARSE-LINE(WS-PARSE-NEXT-POS:1)
                        TO WS-PARSE-CHAR
                END-IF
                IF WS-PARSE-CHAR = '"'
                    PERFORM 2740-ADD-ONE-CHAR
                    ADD 1 TO WS-PARSE-POS
                ELSE
                    MOVE 'N' TO WS-PARSE-QUOTE-SWITCH
                    MOVE 'Y' TO WS-PARSE-CLOSED-SWITCH
                END-IF
            ELSE
                PERFORM 2740-ADD-ONE-CHAR
            END-IF
        WHEN WS-PARSE-CHAR = ','
            IF WS-PARSE-FIELD-COUNT >= 6
                MOVE 'MALFORMED - MORE THAN SIX FIELDS'
                    TO WS-PARSE-ERROR-TEXT
            ELSE
                ADD 1 TO WS-PARSE-FIELD-COUNT
                MOVE 'N' TO WS-PARSE-CLOSED-SWITCH
            END-IF
        WHEN WS-PARSE-QUOTE-CLOSED
            MOVE 'MALFORMED - TEXT AFTER A CLOSING QUOTE'
                TO WS-PARSE-ERROR-TEXT
        WHEN WS-PARSE-CHAR = '"'
            AND WS-PARSE-FIELD-LEN(WS-PARSE-FIELD-COUNT) = ZERO
            MOVE 'Y' TO WS-PARSE-QUOTE-SWITCH
        WHEN OTHER
            PERFORM 2740-ADD-ONE-CHAR
    END-EVALUATE.

2740-ADD-ONE-CHAR.
    IF WS-PARSE-FIELD-LEN(WS-PARSE-FIELD-COUNT) >= 80
        MOVE 'MALFORMED - FIELD OVER 80 CHARACTERS'
            TO WS-PARSE-ERROR-TEXT
    ELSE
        ADD 1 TO WS-PARSE-FIELD-LEN(WS-PARSE-FIELD-COUNT)
        MOVE WS-PARSE-FIELD-LEN(WS-PARSE-FIELD-COUNT)
            TO WS-PARSE-FIELD-POS
        MOVE WS-PARSE-CHAR TO
            WS-PARSE-FIELD(WS-PARSE-FIELD-COUNT)(WS-PARSE-FIELD-POS:1)
    END-IF.

2900-REJECT-CORRECTION.
    *> WS-COR-SUB names the line; WS-REJECT-REASON says why.
    SET WS-COR-REJECTED(WS-COR-SUB) TO TRUE.
    MOVE WS-REJECT-REASON TO WS-COR-REJECT-REASON(WS-COR-SUB).
    ADD 1 TO WS-REJECTED-COUNT.

3000-MATCH-CATALOG.
    *> The catalog is the authority on what went to whom. For each
    *> line still standing, the highest generation TRANSMITTED on
    *> its GENDATE is found twice over - as a routed slice cut for
    *> its consumer, and as the full feed - and, as in RECRXM01's
    *> 2000-SELECT-GENERATION, the slice wins when it is at least
    *> as recent. The full feed is catalogued once per recipient,
    *> so only entries naming the line's own consumer count; a
    *> consumer that was never sent the GENDATE's feed finds
    *> nothing and is rejected by 3300, not matched against
    *> someone else's copy. HELD generations never went out and are ignored;
    *> a resend repeats a generation already catalogued, so the
    *> consumer's GENDATE still finds the original.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = '00'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE 'N' TO WS-CAT-EOF-SWITCH.
    PERFORM 3100-READ-ONE-CATALOG-ENTRY UNTIL WS-CAT-EOF.
    CLOSE CATALOG-FILE.
    PERFORM 3300-SELECT-TRANSMISSION
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.

3100-READ-ONE-CATALOG-ENTRY.
    READ CATALOG-FILE
        AT END
            SET WS-CAT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CATALOG-READ-COUNT
            IF XCAT-TRANSMITTED
                PERFORM 3200-CONSIDER-FOR-ONE-LINE
                    VARYING WS-COR-SUB FROM 1 BY 1
                        UNTIL WS-COR-SUB > WS-COR-COUNT
            END-IF
    END-READ.

3200-CONSIDER-FOR-ONE-LINE.
    IF WS-COR-PENDING(WS-COR-SUB)
        AND XCAT-GEN-DATE = WS-COR-GEN-DATE(WS-COR-SUB)
        AND XCAT-CONSUMER-ID = WS-COR-CONSUMER-ID(WS-COR-SUB)
        EVALUATE TRUE
            WHEN XCAT-FULL-FEED
                IF XCAT-GENERATION > WS-COR-FULL-GENERATION(WS-COR-SUB)
                    MOVE XCAT-GENERATION
                        TO WS-COR-FULL-GENERATION(WS-COR-SUB)
                END-IF
            WHEN OTHER
                IF XCAT-GENERATION
                    > WS-COR-SLICE-GENERATION(WS-COR-SUB)
                    MOVE XCAT-GENERATION
                        TO WS-COR-SLICE-GENERATION(WS-COR-SUB)
                END-IF
        END-EVALUATE
    END-IF.

3300-SELECT-TRANSMISSION.
    IF WS-COR-PENDING(WS-COR-SUB)
        EVALUATE TRUE
            WHEN WS-COR-SLICE-GENERATION(WS-COR-SUB) = ZEROS
                AND WS-COR-FULL-GENERATION(WS-COR-SUB) = ZEROS
                MOVE 'NOTHING SENT TO CONSUMER ON THAT GENDATE'
                    TO WS-REJECT-REASON
                ADD 1 TO WS-MANIFEST-REJECTS
                PERFORM 2900-REJECT-CORRECTION
            WHEN WS-COR-SLICE-GENERATION(WS-COR-SUB)
                >= WS-COR-FULL-GENERATION(WS-COR-SUB)
                MOVE WS-COR-SLICE-GENERATION(WS-COR-SUB)
                    TO WS-COR-SEL-GENERATION(WS-COR-SUB)
                MOVE WS-COR-CONSUMER-ID(WS-COR-SUB)
                    TO WS-COR-SEL-ARC-CONSUMER(WS-COR-SUB)
                MOVE 'SLICE' TO WS-COR-SEL-KIND(WS-COR-SUB)
            WHEN OTHER
                MOVE WS-COR-FULL-GENERATION(WS-COR-SUB)
                    TO WS-COR-SEL-GENERATION(WS-COR-SUB)
                MOVE SPACES TO WS-COR-SEL-ARC-CONSUMER(WS-COR-SUB)
                MOVE 'FULL FEED' TO WS-COR-SEL-KIND(WS-COR-SUB)
        END-EVALUATE
    END-IF.
    IF WS-COR-PENDING(WS-COR-SUB)
        ADD 1 TO WS-SELECTED-COUNT
        IF WS-LOW-GENERATION = ZEROS
            OR WS-COR-SEL-GENERATION(WS-COR-SUB) < WS-LOW-GENERATION
            MOVE WS-COR-SEL-GENERATION(WS-COR-SUB)
                TO WS-LOW-GENERATION
        END-IF
        IF WS-COR-SEL-GENERATION(WS-COR-SUB) > WS-HIGH-GENERATION
            MOVE WS-COR-SEL-GENERATION(WS-COR-SUB)
                TO WS-HIGH-GENERATION
        END-IF
    END-IF.

3500-MATCH-ARCHIVE.
    *> XMTARC is the archive generations concatenated, as for
    *> RECRXM01. A line stands only if its record went out in the
    *> chosen generation, under the chosen tag, with exactly the
    *> text the consumer quotes back - a consumer correcting a row
    *> it never received, or quoting it wrongly, is not corrected.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'XMTARC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-ARC-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE 'N' TO WS-ARC-EOF-SWITCH.
    PERFORM 3600-READ-ONE-ARCHIVE-LINE UNTIL WS-ARC-EOF.
    CLOSE ARCHIVE-FILE.
    PERFORM 3800-SETTLE-ARCHIVE-CHECK
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.

3600-READ-ONE-ARCHIVE-LINE.
    READ ARCHIVE-FILE
        AT END
            SET WS-ARC-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ARCHIVE-READ-COUNT
            IF XARC-GENERATION >= WS-LOW-GENERATION
                AND XARC-GENERATION <= WS-HIGH-GENERATION
                MOVE XARC-LINE TO WS-ARC-LINE
                IF WS-ARC-KEY NUMERIC
                    MOVE 'N' TO WS-ARC-PARSED-SWITCH
                    PERFORM 3700-MATCH-ONE-LINE
                        VARYING WS-COR-SUB FROM 1 BY 1
                            UNTIL WS-COR-SUB > WS-COR-COUNT
                END-IF
            END-IF
    END-READ.

3700-MATCH-ONE-LINE.
    *> The archived line is split only once a correction wants it.
    IF WS-COR-PENDING(WS-COR-SUB)
        AND XARC-GENERATION = WS-COR-SEL-GENERATION(WS-COR-SUB)
        AND XARC-CONSUMER-ID = WS-COR-SEL-ARC-CONSUMER(WS-COR-SUB)
        AND WS-ARC-KEY = WS-COR-RECORD-NUMBER(WS-COR-SUB)
        IF NOT WS-ARC-PARSED
            MOVE XARC-LINE TO WS-PARSE-LINE
            PERFORM 2700-PARSE-LINE
            MOVE WS-PARSE-FIELD(3) TO WS-ARC-TEXT
            MOVE 'Y' TO WS-ARC-PARSED-SWITCH
        END-IF
        IF WS-ARC-TEXT = WS-COR-SENT-TEXT(WS-COR-SUB)
            SET WS-COR-ARC-MATCHED(WS-COR-SUB) TO TRUE
        ELSE
            IF NOT WS-COR-ARC-MATCHED(WS-COR-SUB)
                SET WS-COR-ARC-DIFFERS(WS-COR-SUB) TO TRUE
            END-IF
        END-IF
    END-IF.

3800-SETTLE-ARCHIVE-CHECK.
    IF WS-COR-PENDING(WS-COR-SUB)
        EVALUATE TRUE
            WHEN WS-COR-ARC-NOT-SEEN(WS-COR-SUB)
                MOVE 'RECORD NOT IN THAT TRANSMISSION'
                    TO WS-REJECT-REASON
                ADD 1 TO WS-MANIFEST-REJECTS
                PERFORM 2900-REJECT-CORRECTION
            WHEN WS-COR-ARC-DIFFERS(WS-COR-SUB)
                MOVE 'SENT TEXT IS NOT WHAT WAS TRANSMITTED'
                    TO WS-REJECT-REASON
                ADD 1 TO WS-MANIFEST-REJECTS
                PERFORM 2900-REJECT-CORRECTION
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

4000-CHECK-KSDS.
    *> Random reads only - the cluster is opened input, and
    *> nothing here changes it; the change itself is RECUPD01's,
    *> after dual control. Columns 1-61 are what XMTOUT carries.
    OPEN INPUT VSAM-KSDS-FILE.
    IF WS-VSAM-STATUS NOT = '00'
        MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
        MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    PERFORM 4100-CHECK-ONE-LINE
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.
    CLOSE VSAM-KSDS-FILE.

4100-CHECK-ONE-LINE.
    IF WS-COR-PENDING(WS-COR-SUB)
        MOVE WS-COR-RECORD-NUMBER(WS-COR-SUB) TO VSAM-REC-KEY
        READ VSAM-KSDS-FILE
            INVALID KEY
                MOVE 'RECORD NO LONGER ON FILE' TO WS-REJECT-REASON
                ADD 1 TO WS-STALE-REJECTS
                PERFORM 2900-REJECT-CORRECTION
            NOT INVALID KEY
                PERFORM 4200-COMPARE-WITH-KSDS
        END-READ
    END-IF.

4200-COMPARE-WITH-KSDS.
    EVALUATE TRUE
        WHEN VSAM-REC-DATA(1:62) = WS-COR-NEW-TEXT(WS-COR-SUB)
            MOVE 'ALREADY CORRECTED ON FILE' TO WS-REJECT-REASON
            ADD 1 TO WS-STALE-REJECTS
            PERFORM 2900-REJECT-CORRECTION
        WHEN VSAM-REC-DATA(1:61)
            NOT = WS-COR-SENT-TEXT(WS-COR-SUB)(1:61)
            MOVE 'STALE - ENTRY CHANGED SINCE IT WAS SENT'
                TO WS-REJECT-REASON
            MOVE VSAM-REC-DATA(1:62) TO WS-COR-FILE-TEXT(WS-COR-SUB)
            ADD 1 TO WS-STALE-REJECTS
            PERFORM 2900-REJECT-CORRECTION
        WHEN OTHER
            MOVE ZEROS TO WS-EARLIER-SUB
            PERFORM 4300-FIND-EARLIER-CORRECTION
                VARYING WS-CHK-SUB FROM 1 BY 1
                    UNTIL WS-CHK-SUB >= WS-COR-SUB
                       OR WS-EARLIER-SUB > ZERO
            IF WS-EARLIER-SUB > ZERO
                MOVE 'ALREADY CORRECTED BY AN EARLIER LINE'
                    TO WS-REJECT-REASON
                ADD 1 TO WS-DUPLICATE-REJECTS
                PERFORM 2900-REJECT-CORRECTION
            ELSE
                SET WS-COR-ACCEPTED(WS-COR-SUB) TO TRUE
                ADD 1 TO WS-ACCEPTED-COUNT
            END-IF
    END-EVALUATE.

4300-FIND-EARLIER-CORRECTION.
    *> Two corrections to one record would race each other through
    *> RECAPV01; the first line received stands, whichever consumer
    *> sent it, and the second is sent back to be reconsidered.
    IF WS-COR-ACCEPTED(WS-CHK-SUB)
        AND WS-COR-RECORD-NUMBER(WS-CHK-SUB)
            = WS-COR-RECORD-NUMBER(WS-COR-SUB)
        MOVE WS-CHK-SUB TO WS-EARLIER-SUB
    END-IF.

4500-WRITE-DECK.
    *> Always opened, so an intake with nothing accepted leaves an
    *> empty deck rather than the last intake's cards.
    OPEN OUTPUT DECK-FILE.
    IF WS-DECK-STATUS NOT = '00'
        MOVE 'CORDECK ' TO WS-ABEND-FILE-NAME
        MOVE WS-DECK-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    PERFORM 4600-WRITE-ONE-CARD
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.
    CLOSE DECK-FILE.

4600-WRITE-ONE-CARD.
    *> The corrected entry replaces VSAM-REC-DATA whole, as a
    *> RECDFT01 replace does.
    IF WS-COR-ACCEPTED(WS-COR-SUB)
        MOVE SPACES TO TXN-RECORD
        MOVE 'R' TO TXN-ACTION-CODE
        MOVE WS-COR-RECORD-NUMBER(WS-COR-SUB) TO TXN-RECORD-NUMBER
        MOVE WS-COR-NEW-TEXT(WS-COR-SUB) TO TXN-DATA
        MOVE WS-SUBMIT-OPERATOR TO TXN-OPERATOR-ID
        WRITE TXN-RECORD
        ADD 1 TO WS-CARDS-WRITTEN
    END-IF.

5000-PRODUCE-DISPOSITION.
    *> One section per consumer, in order of first appearance on
    *> CORRIN, each line in the order received - cut out and sent
    *> back, a section is the consumer's answer. A line too
    *> damaged to name its consumer is listed under NO ID.
    PERFORM 5050-TALLY-ONE-LINE
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.
    PERFORM 5100-REPORT-ONE-CONSUMER
        VARYING WS-CON-SUB FROM 1 BY 1
            UNTIL WS-CON-SUB > WS-CON-COUNT.

5050-TALLY-ONE-LINE.
    MOVE ZEROS TO WS-CON-FOUND-SUB.
    PERFORM 5060-FIND-CONSUMER
        VARYING WS-CHK-SUB FROM 1 BY 1
            UNTIL WS-CHK-SUB > WS-CON-COUNT
               OR WS-CON-FOUND-SUB > ZERO.
    IF WS-CON-FOUND-SUB = ZERO
        ADD 1 TO WS-CON-COUNT
        MOVE WS-CON-COUNT TO WS-CON-FOUND-SUB
        MOVE WS-COR-CONSUMER-ID(WS-COR-SUB)
            TO WS-CON-CONSUMER-ID(WS-CON-FOUND-SUB)
        MOVE ZEROS TO WS-CON-ACCEPTED(WS-CON-FOUND-SUB)
        MOVE ZEROS TO WS-CON-REJECTED(WS-CON-FOUND-SUB)
    END-IF.
    IF WS-COR-ACCEPTED(WS-COR-SUB)
        ADD 1 TO WS-CON-ACCEPTED(WS-CON-FOUND-SUB)
    ELSE
        ADD 1 TO WS-CON-REJECTED(WS-CON-FOUND-SUB)
    END-IF.

5060-FIND-CONSUMER.
    IF WS-CON-CONSUMER-ID(WS-CHK-SUB) = WS-COR-CONSUMER-ID(WS-COR-SUB)
        MOVE WS-CHK-SUB TO WS-CON-FOUND-SUB
    END-IF.

5100-REPORT-ONE-CONSUMER.
    MOVE WS-CON-CONSUMER-ID(WS-CON-SUB) TO WS-LINE-CONSUMER.
    IF WS-LINE-CONSUMER = SPACES
        MOVE 'NO ID' TO WS-LINE-CONSUMER
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE ALL '-' TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'DISPOSITION FOR CONSUMER ' DELIMITED BY SIZE
           WS-LINE-CONSUMER DELIMITED BY SIZE
           '   CORRECTIONS RECEIVED ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    PERFORM 5200-REPORT-ONE-LINE
        VARYING WS-COR-SUB FROM 1 BY 1
            UNTIL WS-COR-SUB > WS-COR-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CONSUMER ' DELIMITED BY SIZE
           WS-LINE-CONSUMER DELIMITED BY SIZE
           ' TOTALS - ACCEPTED: ' DELIMITED BY SIZE
           WS-CON-ACCEPTED(WS-CON-SUB) DELIMITED BY SIZE
           '   REJECTED: ' DELIMITED BY SIZE
           WS-CON-REJECTED(WS-CON-SUB) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

5200-REPORT-ONE-LINE.
    IF WS-COR-CONSUMER-ID(WS-COR-SUB) = WS-CON-CONSUMER-ID(WS-CON-SUB)
        MOVE SPACES TO REPORT-RECORD
        IF WS-COR-ACCEPTED(WS-COR-SUB)
            STRING 'LINE ' DELIMITED BY SIZE
                   WS-COR-LINE-NUMBER(WS-COR-SUB) DELIMITED BY SIZE
                   '  RECORD ' DELIMITED BY SIZE
                   WS-COR-RECORD-NUMBER(WS-COR-SUB) DELIMITED BY SIZE
                   '  GENDATE ' DELIMITED BY SIZE
                   WS-COR-GEN-DATE(WS-COR-SUB) DELIMITED BY SIZE
                   '  ACCEPTED - REPLACE QUEUED FOR APPROVAL ('
                    DELIMITED BY SIZE
                   WS-COR-SEL-KIND(WS-COR-SUB) DELIMITED BY SPACE
                   ' GENERATION ' DELIMITED BY SIZE
                   WS-COR-SEL-GENERATION(WS-COR-SUB) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        ELSE
            STRING 'LINE ' DELIMITED BY SIZE
                   WS-COR-LINE-NUMBER(WS-COR-SUB) DELIMITED BY SIZE
                   '  RECORD ' DELIMITED BY SIZE
                   WS-COR-RECORD-NUMBER(WS-COR-SUB) DELIMITED BY SIZE
                   '  GENDATE ' DELIMITED BY SIZE
                   WS-COR-GEN-DATE(WS-COR-SUB) DELIMITED BY SIZE
                   '  REJECTED - ' DELIMITED BY SIZE
                   WS-COR-REJECT-REASON(WS-COR-SUB) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        END-IF
        WRITE REPORT-RECORD
        IF WS-COR-RECORD-NUMBER(WS-COR-SUB) = ZEROS
            MOVE SPACES TO REPORT-RECORD
            STRING '      AS RECEIVED : ' DELIMITED BY SIZE
                   WS-COR-RAW-LINE(WS-COR-SUB) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        ELSE
            PERFORM 5300-REPORT-LINE-IMAGES
        END-IF
    END-IF.

5300-REPORT-LINE-IMAGES.
    MOVE SPACES TO REPORT-RECORD.
    STRING '      SENT        : ' DELIMITED BY SIZE
           WS-COR-SENT-TEXT(WS-COR-SUB) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '      CORRECTED TO: ' DELIMITED BY SIZE
           WS-COR-NEW-TEXT(WS-COR-SUB) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-COR-FILE-TEXT(WS-COR-SUB) NOT = SPACES
        MOVE SPACES TO REPORT-RECORD
        STRING '      ON FILE NOW : ' DELIMITED BY SIZE
               WS-COR-FILE-TEXT(WS-COR-SUB) DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING '      REASON      : ' DELIMITED BY SIZE
           WS-COR-REASON(WS-COR-SUB) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

6000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE ALL '-' TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CORRIN LINES READ: ' DELIMITED BY SIZE
           WS-LINES-READ DELIMITED BY SIZE
           '   HEADERS: ' DELIMITED BY SIZE
           WS-HEADERS-READ DELIMITED BY SIZE
           '   BLANK: ' DELIMITED BY SIZE
           WS-BLANK-LINES DELIMITED BY SIZE
           '   CORRECTIONS: ' DELIMITED BY SIZE
           WS-COR-COUNT DELIMITED BY SIZE
           '   CONSUMERS: ' DELIMITED BY SIZE
           WS-CON-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'CATALOG ENTRIES READ: ' DELIMITED BY SIZE
           WS-CATALOG-READ-COUNT DELIMITED BY SIZE
           '   ARCHIVE LINES READ: ' DELIMITED BY SIZE
           WS-ARCHIVE-READ-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'ACCEPTED: ' DELIMITED BY SIZE
           WS-ACCEPTED-COUNT DELIMITED BY SIZE
           '   REJECTED: ' DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
           ' (FORMAT ' DELIMITED BY SIZE
           WS-FORMAT-REJECTS DELIMITED BY SIZE
           ' TRANSMISSION ' DELIMITED BY SIZE
           WS-MANIFEST-REJECTS DELIMITED BY SIZE
           ' STALE ' DELIMITED BY SIZE
           WS-STALE-REJECTS DELIMITED BY SIZE
           ' DUPLICATE ' DELIMITED BY SIZE
           WS-DUPLICATE-REJECTS DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'REPLACE CARDS WRITTEN TO CORDECK: ' DELIMITED BY SIZE
           WS-CARDS-WRITTEN DELIMITED BY SIZE
           '   SUBMITTING OPERATOR: ' DELIMITED BY SIZE
           WS-SUBMIT-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    EVALUATE TRUE
        WHEN WS-REJECTED-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
            STRING 'STATUS: LINES REJECTED - RETURN EACH CONSUMER ITS '
                    DELIMITED BY SIZE
                   'DISPOSITION, SUBMIT CORDECK THROUGH RECAPV01'
                    DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-ACCEPTED-COUNT > ZERO
            STRING 'STATUS: ALL LINES ACCEPTED - SUBMIT CORDECK '
                    DELIMITED BY SIZE
                   'THROUGH RECAPV01' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN OTHER
            STRING 'STATUS: NO CORRECTIONS RECEIVED'
                DELIMITED BY SIZE INTO REPORT-RECORD
            END-STRING
    END-EVALUATE.
    WRITE REPORT-RECORD.
    CLOSE REPORT-FILE.
