*> mis-scheduled transmit can never ship a stale or unverified
*> feed. A clean transmission stamps the cycle record on the way
*> out.
*> Subscription routing: when a SUBSFILE deck is supplied
*> (copybooks/SUBREC.CPY) each subscribed consumer ALSO gets its
*> own slice - only the details its categories, statuses and key
*> ranges take - on its own XMTOUTn file, with its own XMTMANn
*> manifest whose count and hash cover exactly that slice and
*> whose CONSUMER= line names who it was cut for. RECACK01 then
*> holds each routed consumer to its own figures. A subscription
*> deck that does not edit clean refuses the run, like the cycle
*> gate, before anything is written. Without SUBSFILE, or with an
*> empty one, only the full XMTOUT/XMTMAN pair is produced, as
*> before.
*> Transmission catalog: every run takes the next GENERATION
*> number off the XMTCAT catalog (copybooks/XCATREC.CPY), writes
*> each detail line it sends - full feed and every routed slice
*> - to that night's XMTARC archive generation
*> (copybooks/XARCREC.CPY), and appends one catalog entry per
*> file cut with its business date, consumer, count and hash -
*> the full feed once per recipient named on the ACKCARD (the
*> same card RECACK01 reads, copybooks/ACKCARD.CPY):
*> TRANSMITTED on a clean run, HELD on a held one. RECRXM01
*> resends a prior business date from the catalog and archive.
*> Condition codes: 0 = extract and manifest(s) written, 8 =
*> cycle not verified/out of sequence, subscription deck error,
*> ACKCARD error, or source bracket problem (hold the
*> transmission), 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECXMT01.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN-STATUS.

    *> Routing is off when the subscription deck is absent.
    SELECT OPTIONAL SUBS-FILE ASSIGN TO SUBSFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBS-STATUS.

    *> The full-feed recipients - the same card RECACK01 reads.
    SELECT ACK-CARD-FILE ASSIGN TO ACKCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    *> One data file and manifest per subscription slot. Only the
    *> slots the deck uses are opened, so the DDs for unused
    *> slots may be left out of the JCL.
    SELECT XMT-FILE-1 ASSIGN TO XMTOUT1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMT1-STATUS.

    SELECT XMT-FILE-2 ASSIGN TO XMTOUT2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMT2-STATUS.

    SELECT XMT-FILE-3 ASSIGN TO XMTOUT3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMT3-STATUS.

    SELECT XMT-FILE-4 ASSIGN TO XMTOUT4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMT4-STATUS.

    SELECT MAN-FILE-1 ASSIGN TO XMTMAN1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN1-STATUS.

    SELECT MAN-FILE-2 ASSIGN TO XMTMAN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN2-STATUS.

    SELECT MAN-FILE-3 ASSIGN TO XMTMAN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN3-STATUS.

    SELECT MAN-FILE-4 ASSIGN TO XMTMAN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAN4-STATUS.

    *> Read at start-up for the last generation number used, then
    *> extended with tonight's entries. Absent on the first night.
    SELECT OPTIONAL CATALOG-FILE ASSIGN TO XMTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO XMTARC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD                 PIC X(80).

FD  SUBS-FILE.
    COPY SUBREC.

FD  ACK-CARD-FILE.
    COPY ACKCARD.

FD  XMT-FILE-1.
01  XMT-RECORD-1                    PIC X(150).

FD  XMT-FILE-2.
01  XMT-RECORD-2                    PIC X(150).

FD  XMT-FILE-3.
01  XMT-RECORD-3                    PIC X(150).

FD  XMT-FILE-4.
01  XMT-RECORD-4                    PIC X(150).

FD  MAN-FILE-1.
01  MAN-RECORD-1                    PIC X(80).

FD  MAN-FILE-2.
01  MAN-RECORD-2                    PIC X(80).

FD  MAN-FILE-3.
01  MAN-RECORD-3                    PIC X(80).

FD  MAN-FILE-4.
01  MAN-RECORD-4                    PIC X(80).

FD  CATALOG-FILE.
    COPY XCATREC.

FD  ARCHIVE-FILE.
    COPY XARCREC.

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-CYC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-SUBS-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-XMT1-STATUS              PIC X(2) VALUE SPACES.
    05  WS-XMT2-STATUS              PIC X(2) VALUE SPACES.
    05  WS-XMT3-STATUS              PIC X(2) VALUE SPACES.
    05  WS-XMT4-STATUS              PIC X(2) VALUE SPACES.
    05  WS-MAN1-STATUS              PIC X(2) VALUE SPACES.
    05  WS-MAN2-STATUS              PIC X(2) VALUE SPACES.
    05  WS-MAN3-STATUS              PIC X(2) VALUE SPACES.
    05  WS-MAN4-STATUS              PIC X(2) VALUE SPACES.
    05  WS-SLOT-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CAT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-ARC-STATUS               PIC X(2) VALUE SPACES.

01  WS-CYCLE-AREA.
    *> The verified cycle's business date (what the extract's HD
    05  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
    05  WS-CYC-SAVE                 PIC X(30) VALUE SPACES.

01  WS-ROUTE-AREA.
    *> The subscription deck held in storage: one rule per SUBREC
    *> line, and one slot per consumer carrying its running
    *> count and hash. 40 rules is ten per slot.
    05  WS-ROUTING-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-ROUTING              VALUE 'Y'.
    05  WS-SUBS-EOF-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-SUBS-EOF             VALUE 'Y'.
    05  WS-SUBS-LINE-COUNT          PIC 9(3) VALUE ZEROS.
    05  WS-SUBS-REASON              PIC X(50) VALUE SPACES.
    05  WS-RULE-COUNT               PIC 9(2) VALUE ZEROS.
    05  WS-RULE-ENTRY OCCURS 40.
        10  WS-RUL-SLOT             PIC 9(1).
        10  WS-RUL-STATUS           PIC X(1).
        10  WS-RUL-LOW-KEY          PIC 9(9).
        10  WS-RUL-HIGH-KEY         PIC 9(9).
        10  WS-RUL-ALL-CAT-SWITCH   PIC X(1).
            88  WS-RUL-ALL-CATEGORIES VALUE 'Y'.
        10  WS-RUL-CATEGORY         PIC X(4) OCCURS 10.
    05  WS-SLOT-ENTRY OCCURS 4.
        10  WS-SLT-CONSUMER-ID      PIC X(8).
        10  WS-SLT-TAKEN-SWITCH     PIC X(1).
            88  WS-SLT-TAKES        VALUE 'Y'.
        10  WS-SLT-DETAIL-COUNT     PIC 9(9).
        10  WS-SLT-HASH-TOTAL       PIC 9(15).
    05  WS-RULE-SUB                 PIC 9(2) VALUE ZEROS.
    05  WS-SLOT-SUB                 PIC 9(1) VALUE ZEROS.
    05  WS-CAT-SUB                  PIC 9(2) VALUE ZEROS.
    05  WS-CAT-HIT-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CAT-HIT              VALUE 'Y'.

01  WS-ROUTE-ENTRY.
    *> IFACE-DATA in RECBLD01's enriched layout - category in
    *> 57-60 and status in 61. An entry built with no master row
    *> carries neither, and only reaches a consumer whose line
    *> takes every category and every status.
    05  FILLER                      PIC X(56).
    05  WS-RTE-CATEGORY             PIC X(4).
    05  WS-RTE-STATUS               PIC X(1).

01  WS-CATALOG-AREA.
    *> Tonight's generation number - one past the highest on the
    *> catalog - tags every archive line and catalog entry.
    *> WS-ARC-CONSUMER is who the line being archived was cut for
    *> (spaces for the full feed).
    05  WS-CAT-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CAT-EOF              VALUE 'Y'.
    05  WS-GENERATION               PIC 9(6) VALUE ZEROS.
    05  WS-ARC-CONSUMER             PIC X(8) VALUE SPACES.
    05  WS-ARCHIVE-COUNT            PIC 9(9) VALUE ZEROS.
    *> Who the full feed goes to, off the ACKCARD - one full-feed
    *> catalog entry is written per named recipient.
    05  WS-RECIPIENT-ENTRY OCCURS 2.
        10  WS-RCP-CONSUMER-ID      PIC X(8).
    05  WS-RCP-SUB                  PIC 9(1) VALUE ZEROS.

01  WS-OUTPUT-LINES.
    *> Each delimited line and manifest line is built once here
    *> and written to the full file and to every slot taking it.
    05  WS-XMT-LINE                 PIC X(150) VALUE SPACES.
    05  WS-MAN-LINE                 PIC X(80) VALUE SPACES.

01  WS-ESCAPE-WORK.
    *> Per-character CSV escape of the entry text: every embedded
    *> quote is doubled per standard CSV quoting, so free business
    MOVE WS-GENERATION-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1300-CHECK-CYCLE-CONTROL.
    PERFORM 1500-LOAD-SUBSCRIPTIONS.
    PERFORM 1600-FIND-NEXT-GENERATION.
    PERFORM 1700-READ-RECIPIENT-CARD.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2100-CONVERT-ONE-RECORD UNTIL WS-IFACE-EOF.
    PERFORM 2800-CHECK-BRACKETS.
    CLOSE IFACE-FILE.
    CLOSE XMT-FILE.
    CLOSE ARCHIVE-FILE.
    PERFORM 3000-WRITE-MANIFEST.
    IF WS-ROUTING
        PERFORM 3200-WRITE-CONSUMER-MANIFEST
            VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 4
    END-IF.
    PERFORM 5000-PRODUCE-SUMMARY.
    IF WS-PROBLEM-COUNT > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 3500-STAMP-TRANSMISSION
    END-IF.
    PERFORM 3600-CATALOG-TRANSMISSION.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'TRANSMISSION EXTRACT COMPLETE - DETAILS '
        MOVE WS-XMT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO WS-XMT-LINE.
    STRING 'RECORD_NUMBER,DATE_STAMP,ENTRY_TEXT'
        DELIMITED BY SIZE INTO WS-XMT-LINE
    END-STRING.
    WRITE XMT-RECORD FROM WS-XMT-LINE.
    OPEN OUTPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'XMTARC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-ARC-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    IF WS-ROUTING
        PERFORM 1450-OPEN-CONSUMER-FILE
            VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 4
    END-IF.

1450-OPEN-CONSUMER-FILE.
    *> Each subscribed slot's data file opens with the same
    *> column-name header line as the full XMTOUT.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) NOT = SPACES
        EVALUATE WS-SLOT-SUB
            WHEN 1
                OPEN OUTPUT XMT-FILE-1
                MOVE WS-XMT1-STATUS TO WS-SLOT-STATUS
            WHEN 2
                OPEN OUTPUT XMT-FILE-2
                MOVE WS-XMT2-STATUS TO WS-SLOT-STATUS
            WHEN 3
                OPEN OUTPUT XMT-FILE-3
                MOVE WS-XMT3-STATUS TO WS-SLOT-STATUS
            WHEN 4
                OPEN OUTPUT XMT-FILE-4
                MOVE WS-XMT4-STATUS TO WS-SLOT-STATUS
        END-EVALUATE
        IF WS-SLOT-STATUS NOT = '00'
            MOVE SPACES TO WS-ABEND-FILE-NAME
            STRING 'XMTOUT' DELIMITED BY SIZE
                   WS-SLOT-SUB DELIMITED BY SIZE
                INTO WS-ABEND-FILE-NAME
            END-STRING
            MOVE WS-SLOT-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
        END-IF
        PERFORM 2460-WRITE-SLOT-LINE
    END-IF.

1500-LOAD-SUBSCRIPTIONS.
    *> A deck that is absent (status 05, OPTIONAL) or holds no
    *> lines at all - the standing dataset as first allocated -
    *> means an unrouted night. The whole deck is edited before a
    *> single output byte is written: one bad line refuses the run
    *> (RC=8) the way the cycle gate does, because a consumer
    *> routed on a half-read deck would be sent the wrong slice
    *> with a manifest that balances against it.
    PERFORM 1510-CLEAR-ONE-SLOT
        VARYING WS-SLOT-SUB FROM 1 BY 1
            UNTIL WS-SLOT-SUB > 4.
    OPEN INPUT SUBS-FILE.
    EVALUATE WS-SUBS-STATUS
        WHEN '00'
            MOVE 'N' TO WS-SUBS-EOF-SWITCH
            PERFORM 1520-LOAD-ONE-SUBSCRIPTION UNTIL WS-SUBS-EOF
            CLOSE SUBS-FILE
            IF WS-RULE-COUNT = ZEROS
                DISPLAY 'RECXMT01: SUBSFILE DECK IS EMPTY - '
                    'UNROUTED NIGHT, FULL FEED ONLY'
            ELSE
                SET WS-ROUTING TO TRUE
            END-IF
        WHEN '05'
            CONTINUE
        WHEN OTHER
            MOVE 'SUBSFILE' TO WS-ABEND-FILE-NAME
            MOVE WS-SUBS-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1510-CLEAR-ONE-SLOT.
    MOVE SPACES TO WS-SLT-CONSUMER-ID(WS-SLOT-SUB).
    MOVE 'N' TO WS-SLT-TAKEN-SWITCH(WS-SLOT-SUB).
    MOVE ZEROS TO WS-SLT-DETAIL-COUNT(WS-SLOT-SUB).
    MOVE ZEROS TO WS-SLT-HASH-TOTAL(WS-SLOT-SUB).

1520-LOAD-ONE-SUBSCRIPTION.
    READ SUBS-FILE
        AT END
            SET WS-SUBS-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-SUBS-LINE-COUNT
            PERFORM 1530-EDIT-SUBSCRIPTION
    END-READ.

1530-EDIT-SUBSCRIPTION.
    EVALUATE TRUE
        WHEN SUB-CONSUMER-ID = SPACES
            MOVE 'NO CONSUMER ID IN COLS 1-8' TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        WHEN SUB-SLOT NOT NUMERIC
            OR SUB-SLOT < 1 OR SUB-SLOT > 4
            MOVE 'SLOT IN COL 9 MUST BE 1-4' TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        WHEN NOT SUB-ANY-STATUS AND NOT SUB-ACTIVE-ONLY
            AND NOT SUB-INACTIVE-ONLY
            MOVE 'STATUS FILTER IN COL 10 MUST BE A, I OR BLANK'
                TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        WHEN SUB-LOW-KEY-X NOT = SPACES
            AND SUB-LOW-KEY NOT NUMERIC
            MOVE 'LOW KEY IN COLS 11-19 NOT NUMERIC' TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        WHEN SUB-HIGH-KEY-X NOT = SPACES
            AND SUB-HIGH-KEY NOT NUMERIC
            MOVE 'HIGH KEY IN COLS 20-28 NOT NUMERIC'
                TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        WHEN WS-RULE-COUNT >= 40
            MOVE 'MORE THAN 40 SUBSCRIPTION LINES' TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
    END-EVALUATE.
    MOVE SUB-SLOT TO WS-SLOT-SUB.
    *> A slot belongs to the first consumer that names it, and a
    *> consumer keeps one slot for the whole deck.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) = SPACES
        PERFORM 1540-CHECK-CONSUMER-UNSLOTTED
        MOVE SUB-CONSUMER-ID TO WS-SLT-CONSUMER-ID(WS-SLOT-SUB)
    ELSE
        IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) NOT = SUB-CONSUMER-ID
            MOVE 'SLOT ALREADY ASSIGNED TO ANOTHER CONSUMER'
                TO WS-SUBS-REASON
            PERFORM 1590-REFUSE-SUBSCRIPTION
        END-IF
    END-IF.
    ADD 1 TO WS-RULE-COUNT.
    MOVE SUB-SLOT TO WS-RUL-SLOT(WS-RULE-COUNT).
    MOVE SUB-STATUS-FILTER TO WS-RUL-STATUS(WS-RULE-COUNT).
    IF SUB-LOW-KEY-X = SPACES
        MOVE ZEROS TO WS-RUL-LOW-KEY(WS-RULE-COUNT)
    ELSE
        MOVE SUB-LOW-KEY TO WS-RUL-LOW-KEY(WS-RULE-COUNT)
    END-IF.
    IF SUB-HIGH-KEY-X = SPACES
        MOVE 999999999 TO WS-RUL-HIGH-KEY(WS-RULE-COUNT)
    ELSE
        MOVE SUB-HIGH-KEY TO WS-RUL-HIGH-KEY(WS-RULE-COUNT)
    END-IF.
    IF WS-RUL-LOW-KEY(WS-RULE-COUNT) > WS-RUL-HIGH-KEY(WS-RULE-COUNT)
        MOVE 'LOW KEY ABOVE HIGH KEY' TO WS-SUBS-REASON
        PERFORM 1590-REFUSE-SUBSCRIPTION
    END-IF.
    IF SUB-CATEGORIES = SPACES
        MOVE 'Y' TO WS-RUL-ALL-CAT-SWITCH(WS-RULE-COUNT)
    ELSE
        MOVE 'N' TO WS-RUL-ALL-CAT-SWITCH(WS-RULE-COUNT)
    END-IF.
    PERFORM 1550-COPY-ONE-CATEGORY
        VARYING WS-CAT-SUB FROM 1 BY 1
            UNTIL WS-CAT-SUB > 10.

1540-CHECK-CONSUMER-UNSLOTTED.
    PERFORM 1545-TEST-ONE-SLOT-OWNER
        VARYING WS-SLOT-SUB FROM 1 BY 1
            UNTIL WS-SLOT-SUB > 4.
    MOVE SUB-SLOT TO WS-SLOT-SUB.

1545-TEST-ONE-SLOT-OWNER.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) = SUB-CONSUMER-ID
        MOVE 'CONSUMER ALREADY HAS A DIFFERENT SLOT'
            TO WS-SUBS-REASON
        PERFORM 1590-REFUSE-SUBSCRIPTION
    END-IF.

1550-COPY-ONE-CATEGORY.
    MOVE SUB-CATEGORY(WS-CAT-SUB)
        TO WS-RUL-CATEGORY(WS-RULE-COUNT, WS-CAT-SUB).

1590-REFUSE-SUBSCRIPTION.
    DISPLAY 'RECXMT01 REFUSED: SUBSFILE LINE ' WS-SUBS-LINE-COUNT
        ' - ' WS-SUBS-REASON.
    MOVE 8 TO RETURN-CODE.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE 'TRANSMISSION REFUSED - SUBSCRIPTION DECK ERROR (SEE SYSOUT)'
        TO WS-EVT-MESSAGE.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1600-FIND-NEXT-GENERATION.
    *> Generation numbers are never reused, held runs included, so
    *> an archive line can only ever belong to one catalog entry.
    OPEN INPUT CATALOG-FILE.
    EVALUATE WS-CAT-STATUS
        WHEN '00'
            MOVE 'N' TO WS-CAT-EOF-SWITCH
            PERFORM 1610-READ-ONE-CATALOG-ENTRY UNTIL WS-CAT-EOF
            CLOSE CATALOG-FILE
        WHEN '05'
            *> First night - the catalog is created by 3600's
            *> extend, once this empty open is closed again.
            CLOSE CATALOG-FILE
        WHEN OTHER
            MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
            MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.
    ADD 1 TO WS-GENERATION.

1610-READ-ONE-CATALOG-ENTRY.
    READ CATALOG-FILE
        AT END
            SET WS-CAT-EOF TO TRUE
        NOT AT END
            IF XCAT-GENERATION NUMERIC
                AND XCAT-GENERATION > WS-GENERATION
                MOVE XCAT-GENERATION TO WS-GENERATION
            END-IF
    END-READ.

1700-READ-RECIPIENT-CARD.
    *> Mandatory, like RECACK01's read of the same card - the
    *> catalog records who each file was sent to, and RECRXM01
    *> will only resend a consumer what it was catalogued as
    *> receiving. Only the consumer columns are used here.
    OPEN INPUT ACK-CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
        MOVE 'ACKCARD ' TO WS-ABEND-FILE-NAME
        MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    READ ACK-CARD-FILE
        AT END
            DISPLAY 'RECXMT01 REFUSED: ACKCARD IS EMPTY - NO '
                'FULL-FEED RECIPIENT'
            PERFORM 1790-REFUSE-RECIPIENT-CARD
    END-READ.
    IF ACK-CONSUMER-1 = SPACES
        DISPLAY 'RECXMT01 REFUSED: ACKCARD NAMES NO CONSUMER IN '
            'COLS 4-11'
        PERFORM 1790-REFUSE-RECIPIENT-CARD
    END-IF.
    MOVE ACK-CONSUMER-1 TO WS-RCP-CONSUMER-ID(1).
    MOVE ACK-CONSUMER-2 TO WS-RCP-CONSUMER-ID(2).
    CLOSE ACK-CARD-FILE.

1790-REFUSE-RECIPIENT-CARD.
    MOVE 8 TO RETURN-CODE.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE 'TRANSMISSION REFUSED - ACKCARD ERROR (SEE SYSOUT)'
        TO WS-EVT-MESSAGE.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1350-OPEN-EVENT-LOG.
    *> Best-effort open of the shared operations event log - a
    PERFORM 2350-ESCAPE-ONE-CHAR
        VARYING WS-ESC-IN-POS FROM 1 BY 1
            UNTIL WS-ESC-IN-POS > 61.
    MOVE SPACES TO WS-XMT-LINE.
    IF WS-ESC-USED = ZEROS
        STRING IFACE-RECORD-NUMBER DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               IFACE-DATE-STAMP DELIMITED BY SIZE
               ',""' DELIMITED BY SIZE
            INTO WS-XMT-LINE
        END-STRING
    ELSE
        STRING IFACE-RECORD-NUMBER DELIMITED BY SIZE
               ',"' DELIMITED BY SIZE
               WS-ESC-TEXT(1:WS-ESC-USED) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
            INTO WS-XMT-LINE
        END-STRING
    END-IF.
    WRITE XMT-RECORD FROM WS-XMT-LINE.
    MOVE SPACES TO WS-ARC-CONSUMER.
    PERFORM 2470-ARCHIVE-LINE.
    IF WS-ROUTING
        PERFORM 2400-ROUTE-DETAIL
    END-IF.

2350-ESCAPE-ONE-CHAR.
    MOVE IFACE-DATA(WS-ESC-IN-POS:1) TO WS-ESC-CHAR.
        MOVE WS-ESC-OUT-POS TO WS-ESC-USED
    END-IF.

2400-ROUTE-DETAIL.
    *> Every rule is tried; a slot takes the detail once however
    *> many of its lines would take it, so its count and hash
    *> match the rows actually in its file.
    MOVE IFACE-DATA TO WS-ROUTE-ENTRY.
    PERFORM 2405-RESET-ONE-SLOT
        VARYING WS-SLOT-SUB FROM 1 BY 1
            UNTIL WS-SLOT-SUB > 4.
    PERFORM 2410-TEST-ONE-RULE
        VARYING WS-RULE-SUB FROM 1 BY 1
            UNTIL WS-RULE-SUB > WS-RULE-COUNT.
    PERFORM 2450-SEND-TO-SLOT
        VARYING WS-SLOT-SUB FROM 1 BY 1
            UNTIL WS-SLOT-SUB > 4.

2405-RESET-ONE-SLOT.
    MOVE 'N' TO WS-SLT-TAKEN-SWITCH(WS-SLOT-SUB).

2410-TEST-ONE-RULE.
    MOVE WS-RUL-SLOT(WS-RULE-SUB) TO WS-SLOT-SUB.
    IF NOT WS-SLT-TAKES(WS-SLOT-SUB)
        AND IFACE-RECORD-NUMBER >= WS-RUL-LOW-KEY(WS-RULE-SUB)
        AND IFACE-RECORD-NUMBER <= WS-RUL-HIGH-KEY(WS-RULE-SUB)
        AND (WS-RUL-STATUS(WS-RULE-SUB) = SPACE
            OR WS-RUL-STATUS(WS-RULE-SUB) = WS-RTE-STATUS)
        IF WS-RUL-ALL-CATEGORIES(WS-RULE-SUB)
            MOVE 'Y' TO WS-SLT-TAKEN-SWITCH(WS-SLOT-SUB)
        ELSE
            MOVE 'N' TO WS-CAT-HIT-SWITCH
            PERFORM 2420-TEST-ONE-CATEGORY
                VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 10
            IF WS-CAT-HIT
                MOVE 'Y' TO WS-SLT-TAKEN-SWITCH(WS-SLOT-SUB)
            END-IF
        END-IF
    END-IF.

2420-TEST-ONE-CATEGORY.
    IF WS-RUL-CATEGORY(WS-RULE-SUB, WS-CAT-SUB) NOT = SPACES
        AND WS-RUL-CATEGORY(WS-RULE-SUB, WS-CAT-SUB)
            = WS-RTE-CATEGORY
        MOVE 'Y' TO WS-CAT-HIT-SWITCH
    END-IF.

2450-SEND-TO-SLOT.
    IF WS-SLT-TAKES(WS-SLOT-SUB)
        ADD 1 TO WS-SLT-DETAIL-COUNT(WS-SLOT-SUB)
        ADD IFACE-RECORD-NUMBER TO WS-SLT-HASH-TOTAL(WS-SLOT-SUB)
        PERFORM 2460-WRITE-SLOT-LINE
        MOVE WS-SLT-CONSUMER-ID(WS-SLOT-SUB) TO WS-ARC-CONSUMER
        PERFORM 2470-ARCHIVE-LINE
    END-IF.

2460-WRITE-SLOT-LINE.
    EVALUATE WS-SLOT-SUB
        WHEN 1
            WRITE XMT-RECORD-1 FROM WS-XMT-LINE
        WHEN 2
            WRITE XMT-RECORD-2 FROM WS-XMT-LINE
        WHEN 3
            WRITE XMT-RECORD-3 FROM WS-XMT-LINE
        WHEN 4
            WRITE XMT-RECORD-4 FROM WS-XMT-LINE
    END-EVALUATE.

2470-ARCHIVE-LINE.
    *> The archive keeps the line byte-for-byte as it went out, so
    *> a resend reproduces the original count and hash exactly.
    MOVE WS-GENERATION TO XARC-GENERATION.
    MOVE WS-CYCLE-DATE TO XARC-BUSINESS-DATE.
    MOVE WS-ARC-CONSUMER TO XARC-CONSUMER-ID.
    MOVE WS-XMT-LINE TO XARC-LINE.
    WRITE XARC-RECORD.
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'XMTARC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-ARC-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    ADD 1 TO WS-ARCHIVE-COUNT.

2800-CHECK-BRACKETS.
    IF NOT WS-HEADER-SEEN
        PERFORM 2900-COUNT-PROBLEM

    CLOSE MANIFEST-FILE.

3200-WRITE-CONSUMER-MANIFEST.
    *> The routed consumer's own manifest: its CONSUMER= line
    *> first, then the same three tagged lines as XMTMAN with the
    *> count and hash of its slice. RECACK01 registers the slice
    *> figures against that consumer, not the full-feed ones.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) NOT = SPACES
        EVALUATE WS-SLOT-SUB
            WHEN 1
                CLOSE XMT-FILE-1
                OPEN OUTPUT MAN-FILE-1
                MOVE WS-MAN1-STATUS TO WS-SLOT-STATUS
            WHEN 2
                CLOSE XMT-FILE-2
                OPEN OUTPUT MAN-FILE-2
                MOVE WS-MAN2-STATUS TO WS-SLOT-STATUS
            WHEN 3
                CLOSE XMT-FILE-3
                OPEN OUTPUT MAN-FILE-3
                MOVE WS-MAN3-STATUS TO WS-SLOT-STATUS
            WHEN 4
                CLOSE XMT-FILE-4
                OPEN OUTPUT MAN-FILE-4
                MOVE WS-MAN4-STATUS TO WS-SLOT-STATUS
        END-EVALUATE
        IF WS-SLOT-STATUS NOT = '00'
            MOVE SPACES TO WS-ABEND-FILE-NAME
            STRING 'XMTMAN' DELIMITED BY SIZE
                   WS-SLOT-SUB DELIMITED BY SIZE
                INTO WS-ABEND-FILE-NAME
            END-STRING
            MOVE WS-SLOT-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
        END-IF
        MOVE SPACES TO WS-MAN-LINE
        STRING 'CONSUMER=' DELIMITED BY SIZE
               WS-SLT-CONSUMER-ID(WS-SLOT-SUB) DELIMITED BY SIZE
            INTO WS-MAN-LINE
        END-STRING
        PERFORM 3260-WRITE-SLOT-MANIFEST-LINE
        MOVE SPACES TO WS-MAN-LINE
        STRING 'RECORDCOUNT=' DELIMITED BY SIZE
               WS-SLT-DETAIL-COUNT(WS-SLOT-SUB) DELIMITED BY SIZE
            INTO WS-MAN-LINE
        END-STRING
        PERFORM 3260-WRITE-SLOT-MANIFEST-LINE
        MOVE SPACES TO WS-MAN-LINE
        STRING 'HASHTOTAL=' DELIMITED BY SIZE
               WS-SLT-HASH-TOTAL(WS-SLOT-SUB) DELIMITED BY SIZE
            INTO WS-MAN-LINE
        END-STRING
        PERFORM 3260-WRITE-SLOT-MANIFEST-LINE
        MOVE SPACES TO WS-MAN-LINE
        STRING 'GENDATE=' DELIMITED BY SIZE
               WS-GENERATION-DATE DELIMITED BY SIZE
            INTO WS-MAN-LINE
        END-STRING
        PERFORM 3260-WRITE-SLOT-MANIFEST-LINE
        EVALUATE WS-SLOT-SUB
            WHEN 1
                CLOSE MAN-FILE-1
            WHEN 2
                CLOSE MAN-FILE-2
            WHEN 3
                CLOSE MAN-FILE-3
            WHEN 4
                CLOSE MAN-FILE-4
        END-EVALUATE
    END-IF.

3260-WRITE-SLOT-MANIFEST-LINE.
    EVALUATE WS-SLOT-SUB
        WHEN 1
            WRITE MAN-RECORD-1 FROM WS-MAN-LINE
        WHEN 2
            WRITE MAN-RECORD-2 FROM WS-MAN-LINE
        WHEN 3
            WRITE MAN-RECORD-3 FROM WS-MAN-LINE
        WHEN 4
            WRITE MAN-RECORD-4 FROM WS-MAN-LINE
    END-EVALUATE.

3500-STAMP-TRANSMISSION.
    *> A clean run records itself on the cycle-control file - the
    *> operations picture of the night then reads build, verify,
    WRITE CYC-RECORD.
    CLOSE CYC-FILE.

3600-CATALOG-TRANSMISSION.
    *> One full-feed entry per ACKCARD recipient and one per
    *> routed slice, all under tonight's generation. A held run
    *> is still catalogued - as HELD - so RECRXM01 can never pick
    *> it up as something that was sent.
    OPEN EXTEND CATALOG-FILE.
    IF WS-CAT-STATUS NOT = '00' AND WS-CAT-STATUS NOT = '05'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    PERFORM 3620-CATALOG-ONE-RECIPIENT
        VARYING WS-RCP-SUB FROM 1 BY 1
            UNTIL WS-RCP-SUB > 2.
    IF WS-ROUTING
        PERFORM 3610-CATALOG-ONE-SLOT
            VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 4
    END-IF.
    CLOSE CATALOG-FILE.

3610-CATALOG-ONE-SLOT.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) NOT = SPACES
        MOVE SPACES TO XCAT-RECORD
        MOVE WS-SLT-CONSUMER-ID(WS-SLOT-SUB) TO XCAT-CONSUMER-ID
        MOVE WS-SLOT-SUB TO XCAT-SLOT
        MOVE WS-SLT-DETAIL-COUNT(WS-SLOT-SUB) TO XCAT-DETAIL-COUNT
        MOVE WS-SLT-HASH-TOTAL(WS-SLOT-SUB) TO XCAT-HASH-TOTAL
        PERFORM 3650-WRITE-CATALOG-ENTRY
    END-IF.

3620-CATALOG-ONE-RECIPIENT.
    IF WS-RCP-CONSUMER-ID(WS-RCP-SUB) NOT = SPACES
        MOVE SPACES TO XCAT-RECORD
        MOVE WS-RCP-CONSUMER-ID(WS-RCP-SUB) TO XCAT-CONSUMER-ID
        MOVE ZERO TO XCAT-SLOT
        MOVE WS-DETAIL-COUNT TO XCAT-DETAIL-COUNT
        MOVE WS-HASH-TOTAL TO XCAT-HASH-TOTAL
        PERFORM 3650-WRITE-CATALOG-ENTRY
    END-IF.

3650-WRITE-CATALOG-ENTRY.
    MOVE WS-GENERATION TO XCAT-GENERATION.
    MOVE WS-CYCLE-DATE TO XCAT-BUSINESS-DATE.
    MOVE WS-GENERATION-DATE TO XCAT-GEN-DATE.
    MOVE WS-GENERATION-DATE TO XCAT-ACTION-DATE.
    IF WS-PROBLEM-COUNT = ZERO
        SET XCAT-TRANSMITTED TO TRUE
    ELSE
        SET XCAT-HELD TO TRUE
    END-IF.
    WRITE XCAT-RECORD.
    IF WS-CAT-STATUS NOT = '00'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SOURCE EXTRACT DATE: ' DELIMITED BY SIZE
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'CATALOG GENERATION: ' DELIMITED BY SIZE
           WS-GENERATION DELIMITED BY SIZE
           '   LINES ARCHIVED: ' DELIMITED BY SIZE
           WS-ARCHIVE-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    IF WS-ROUTING
        PERFORM 5100-REPORT-ONE-SLOT
            VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 4
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    IF WS-PROBLEM-COUNT = ZERO
        STRING 'STATUS: EXTRACT AND MANIFEST READY FOR TRANSMISSION'
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

5100-REPORT-ONE-SLOT.
    IF WS-SLT-CONSUMER-ID(WS-SLOT-SUB) NOT = SPACES
        MOVE SPACES TO REPORT-RECORD
        STRING 'ROUTED TO ' DELIMITED BY SIZE
               WS-SLT-CONSUMER-ID(WS-SLOT-SUB) DELIMITED BY SIZE
               ' (XMTOUT' DELIMITED BY SIZE
               WS-SLOT-SUB DELIMITED BY SIZE
               '): DETAILS ' DELIMITED BY SIZE
               WS-SLT-DETAIL-COUNT(WS-SLOT-SUB) DELIMITED BY SIZE
               '   HASH TOTAL: ' DELIMITED BY SIZE
               WS-SLT-HASH-TOTAL(WS-SLOT-SUB) DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.
