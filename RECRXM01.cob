       >>SOURCE FORMAT FREE
*> ================================================================
*> PROGRAM-ID RECRXM01
*> On-demand retransmission of a prior business date's feed. When
*> a consumer loses or rejects a load days after the fact, the
*> feed it was sent is resent from the transmission archive as it
*> first went out - not rebuilt from a KSDS that has moved on
*> since - and the cycle-control record is never opened, so the
*> night's own build/verify/transmit stamps are untouched.
*> The RXMCARD (copybooks/RXMCARD.CPY) names the consumer and the
*> business date. The XMTCAT catalog (copybooks/XCATREC.CPY)
*> picks the generation: the latest one TRANSMITTED for that
*> date (or the one the card names), the consumer's own routed
*> slice where one was cut for it that generation, otherwise the
*> full feed it was catalogued as a recipient of. A consumer with
*> no entry of its own for the date is refused - it was never
*> sent that feed. A generation catalogued HELD is never resent.
*> The selected lines are copied off the XMTARC archive
*> (copybooks/XARCREC.CPY) to RSNDOUT behind the usual
*> column-name header, and recounted and rehashed on the way:
*> the resend must reproduce the catalog's count and hash
*> exactly or no manifest is written. The RSNDMAN manifest
*> carries the same tagged lines as a routed manifest - original
*> GENDATE included - plus a RESENDDATE= line flagging it as a
*> resend, and RECACK01 holds the consumer to a separate ack for
*> it. Each resend is appended to the catalog as a RESENT entry.
*> Condition codes: 0 = resend and manifest written, 8 = bad
*> card, nothing transmitted to that consumer for that date, or
*> archive does not reproduce the catalog figures (do not send),
*> 16 = I/O failure.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECRXM01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RXM-CARD-FILE ASSIGN TO RXMCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    *> Read to pick the generation, then extended with the resend
    *> entry.
    SELECT CATALOG-FILE ASSIGN TO XMTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO XMTARC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.

    SELECT RSND-FILE ASSIGN TO RSNDOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSND-STATUS.

    SELECT RSND-MAN-FILE ASSIGN TO RSNDMAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RMAN-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL EVENT-FILE ASSIGN TO EVTLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RXM-CARD-FILE.
    COPY RXMCARD.

FD  CATALOG-FILE.
    COPY XCATREC.

FD  ARCHIVE-FILE.
    COPY XARCREC.

FD  RSND-FILE.
01  RSND-RECORD                     PIC X(150).

FD  RSND-MAN-FILE.
01  RSND-MAN-RECORD                 PIC X(80).

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  EVENT-FILE.
    COPY EVTREC.

WORKING-STORAGE SECTION.
01  WS-AREA.
    05  WS-CAT-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-CAT-EOF              VALUE 'Y'.
    05  WS-ARC-EOF-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-ARC-EOF              VALUE 'Y'.
    05  WS-REFUSE-REASON            PIC X(70) VALUE SPACES.

01  WS-FILE-STATUS-AREA.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CAT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-ARC-STATUS               PIC X(2) VALUE SPACES.
    05  WS-RSND-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RMAN-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.

01  WS-CARD-AREA.
    05  WS-REQ-CONSUMER             PIC X(8) VALUE SPACES.
    05  WS-REQ-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
    05  WS-REQ-GENERATION           PIC 9(6) VALUE ZEROS.

01  WS-SELECTION-AREA.
    *> The best catalog entry seen so far of each kind for the
    *> requested consumer and date - the highest generation wins,
    *> and within the winning generation the consumer's own slice
    *> beats the full feed.
    05  WS-FULL-GENERATION          PIC 9(6) VALUE ZEROS.
    05  WS-FULL-GEN-DATE            PIC 9(8) VALUE ZEROS.
    05  WS-FULL-DETAIL-COUNT        PIC 9(9) VALUE ZEROS.
    05  WS-FULL-HASH-TOTAL          PIC 9(15) VALUE ZEROS.
    05  WS-SLICE-GENERATION         PIC 9(6) VALUE ZEROS.
    05  WS-SLICE-GEN-DATE           PIC 9(8) VALUE ZEROS.
    05  WS-SLICE-SLOT               PIC 9(1) VALUE ZEROS.
    05  WS-SLICE-DETAIL-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-SLICE-HASH-TOTAL         PIC 9(15) VALUE ZEROS.
    05  WS-HELD-COUNT               PIC 9(3) VALUE ZEROS.
    05  WS-PRIOR-RESEND-COUNT       PIC 9(3) VALUE ZEROS.
    *> Transmitted entries for the date that went to some other
    *> consumer - only used to word the refusal.
    05  WS-OTHER-SENT-COUNT         PIC 9(3) VALUE ZEROS.
    *> The entry chosen. WS-SEL-ARC-CONSUMER is the archive tag the
    *> lines were written under - the consumer for a slice, spaces
    *> for the full feed.
    05  WS-SEL-GENERATION           PIC 9(6) VALUE ZEROS.
    05  WS-SEL-GEN-DATE             PIC 9(8) VALUE ZEROS.
    05  WS-SEL-SLOT                 PIC 9(1) VALUE ZEROS.
    05  WS-SEL-DETAIL-COUNT         PIC 9(9) VALUE ZEROS.
    05  WS-SEL-HASH-TOTAL           PIC 9(15) VALUE ZEROS.
    05  WS-SEL-ARC-CONSUMER         PIC X(8) VALUE SPACES.
    05  WS-SEL-KIND                 PIC X(12) VALUE SPACES.

01  WS-RSND-LINE.
    *> Every delimited detail line leads with the 9-digit record
    *> number RECXMT01 hashed.
    05  WS-RSND-KEY                 PIC 9(9).
    05  FILLER                      PIC X(141).

01  WS-COUNTER-AREA.
    05  WS-CATALOG-READ-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE ZEROS.
    05  WS-DETAIL-COUNT             PIC 9(9) VALUE ZEROS.
    05  WS-HASH-TOTAL               PIC 9(15) VALUE ZEROS.

01  WS-DATE-TIME-AREA.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECRXM01'.

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
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1200-READ-RXM-CARD.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-SELECT-GENERATION.
    PERFORM 3000-COPY-ARCHIVED-LINES.
    PERFORM 3800-CHECK-RESEND-TOTALS.
    PERFORM 4000-WRITE-RESEND-MANIFEST.
    PERFORM 4500-CATALOG-RESEND.
    PERFORM 5000-PRODUCE-SUMMARY.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'RETRANSMISSION COMPLETE - ' DELIMITED BY SIZE
           WS-REQ-CONSUMER DELIMITED BY SIZE
           ' BUSINESS DATE ' DELIMITED BY SIZE
           WS-REQ-BUSINESS-DATE DELIMITED BY SIZE
           ' GENERATION ' DELIMITED BY SIZE
           WS-SEL-GENERATION DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

1200-READ-RXM-CARD.
    *> Mandatory - a resend goes to one named consumer for one
    *> named date, and nothing here is guessed from defaults.
    OPEN INPUT RXM-CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
        MOVE 'RXMCARD ' TO WS-ABEND-FILE-NAME
        MOVE WS-CARD-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    READ RXM-CARD-FILE
        AT END
            MOVE 'RXMCARD IS EMPTY - NO CONSUMER OR BUSINESS DATE'
                TO WS-REFUSE-REASON
            PERFORM 1290-REFUSE-RESEND
    END-READ.
    EVALUATE TRUE
        WHEN RXM-CONSUMER-ID = SPACES
            MOVE 'RXMCARD NAMES NO CONSUMER IN COLS 1-8'
                TO WS-REFUSE-REASON
            PERFORM 1290-REFUSE-RESEND
        WHEN RXM-BUSINESS-DATE NOT NUMERIC
            OR RXM-BUSINESS-DATE = ZEROS
            MOVE 'RXMCARD BUSINESS DATE NOT NUMERIC IN COLS 9-16'
                TO WS-REFUSE-REASON
            PERFORM 1290-REFUSE-RESEND
        WHEN RXM-GENERATION-X NOT = SPACES
            AND RXM-GENERATION NOT NUMERIC
            MOVE 'RXMCARD GENERATION NOT NUMERIC IN COLS 17-22'
                TO WS-REFUSE-REASON
            PERFORM 1290-REFUSE-RESEND
    END-EVALUATE.
    MOVE RXM-CONSUMER-ID TO WS-REQ-CONSUMER.
    MOVE RXM-BUSINESS-DATE TO WS-REQ-BUSINESS-DATE.
    IF RXM-GENERATION-X = SPACES
        MOVE ZEROS TO WS-REQ-GENERATION
    ELSE
        MOVE RXM-GENERATION TO WS-REQ-GENERATION
    END-IF.
    CLOSE RXM-CARD-FILE.
    MOVE WS-REQ-BUSINESS-DATE TO WS-EVT-DATE.

1290-REFUSE-RESEND.
    *> Nothing has been written yet when the card or the catalog
    *> refuses the run - no data file goes out without a manifest.
    DISPLAY 'RECRXM01 REFUSED: ' WS-REFUSE-REASON.
    MOVE 8 TO RETURN-CODE.
    MOVE 8 TO WS-EVT-SEVERITY.
    MOVE 'RETRANSMISSION REFUSED (SEE SYSOUT)' TO WS-EVT-MESSAGE.
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
    STRING 'RECRXM01 - RETRANSMISSION OF A PRIOR BUSINESS DATE'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   CONSUMER: ' DELIMITED BY SIZE
           WS-REQ-CONSUMER DELIMITED BY SIZE
           '   BUSINESS DATE: ' DELIMITED BY SIZE
           WS-REQ-BUSINESS-DATE DELIMITED BY SIZE
           '   GENERATION REQUESTED: ' DELIMITED BY SIZE
           WS-REQ-GENERATION DELIMITED BY SIZE
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
        DISPLAY 'RECRXM01: EVENT LOG NOT AVAILABLE - STATUS='
            WS-EVT-STATUS
    END-IF.
    IF WS-EVT-DATE = ZEROS
        ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD
    END-IF.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECRXM01' TO EVT-PROGRAM
        MOVE WS-EVT-DATE TO EVT-BUSINESS-DATE
        ACCEPT EVT-TS-DATE FROM DATE YYYYMMDD
        ACCEPT EVT-TS-TIME FROM TIME
        MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
        MOVE WS-EVT-MESSAGE TO EVT-MESSAGE
        WRITE EVT-RECORD
    END-IF.

9900-ABEND-FILE-ERROR.
    DISPLAY 'RECRXM01 ABEND: FILE ERROR ON ' WS-ABEND-FILE-NAME
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

2000-SELECT-GENERATION.
    *> The catalog is the only authority on what was sent. Held
    *> generations are counted (so the refusal can say why) but
    *> never selected, and earlier resends are counted for the
    *> report. Every entry RECXMT01 writes names its consumer -
    *> the full feed is catalogued once per recipient - so a
    *> consumer with no entry of its own for the date was never
    *> sent it and is refused, not handed someone else's feed.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = '00'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE 'N' TO WS-CAT-EOF-SWITCH.
    PERFORM 2100-READ-ONE-CATALOG-ENTRY UNTIL WS-CAT-EOF.
    CLOSE CATALOG-FILE.
    EVALUATE TRUE
        WHEN WS-SLICE-GENERATION = ZEROS
            AND WS-FULL-GENERATION = ZEROS
            MOVE SPACES TO WS-REFUSE-REASON
            EVALUATE TRUE
                WHEN WS-OTHER-SENT-COUNT > ZERO
                    STRING WS-REQ-CONSUMER DELIMITED BY SIZE
                           ' WAS NOT SENT ' DELIMITED BY SIZE
                           WS-REQ-BUSINESS-DATE DELIMITED BY SIZE
                           ' - NOT A CATALOGUED RECIPIENT'
                            DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                    END-STRING
                WHEN WS-HELD-COUNT > ZERO
                    STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                           WS-REQ-BUSINESS-DATE DELIMITED BY SIZE
                           ' WAS HELD, NEVER TRANSMITTED - NOTHING TO RESEND'
                            DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                    END-STRING
                WHEN OTHER
                    STRING 'NO TRANSMITTED GENERATION CATALOGUED FOR '
                            DELIMITED BY SIZE
                           WS-REQ-BUSINESS-DATE DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                    END-STRING
            END-EVALUATE
            PERFORM 1290-REFUSE-RESEND
        WHEN WS-SLICE-GENERATION >= WS-FULL-GENERATION
            MOVE WS-SLICE-GENERATION TO WS-SEL-GENERATION
            MOVE WS-SLICE-GEN-DATE TO WS-SEL-GEN-DATE
            MOVE WS-SLICE-SLOT TO WS-SEL-SLOT
            MOVE WS-SLICE-DETAIL-COUNT TO WS-SEL-DETAIL-COUNT
            MOVE WS-SLICE-HASH-TOTAL TO WS-SEL-HASH-TOTAL
            MOVE WS-REQ-CONSUMER TO WS-SEL-ARC-CONSUMER
            MOVE 'ROUTED SLICE' TO WS-SEL-KIND
        WHEN OTHER
            MOVE WS-FULL-GENERATION TO WS-SEL-GENERATION
            MOVE WS-FULL-GEN-DATE TO WS-SEL-GEN-DATE
            MOVE ZERO TO WS-SEL-SLOT
            MOVE WS-FULL-DETAIL-COUNT TO WS-SEL-DETAIL-COUNT
            MOVE WS-FULL-HASH-TOTAL TO WS-SEL-HASH-TOTAL
            MOVE SPACES TO WS-SEL-ARC-CONSUMER
            MOVE 'FULL FEED' TO WS-SEL-KIND
    END-EVALUATE.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'SELECTED GENERATION ' DELIMITED BY SIZE
           WS-SEL-GENERATION DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           WS-SEL-KIND DELIMITED BY SIZE
           ') ORIGINALLY GENERATED ' DELIMITED BY SIZE
           WS-SEL-GEN-DATE DELIMITED BY SIZE
           '   CATALOG COUNT ' DELIMITED BY SIZE
           WS-SEL-DETAIL-COUNT DELIMITED BY SIZE
           ' HASH ' DELIMITED BY SIZE
           WS-SEL-HASH-TOTAL DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

2100-READ-ONE-CATALOG-ENTRY.
    READ CATALOG-FILE
        AT END
            SET WS-CAT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CATALOG-READ-COUNT
            IF XCAT-BUSINESS-DATE = WS-REQ-BUSINESS-DATE
                AND (WS-REQ-GENERATION = ZEROS
                    OR XCAT-GENERATION = WS-REQ-GENERATION)
                PERFORM 2200-CONSIDER-ENTRY
            END-IF
    END-READ.

2200-CONSIDER-ENTRY.
    EVALUATE TRUE
        WHEN XCAT-HELD
            ADD 1 TO WS-HELD-COUNT
        WHEN XCAT-RESENT
            IF XCAT-CONSUMER-ID = WS-REQ-CONSUMER
                ADD 1 TO WS-PRIOR-RESEND-COUNT
            END-IF
        WHEN XCAT-TRANSMITTED
            AND XCAT-CONSUMER-ID NOT = WS-REQ-CONSUMER
            ADD 1 TO WS-OTHER-SENT-COUNT
        WHEN XCAT-TRANSMITTED AND XCAT-FULL-FEED
            IF XCAT-GENERATION > WS-FULL-GENERATION
                MOVE XCAT-GENERATION TO WS-FULL-GENERATION
                MOVE XCAT-GEN-DATE TO WS-FULL-GEN-DATE
                MOVE XCAT-DETAIL-COUNT TO WS-FULL-DETAIL-COUNT
                MOVE XCAT-HASH-TOTAL TO WS-FULL-HASH-TOTAL
            END-IF
        WHEN XCAT-TRANSMITTED
            IF XCAT-GENERATION > WS-SLICE-GENERATION
                MOVE XCAT-GENERATION TO WS-SLICE-GENERATION
                MOVE XCAT-GEN-DATE TO WS-SLICE-GEN-DATE
                MOVE XCAT-SLOT TO WS-SLICE-SLOT
                MOVE XCAT-DETAIL-COUNT TO WS-SLICE-DETAIL-COUNT
                MOVE XCAT-HASH-TOTAL TO WS-SLICE-HASH-TOTAL
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

3000-COPY-ARCHIVED-LINES.
    *> XMTARC is the archive generations concatenated; only the
    *> selected generation's lines for the selected tag are sent.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = '00'
        MOVE 'XMTARC  ' TO WS-ABEND-FILE-NAME
        MOVE WS-ARC-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    OPEN OUTPUT RSND-FILE.
    IF WS-RSND-STATUS NOT = '00'
        MOVE 'RSNDOUT ' TO WS-ABEND-FILE-NAME
        MOVE WS-RSND-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO RSND-RECORD.
    STRING 'RECORD_NUMBER,DATE_STAMP,ENTRY_TEXT'
        DELIMITED BY SIZE INTO RSND-RECORD
    END-STRING.
    WRITE RSND-RECORD.
    MOVE 'N' TO WS-ARC-EOF-SWITCH.
    PERFORM 3100-COPY-ONE-LINE UNTIL WS-ARC-EOF.
    CLOSE ARCHIVE-FILE.
    CLOSE RSND-FILE.

3100-COPY-ONE-LINE.
    READ ARCHIVE-FILE
        AT END
            SET WS-ARC-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ARCHIVE-READ-COUNT
            IF XARC-GENERATION = WS-SEL-GENERATION
                AND XARC-CONSUMER-ID = WS-SEL-ARC-CONSUMER
                MOVE XARC-LINE TO WS-RSND-LINE
                ADD 1 TO WS-DETAIL-COUNT
                IF WS-RSND-KEY NUMERIC
                    ADD WS-RSND-KEY TO WS-HASH-TOTAL
                END-IF
                WRITE RSND-RECORD FROM WS-RSND-LINE
            END-IF
    END-READ.

3800-CHECK-RESEND-TOTALS.
    *> A short or damaged archive - a generation scratched off the
    *> GDG, the wrong generations concatenated - must not go out
    *> with a manifest that merely balances against itself.
    IF WS-DETAIL-COUNT NOT = WS-SEL-DETAIL-COUNT
        OR WS-HASH-TOTAL NOT = WS-SEL-HASH-TOTAL
        MOVE SPACES TO REPORT-RECORD
        STRING 'ARCHIVE DOES NOT REPRODUCE THE CATALOG - COUNT '
                DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               ' HASH ' DELIMITED BY SIZE
               WS-HASH-TOTAL DELIMITED BY SIZE
               ' - NO MANIFEST WRITTEN, DO NOT SEND' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        CLOSE REPORT-FILE
        DISPLAY 'RECRXM01: ARCHIVE FOR GENERATION ' WS-SEL-GENERATION
            ' DOES NOT MATCH ITS CATALOG ENTRY - RESEND HELD'
        MOVE 8 TO RETURN-CODE
        MOVE 8 TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'RETRANSMISSION HELD - ARCHIVE MISMATCH ON GENERATION '
                DELIMITED BY SIZE
               WS-SEL-GENERATION DELIMITED BY SIZE
            INTO WS-EVT-MESSAGE
        END-STRING
        PERFORM 9800-WRITE-EVENT
        STOP RUN
    END-IF.

4000-WRITE-RESEND-MANIFEST.
    *> Same tagged lines as RECXMT01's routed manifest, GENDATE
    *> still the original generation date, plus RESENDDATE= - the
    *> line RECACK01 registers the resend apart from the original
    *> by, and the consumer echoes on its ack.
    OPEN OUTPUT RSND-MAN-FILE.
    IF WS-RMAN-STATUS NOT = '00'
        MOVE 'RSNDMAN ' TO WS-ABEND-FILE-NAME
        MOVE WS-RMAN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    MOVE SPACES TO RSND-MAN-RECORD.
    STRING 'CONSUMER=' DELIMITED BY SIZE
           WS-REQ-CONSUMER DELIMITED BY SIZE
        INTO RSND-MAN-RECORD
    END-STRING.
    WRITE RSND-MAN-RECORD.

    MOVE SPACES TO RSND-MAN-RECORD.
    STRING 'RESENDDATE=' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO RSND-MAN-RECORD
    END-STRING.
    WRITE RSND-MAN-RECORD.

    MOVE SPACES TO RSND-MAN-RECORD.
    STRING 'RECORDCOUNT=' DELIMITED BY SIZE
           WS-DETAIL-COUNT DELIMITED BY SIZE
        INTO RSND-MAN-RECORD
    END-STRING.
    WRITE RSND-MAN-RECORD.

    MOVE SPACES TO RSND-MAN-RECORD.
    STRING 'HASHTOTAL=' DELIMITED BY SIZE
           WS-HASH-TOTAL DELIMITED BY SIZE
        INTO RSND-MAN-RECORD
    END-STRING.
    WRITE RSND-MAN-RECORD.

    MOVE SPACES TO RSND-MAN-RECORD.
    STRING 'GENDATE=' DELIMITED BY SIZE
           WS-SEL-GEN-DATE DELIMITED BY SIZE
        INTO RSND-MAN-RECORD
    END-STRING.
    WRITE RSND-MAN-RECORD.

    CLOSE RSND-MAN-FILE.

4500-CATALOG-RESEND.
    OPEN EXTEND CATALOG-FILE.
    IF WS-CAT-STATUS NOT = '00'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    MOVE SPACES TO XCAT-RECORD.
    MOVE WS-SEL-GENERATION TO XCAT-GENERATION.
    MOVE WS-REQ-BUSINESS-DATE TO XCAT-BUSINESS-DATE.
    MOVE WS-SEL-GEN-DATE TO XCAT-GEN-DATE.
    MOVE WS-REQ-CONSUMER TO XCAT-CONSUMER-ID.
    MOVE WS-SEL-SLOT TO XCAT-SLOT.
    MOVE WS-DETAIL-COUNT TO XCAT-DETAIL-COUNT.
    MOVE WS-HASH-TOTAL TO XCAT-HASH-TOTAL.
    SET XCAT-RESENT TO TRUE.
    MOVE WS-RUN-DATE TO XCAT-ACTION-DATE.
    WRITE XCAT-RECORD.
    IF WS-CAT-STATUS NOT = '00'
        MOVE 'XMTCAT  ' TO WS-ABEND-FILE-NAME
        MOVE WS-CAT-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    CLOSE CATALOG-FILE.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CATALOG ENTRIES READ: ' DELIMITED BY SIZE
           WS-CATALOG-READ-COUNT DELIMITED BY SIZE
           '   ARCHIVE LINES READ: ' DELIMITED BY SIZE
           WS-ARCHIVE-READ-COUNT DELIMITED BY SIZE
           '   EARLIER RESENDS TO THIS CONSUMER: ' DELIMITED BY SIZE
           WS-PRIOR-RESEND-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'DETAILS RESENT: ' DELIMITED BY SIZE
           WS-DETAIL-COUNT DELIMITED BY SIZE
           '   HASH TOTAL: ' DELIMITED BY SIZE
           WS-HASH-TOTAL DELIMITED BY SIZE
           '   RESEND DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'STATUS: RESEND AND MANIFEST READY - ACK EXPECTED WITH '
            DELIMITED BY SIZE
           'RESEND DATE ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.
