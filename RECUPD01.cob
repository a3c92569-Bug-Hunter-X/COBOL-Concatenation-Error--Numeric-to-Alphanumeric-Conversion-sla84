*> on the stuck-item section of the register with their full
*> history, so nothing sits unresolved on the strength of someone
*> remembering to re-punch a card.
*> Maintenance is under dual control: the input is RELTXN, the
*> changes RECAPV01 has released (PNDREC layout), never raw
*> cards. Each change is checked again here - released, for the
*> KSDS, by an approver who is not the submitter - and the card
*> image must still be the one that was released. Anything that
*> fails those checks, including a suspense item whose image was
*> corrected in place, is withdrawn to the RESUBOUT deck for a
*> fresh approval instead of being applied. The submitting and
*> approving operators go onto every audit record written.
*> Action M moves a record to a new record number in one step:
*> the KSDS image is rewritten under the new key (or, when the new
*> key is already on file, merged into it - the record there
*> survives), the DESCMAST row goes with it, and the old key is
*> removed from both. The history link that a delete-plus-add
*> used to lose is kept three ways:
*>   - a pair of XREFFILE cross-reference rows, one on each key,
*>     pointing at each other, which RECASF01 follows,
*>   - an M row on the old key in HISTFILE and the image on the
*>     new key, and paired AUDITOUT (and DSCAUDIT) records that
*>     name the other key - the new key's first, so RECRCV01's
*>     replay finds the old image still in place to carry over,
*>   - a move notice on MOVEQ, which RECBLD01 turns into an MV
*>     transaction on the next DELTAOUT feed so RECAPL01
*>     consumers move the record on their copies too.
*> Business date: CTL-BUSINESS-DATE from the optional CTLCARD (the
*> same card RECBLD01 reads), else the system date. It stamps the
*> build date of every image written, the HISTFILE version and
*> the cross-reference rows; the system date still heads the
*> register beside it.
*> Month-end lock: once RECPCL01 has closed a period (PERIODS
*> register, copybooks/PERREC.CPY), a run whose business date
*> falls inside it is refused before anything is opened for
*> update - unless a reopen card (RPNCARD, copybooks/RPNCARD.CPY)
*> for that period is supplied, in which case the reopen is
*> logged to the register and the event log and printed on the
*> transaction register before the run proceeds.
*> Rehearsal: an R in the UPDCARD run-mode column (copybooks/
*> UPDCARD.CPY) plays the whole night - suspense recycle and
*> released changes alike, through the same release gate and
*> edits - against the cluster opened for input only. Nothing is
*> written but the report and the event log: the KSDS, HISTFILE,
*> AUDITOUT, suspense, resubmit deck, XREFFILE, MOVEQ, DSCAUDIT
*> and DESCMAST are not opened, and a reopen card is checked but
*> not logged. The register becomes an impact report - every key
*> the run would add, replace, delete, move or send to suspense,
*> with its before and after images - ending in totals and a
*> breakdown by category for the supervisor to sign off before
*> the live run goes in. What the rehearsal would have changed is
*> remembered in storage, so a later card in the same deck sees
*> the effect of an earlier one exactly as the live run would.
*> Condition codes: 0 = complete (rejects, if any, recycling via
*> suspense), 4 = stuck item(s) past the aging threshold or
*> change(s) withdrawn for resubmission - see the register,
*> 8 = SEALKEY card missing or invalid, business date in a closed
*> period without a reopen card, or bad reopen card (nothing
*> applied), bad UPDCARD run mode, or a rehearsal too large for
*> its key table, 16 = I/O failure. A rehearsal ends with the
*> code the live run would.
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. RECUPD01.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REL-TXN-FILE ASSIGN TO RELTXN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT OPTIONAL CTL-CARD-FILE ASSIGN TO CTLCARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT VSAM-KSDS-FILE ASSIGN TO VSAMKSDS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-STATUS.

    SELECT RESUBMIT-FILE ASSIGN TO RESUBOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESUB-STATUS.

    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HIST-STATUS.

    SELECT OPTIONAL DESC-MASTER-FILE ASSIGN TO DESCMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DESC-REC-KEY
        FILE STATUS IS WS-DESC-STATUS.

    SELECT DSC-AUDIT-FILE ASSIGN TO DSCAUDIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSCAUD-STATUS.

    SELECT XREF-FILE ASSIGN TO XREFFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS XREF-KEY
        FILE STATUS IS WS-XREF-STATUS.

    SELECT MOVE-QUEUE-FILE ASSIGN TO MOVEQ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVEQ-STATUS.

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
FD  REL-TXN-FILE.
    COPY PNDREC.

FD  CTL-CARD-FILE.
    COPY CTLCARD.

FD  VSAM-KSDS-FILE.
    COPY VSAMREC.
FD  SUSPENSE-FILE.
    COPY SUSPREC.

FD  RESUBMIT-FILE.
01  RESUBMIT-RECORD                 PIC X(80).

FD  REPORT-FILE.
01  REPORT-RECORD                   PIC X(132).

FD  HIST-FILE.
    COPY HISTREC.

FD  DESC-MASTER-FILE.
    COPY DESCREC.

FD  DSC-AUDIT-FILE.
    COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==DSCAUD==.

FD  XREF-FILE.
    COPY XREFREC.

FD  MOVE-QUEUE-FILE.
    COPY XREFREC REPLACING LEADING ==XREF== BY ==MVQ==.

FD  SEAL-KEY-FILE.
    COPY SEALCARD.

FD  PERIOD-FILE.
    COPY PERREC.

FD  REOPEN-CARD-FILE.
    COPY RPNCARD.

FD  EVENT-FILE.
    COPY EVTREC.

        88  WS-SUSPIN-EOF           VALUE 'Y'.
    05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

    *> The card being applied - taken from the released change
    *> (or the recycled suspense item), never read directly.
    COPY TXNREC.

01  WS-FILE-STATUS-AREA.
    05  WS-TXN-STATUS               PIC X(2) VALUE SPACES.
    05  WS-SUSPIN-STATUS            PIC X(2) VALUE SPACES.
    05  WS-CARD-STATUS              PIC X(2) VALUE SPACES.
    05  WS-CTL-STATUS               PIC X(2) VALUE SPACES.
    05  WS-VSAM-STATUS              PIC X(2) VALUE SPACES.
    05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
    05  WS-SUSP-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-EVT-STATUS               PIC X(2) VALUE SPACES.
    05  WS-HIST-STATUS              PIC X(2) VALUE SPACES.
    05  WS-RESUB-STATUS             PIC X(2) VALUE SPACES.
    05  WS-DESC-STATUS              PIC X(2) VALUE SPACES.
    05  WS-DSCAUD-STATUS            PIC X(2) VALUE SPACES.
    05  WS-XREF-STATUS              PIC X(2) VALUE SPACES.
    05  WS-MOVEQ-STATUS             PIC X(2) VALUE SPACES.
    05  WS-SEAL-STATUS              PIC X(2) VALUE SPACES.
    05  WS-PER-STATUS               PIC X(2) VALUE SPACES.
    05  WS-RPN-STATUS               PIC X(2) VALUE SPACES.

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

01  WS-RECYCLE-AREA.
    *> State for the suspense recycle pass. The item being applied
    05  WS-FIRST-INTEGER            PIC 9(8) VALUE ZEROS.
    05  WS-DAYS-IN-SUSPENSE         PIC 9(5) VALUE ZEROS.

01  WS-RELEASE-AREA.
    *> The dual-control release the current item is being applied
    *> under, carried the same way as the recycle history: from
    *> the RELTXN record for a fresh change, from the suspense
    *> record for a recycled one, and back out through 2900 if the
    *> item rejects. WS-RELEASE-VALID is set by 2105 before every
    *> apply.
    05  WS-CUR-CHANGE-ID            PIC X(16) VALUE SPACES.
    05  WS-CUR-SUBMIT-OPERATOR      PIC X(8) VALUE SPACES.
    05  WS-CUR-APPROVE-OPERATOR     PIC X(8) VALUE SPACES.
    05  WS-CUR-RELEASED-IMAGE       PIC X(80) VALUE SPACES.
    05  WS-RELEASE-VALID-SWITCH     PIC X(1) VALUE 'N'.
        88  WS-RELEASE-VALID        VALUE 'Y'.
    05  WS-WITHDRAW-REASON          PIC X(40) VALUE SPACES.

01  WS-COUNTER-AREA.
    05  WS-TXN-READ-COUNT           PIC 9(8) VALUE ZEROS.
    05  WS-ADD-APPLIED              PIC 9(8) VALUE ZEROS.
    05  WS-RECYCLED-APPLIED         PIC 9(8) VALUE ZEROS.
    05  WS-RECYCLED-REJECTED        PIC 9(8) VALUE ZEROS.
    05  WS-STUCK-COUNT              PIC 9(8) VALUE ZEROS.
    05  WS-WITHDRAWN-COUNT          PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-APPLIED             PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-REJECTED            PIC 9(8) VALUE ZEROS.
    05  WS-MERGE-APPLIED            PIC 9(8) VALUE ZEROS.

01  WS-JOB-INFO.
    05  WS-PROGRAM-NAME             PIC X(8) VALUE 'RECUPD01'.
    *> and deletes the key rather than rewriting it.
    05  WS-DELETE-MARKER            PIC X(28)
        VALUE '** DELETED BY MAINTENANCE **'.
    *> A move journals a marker on each key naming the other one.
    *> RECRCV01 keys on the leading words: MOVED TO deletes the
    *> old key, MOVED FROM carries the old key's image across to
    *> the new one, MERGED FROM leaves the surviving record be.
    05  WS-MOVED-TO-MARKER.
        10  FILLER                  PIC X(12) VALUE '** MOVED TO '.
        10  WS-MOVED-TO-KEY         PIC 9(9) VALUE ZEROS.
        10  FILLER                  PIC X(18)
            VALUE ' BY MAINTENANCE **'.
    05  WS-MOVED-FROM-MARKER        PIC X(42) VALUE SPACES.

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
    05  WS-DSCAUD-CHAIN-SEQUENCE    PIC 9(9) VALUE ZEROS.
    05  WS-DSCAUD-CHAIN-SEAL        PIC 9(9) VALUE ZEROS.

01  WS-MOVE-AREA.
    *> State for one move (M) transaction. Both keys' audit,
    *> history, and cross-reference records carry the same
    *> timestamp so a recovery cutoff can never fall between the
    *> two halves of a move. WS-MOVE-IMAGE is the record that ends
    *> up on the new key - the old key's image on a move, the
    *> surviving record's own image on a merge.
    05  WS-MOVE-OK-SWITCH           PIC X(1) VALUE 'N'.
        88  WS-MOVE-OK              VALUE 'Y'.
    05  WS-MOVE-KIND                PIC X(1) VALUE SPACE.
        88  WS-MOVE-IS-MOVE         VALUE 'M'.
        88  WS-MOVE-IS-MERGE        VALUE 'G'.
    05  WS-MOVE-IMAGE               PIC X(80) VALUE SPACES.
    05  WS-MOVE-BUILD-DATE          PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-TS-DATE             PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-TS-TIME             PIC 9(8) VALUE ZEROS.
    05  WS-MOVE-ROW-SWITCH          PIC X(1) VALUE 'N'.
        88  WS-MOVE-ROW-FOUND       VALUE 'Y'.
    05  WS-MOVE-DESC-ROW            PIC X(54) VALUE SPACES.
    05  WS-ROW-IMAGE                PIC X(80) VALUE SPACES.

01  WS-REHEARSAL-AREA.
    *> Rehearsal (impact preview) state. The key table holds every
    *> key the rehearsal has changed so far and the state it would
    *> leave it in - P on file with the image and build date, D
    *> deleted - and is consulted ahead of the cluster, which a
    *> rehearsal only reads. 2000 keys is several nights' decks.
    05  WS-REHEARSAL-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-REHEARSAL-MODE       VALUE 'Y'.
    05  WS-RHS-KEY                  PIC 9(9) VALUE ZEROS.
    05  WS-RHS-FOUND-SWITCH         PIC X(1) VALUE 'N'.
        88  WS-RHS-FOUND            VALUE 'Y'.
    05  WS-RHS-STATE                PIC X(1) VALUE SPACE.
    05  WS-RHS-IMAGE                PIC X(80) VALUE SPACES.
    05  WS-RHS-BUILD-DATE           PIC 9(8) VALUE ZEROS.
    05  WS-RHS-ACTION-TEXT          PIC X(16) VALUE SPACES.
    05  WS-RHS-OTHER-TEXT           PIC X(13) VALUE SPACES.
    05  WS-RHS-BEFORE               PIC X(80) VALUE SPACES.
    05  WS-RHS-AFTER                PIC X(80) VALUE SPACES.
    05  WS-NOT-ON-FILE-TEXT         PIC X(13) VALUE '(NOT ON FILE)'.
    05  WS-RHS-SUB                  PIC 9(4) VALUE ZEROS.
    05  WS-RHS-MATCH-SUB            PIC 9(4) VALUE ZEROS.
    05  WS-RHS-COUNT                PIC 9(4) VALUE ZEROS.
    05  WS-RHS-ENTRY OCCURS 2000.
        10  WS-RHS-ENT-KEY          PIC 9(9).
        10  WS-RHS-ENT-STATE        PIC X(1).
            88  WS-RHS-ENT-ON-FILE  VALUE 'P'.
        10  WS-RHS-ENT-IMAGE        PIC X(80).
        10  WS-RHS-ENT-BUILD-DATE   PIC 9(8).

01  WS-CATEGORY-TABLE.
    *> Rehearsal impact by category (enriched-entry columns 57-60,
    *> blank for a plain entry), kept in category order by sorted
    *> insertion exactly as RECCAT01 keeps its table. The five
    *> counts are adds, replaces, deletes, moves and suspense.
    05  WS-CAT-COUNT                PIC 9(3) VALUE ZEROS.
    05  WS-CAT-ENTRY OCCURS 100.
        10  WS-ENT-CATEGORY         PIC X(4).
        10  WS-ENT-IMPACT-COUNTS.
            15  WS-ENT-IMPACT       PIC 9(8) OCCURS 5.
    05  WS-SEARCH-CAT               PIC X(4) VALUE SPACES.
    05  WS-CAT-LABEL                PIC X(4) VALUE SPACES.
    05  WS-IMPACT-SUB               PIC 9(1) VALUE ZEROS.
    05  WS-SUB                      PIC 9(3) VALUE ZEROS.
    05  WS-MATCH-SUB                PIC 9(3) VALUE ZEROS.
    05  WS-INSERT-POS               PIC 9(3) VALUE ZEROS.
    05  WS-SHIFT-SUB                PIC 9(3) VALUE ZEROS.

01  WS-DESC-AREA.
    *> The description master is OPTIONAL here as it is to the
    *> build - a site without one still moves KSDS records, and
    *> the register says the master was not present.
    05  WS-DESC-SWITCH              PIC X(1) VALUE 'N'.
        88  WS-DESC-AVAILABLE       VALUE 'Y'.

01  WS-EVENT-AREA.
    *> Shared operations event log state. WS-EVT-DATE is the
0000-MAIN-PROCESS.
    PERFORM 1000-INITIALIZATION.
    PERFORM 1100-READ-UPDATE-CARD.
    MOVE WS-BUSINESS-DATE TO WS-EVT-DATE.
    PERFORM 1350-OPEN-EVENT-LOG.
    PERFORM 1150-READ-SEAL-KEY.
    PERFORM 1700-LOAD-CLOSED-PERIODS.
    PERFORM 1750-READ-REOPEN-CARD.
    PERFORM 1780-CHECK-PERIOD-LOCK.
    *> A rehearsal is held to the lock like the live run, but it
    *> reopens nothing, so there is nothing to log.
    IF WS-REOPEN-GRANTED AND NOT WS-REHEARSAL-MODE
        PERFORM 1790-LOG-REOPEN
    END-IF.
    PERFORM 1400-OPEN-FILES.
    PERFORM 2000-RECYCLE-SUSPENSE.
    PERFORM 2050-READ-TRANSACTION.
    PERFORM 2100-APPLY-TRANSACTION UNTIL WS-TXN-EOF.
    IF WS-REHEARSAL-MODE
        PERFORM 6000-FINISH-REHEARSAL
    END-IF.
    CLOSE REL-TXN-FILE.
    CLOSE RESUBMIT-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE AUDIT-FILE.
    CLOSE VSAM-KSDS-FILE.
    CLOSE HIST-FILE.
    CLOSE XREF-FILE.
    CLOSE MOVE-QUEUE-FILE.
    CLOSE DSC-AUDIT-FILE.
    IF WS-DESC-AVAILABLE
        CLOSE DESC-MASTER-FILE
    END-IF.
    PERFORM 5000-PRODUCE-REGISTER.
    *> Rejected transactions are a data condition, not a failure of
    *> this program - the run completes, the suspense file carries
        END-STRING
        PERFORM 9800-WRITE-EVENT
    END-IF.
    *> A withdrawn change is maintenance somebody asked for that
    *> did not happen - RC=4 for the same reason as a stuck item.
    IF WS-WITHDRAWN-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
        MOVE 4 TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE
        STRING 'CHANGE(S) WITHDRAWN FOR RESUBMISSION: '
                DELIMITED BY SIZE
               WS-WITHDRAWN-COUNT DELIMITED BY SIZE
            INTO WS-EVT-MESSAGE
        END-STRING
        PERFORM 9800-WRITE-EVENT
    END-IF.
    IF WS-TOTAL-REJECTED > ZERO
        MOVE ZEROS TO WS-EVT-SEVERITY
        MOVE SPACES TO WS-EVT-MESSAGE

1000-INITIALIZATION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
    PERFORM 1050-READ-CONTROL-CARD.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

1050-READ-CONTROL-CARD.
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

1100-READ-UPDATE-CARD.
    *> Optional aging-threshold override - same optional-card
    *> pattern as RECBLD01's CTLCARD: no card, an empty file, or a
    *> zero/nonnumeric threshold leaves the compiled-in default.
    *> The run mode is not so forgiving: anything but blank (live)
    *> or R (rehearsal) stops the run, since guessing wrong either
    *> way changes the cluster nobody meant to change.
    OPEN INPUT UPD-CARD-FILE.
    IF WS-CARD-STATUS = '00'
        READ UPD-CARD-FILE
                    AND UPD-AGING-DAYS > ZERO
                    MOVE UPD-AGING-DAYS TO WS-AGING-DAYS
                END-IF
                EVALUATE TRUE
                    WHEN UPD-RUN-LIVE
                        CONTINUE
                    WHEN UPD-RUN-REHEARSAL
                        MOVE 'Y' TO WS-REHEARSAL-SWITCH
                    WHEN OTHER
                        DISPLAY 'RECUPD01: UPDCARD RUN MODE (COL 4) '
                            'MUST BE BLANK (LIVE) OR R (REHEARSAL)'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
        END-READ
        CLOSE UPD-CARD-FILE
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
        DISPLAY 'RECUPD01: SEALKEY CARD MISSING OR INVALID - '
            'NO AUDIT RECORD CAN BE SEALED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1400-OPEN-FILES.
    *> Same pattern as RECBLD01's 1400-OPEN-FILES - every OPEN is
    *> status-checked and a failed open abends the job rather than
           WS-PROGRAM-NAME DELIMITED BY SIZE
           '   RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '   BUSINESS DATE: ' DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           '   SUSPENSE AGING DAYS: ' DELIMITED BY SIZE
           WS-AGING-DAYS DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    IF WS-REOPEN-GRANTED
        PERFORM 1795-PRINT-REOPEN-LINE
    END-IF.

    OPEN INPUT REL-TXN-FILE.
    IF WS-TXN-STATUS NOT = '00'
        MOVE 'RELTXN  ' TO WS-ABEND-FILE-NAME
        MOVE WS-TXN-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
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
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN OUTPUT RESUBMIT-FILE.
    IF WS-RESUB-STATUS NOT = '00'
        MOVE 'RESUBOUT' TO WS-ABEND-FILE-NAME
        MOVE WS-RESUB-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    *> EXTEND, not OUTPUT - the build's audit records from the
    *> nightly run must survive so the trail stays a complete
    *> journal of everything written since that build.
    PERFORM 1450-FIND-AUDIT-CHAIN-END.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
        MOVE 'AUDITOUT' TO WS-ABEND-FILE-NAME
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    *> The files a move writes. The cross-reference cluster is
    *> mandatory like HISTFILE; DSCAUDIT and MOVEQ accumulate, so
    *> they are extended exactly as AUDITOUT is.
    OPEN I-O XREF-FILE.
    IF WS-XREF-STATUS NOT = '00'
        MOVE 'XREFFILE' TO WS-ABEND-FILE-NAME
        MOVE WS-XREF-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    OPEN EXTEND MOVE-QUEUE-FILE.
    IF WS-MOVEQ-STATUS NOT = '00' AND WS-MOVEQ-STATUS NOT = '05'
        MOVE 'MOVEQ   ' TO WS-ABEND-FILE-NAME
        MOVE WS-MOVEQ-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    PERFORM 1470-FIND-DSCAUD-CHAIN-END.
    OPEN EXTEND DSC-AUDIT-FILE.
    IF WS-DSCAUD-STATUS NOT = '00' AND WS-DSCAUD-STATUS NOT = '05'
        MOVE 'DSCAUDIT' TO WS-ABEND-FILE-NAME
        MOVE WS-DSCAUD-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.

    *> Status 05 is the OPTIONAL master absent - the open still
    *> leaves the file open, so it is closed again and the run
    *> carries on without it.
    OPEN I-O DESC-MASTER-FILE.
    EVALUATE WS-DESC-STATUS
        WHEN '00'
            MOVE 'Y' TO WS-DESC-SWITCH
        WHEN '05'
            MOVE 'N' TO WS-DESC-SWITCH
            CLOSE DESC-MASTER-FILE
        WHEN OTHER
            MOVE 'DESCMAST' TO WS-ABEND-FILE-NAME
            MOVE WS-DESC-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

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

1470-FIND-DSCAUD-CHAIN-END.
    *> Pick the chain up where the trail ends: the last record
    *> carrying a sequence, a sealed record or a cut's anchor. A
    *> trail with none - empty, or holding only records written
    *> before sealing began - starts the chain at sequence 1.
    MOVE 'N' TO WS-CHAIN-SCAN-EOF-SWITCH.
    OPEN INPUT DSC-AUDIT-FILE.
    EVALUATE WS-DSCAUD-STATUS
        WHEN '00'
            PERFORM 1480-SCAN-DSCAUD-CHAIN UNTIL WS-CHAIN-SCAN-EOF
            CLOSE DSC-AUDIT-FILE
        WHEN '05'
            CLOSE DSC-AUDIT-FILE
        WHEN '35'
            CONTINUE
        WHEN OTHER
            MOVE 'DSCAUDIT' TO WS-ABEND-FILE-NAME
            MOVE WS-DSCAUD-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-EVALUATE.

1480-SCAN-DSCAUD-CHAIN.
    READ DSC-AUDIT-FILE
        AT END
            SET WS-CHAIN-SCAN-EOF TO TRUE
        NOT AT END
            IF DSCAUD-SEQUENCE NUMERIC AND DSCAUD-SEAL NUMERIC
                AND DSCAUD-SEQUENCE > ZERO
                MOVE DSCAUD-SEQUENCE TO WS-DSCAUD-CHAIN-SEQUENCE
                MOVE DSCAUD-SEAL TO WS-DSCAUD-CHAIN-SEAL
            END-IF
    END-READ.

1490-OPEN-FOR-REHEARSAL.
    *> A rehearsal reads the cluster and opens nothing it could
    *> write - no trail, history, suspense, resubmit deck,
    *> cross-reference, move queue or master - so there is no
    *> chain position to find either.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'RUN MODE: REHEARSAL - IMPACT REPORT ONLY, NOTHING IS '
            DELIMITED BY SIZE
           'WRITTEN TO THE CLUSTER OR ANY JOURNAL' DELIMITED BY SIZE
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
                    DISPLAY 'RECUPD01: MORE THAN 240 CLOSED PERIODS '
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
        DISPLAY 'RECUPD01: RPNCARD PERIOD (COLS 1-6) NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE RPN-PERIOD TO WS-CHECK-PERIOD.
    PERFORM 1720-TEST-PERIOD-CLOSED.
    IF NOT WS-PERIOD-CLOSED
        DISPLAY 'RECUPD01: RPNCARD NAMES PERIOD ' RPN-PERIOD
            ' WHICH IS NOT CLOSED - REMOVE THE CARD OR CORRECT IT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REQUESTED-BY = SPACES
        OR RPN-APPROVED-BY = SPACES
        OR RPN-REQUESTED-BY = RPN-APPROVED-BY
        DISPLAY 'RECUPD01: RPNCARD NEEDS TWO DIFFERENT OPERATORS - '
            'REQUESTED-BY (COLS 7-14) AND APPROVED-BY (COLS 15-22)'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RPN-REASON = SPACES
        DISPLAY 'RECUPD01: RPNCARD REASON (COLS 23-72) IS BLANK'
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
        DISPLAY 'RECUPD01 REFUSED: BUSINESS DATE ' WS-BUSINESS-DATE
            ' IS IN CLOSED PERIOD ' WS-CHECK-PERIOD
            ' - NOTHING APPLIED WITHOUT A REOPEN CARD (RPNCARD)'
        MOVE 8 TO RETURN-CODE
        PERFORM 1785-LOG-LOCK-REFUSAL
        STOP RUN
    END-IF.
    IF WS-REOPEN-GRANTED
        AND WS-REOPEN-PERIOD NOT = WS-CHECK-PERIOD
        DISPLAY 'RECUPD01 REFUSED: RPNCARD REOPENS PERIOD '
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
    MOVE 'RECUPD01' TO PER-PROGRAM.
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

9730-WRITE-SEALED-DSCAUD.
    *> Every DSCAUDIT record goes out through here: the next sequence
    *> on the trail, sealed to the record written before it.
    ADD 1 TO WS-DSCAUD-CHAIN-SEQUENCE.
    MOVE WS-DSCAUD-CHAIN-SEQUENCE TO DSCAUD-SEQUENCE.
    MOVE WS-DSCAUD-CHAIN-SEAL TO WS-SEAL-PREVIOUS.
    MOVE DSCAUD-RECORD(1:130) TO WS-SEAL-INPUT.
    PERFORM 9700-COMPUTE-SEAL.
    MOVE WS-SEAL-RESULT TO DSCAUD-SEAL.
    MOVE WS-SEAL-RESULT TO WS-DSCAUD-CHAIN-SEAL.
    WRITE DSCAUD-RECORD.

9800-WRITE-EVENT.
    IF WS-EVT-OPEN
        MOVE 'RECUPD01' TO EVT-PROGRAM
    *> A fresh card that rejects starts its suspense history from
    *> scratch: no prior retries, first rejected tonight.
    MOVE ZEROS TO WS-CUR-RETRY-COUNT.
    MOVE WS-BUSINESS-DATE TO WS-CUR-FIRST-DATE.

2020-RECYCLE-ONE-ITEM.
    *> Suspense records carried over by the one-time dataset
                AND SIN-FIRST-REJECT-DATE > ZERO
                MOVE SIN-FIRST-REJECT-DATE TO WS-CUR-FIRST-DATE
            ELSE
                MOVE WS-BUSINESS-DATE TO WS-CUR-FIRST-DATE
            END-IF
            *> Suspense written before dual control has no change
            *> ID - with blank operators 2105 withdraws the item
            *> for a proper approval instead of recycling it.
            IF SIN-CHANGE-ID NUMERIC
                MOVE SIN-CHANGE-ID TO WS-CUR-CHANGE-ID
                MOVE SIN-SUBMIT-OPERATOR TO WS-CUR-SUBMIT-OPERATOR
                MOVE SIN-APPROVE-OPERATOR TO WS-CUR-APPROVE-OPERATOR
                MOVE SIN-RELEASED-IMAGE TO WS-CUR-RELEASED-IMAGE
            ELSE
                MOVE SPACES TO WS-CUR-CHANGE-ID
                MOVE SPACES TO WS-CUR-SUBMIT-OPERATOR
                MOVE SPACES TO WS-CUR-APPROVE-OPERATOR
                MOVE SPACES TO WS-CUR-RELEASED-IMAGE
            END-IF
            MOVE 'N' TO WS-ITEM-REJECTED-SWITCH
            PERFORM 2105-CHECK-RELEASE
            IF WS-RELEASE-VALID
                PERFORM 2110-EDIT-AND-APPLY
                IF WS-ITEM-REJECTED
                    ADD 1 TO WS-RECYCLED-REJECTED
                    PERFORM 2030-CHECK-STUCK-ITEM
                ELSE
                    ADD 1 TO WS-RECYCLED-APPLIED
                END-IF
            ELSE
                PERFORM 2950-WITHDRAW-FOR-RESUBMIT
            END-IF
    END-READ.

    END-IF.

2050-READ-TRANSACTION.
    *> A record on RELTXN that is not a released KSDS change has
    *> no business there - its approver is blanked so 2105
    *> withdraws it rather than applying it.
    READ REL-TXN-FILE
        AT END
            SET WS-TXN-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TXN-READ-COUNT
            MOVE PND-CARD-IMAGE TO TXN-RECORD
            MOVE PND-CHANGE-ID TO WS-CUR-CHANGE-ID
            MOVE PND-SUBMIT-OPERATOR TO WS-CUR-SUBMIT-OPERATOR
            MOVE PND-APPROVE-OPERATOR TO WS-CUR-APPROVE-OPERATOR
            MOVE PND-CARD-IMAGE TO WS-CUR-RELEASED-IMAGE
            IF NOT PND-STATUS-RELEASED OR NOT PND-TARGET-KSDS
                MOVE SPACES TO WS-CUR-APPROVE-OPERATOR
            END-IF
    END-READ.

2100-APPLY-TRANSACTION.
    PERFORM 2105-CHECK-RELEASE.
    IF WS-RELEASE-VALID
        PERFORM 2110-EDIT-AND-APPLY
    ELSE
        PERFORM 2950-WITHDRAW-FOR-RESUBMIT
    END-IF.
    PERFORM 2050-READ-TRANSACTION.

2105-CHECK-RELEASE.
    *> The dual-control gate, ahead of every edit: a change needs
    *> a submitter, an approver, two different people, and the
    *> card image exactly as it was released. Checked here as well
    *> as in RECAPV01 because RELTXN and the suspense file are
    *> ordinary datasets - this program is the last point before
    *> the cluster changes.
    MOVE 'N' TO WS-RELEASE-VALID-SWITCH.
    EVALUATE TRUE
        WHEN WS-CUR-SUBMIT-OPERATOR = SPACES
            MOVE 'NO SUBMITTING OPERATOR ON RECORD'
                TO WS-WITHDRAW-REASON
        WHEN WS-CUR-APPROVE-OPERATOR = SPACES
            MOVE 'NOT RELEASED BY A SECOND OPERATOR'
                TO WS-WITHDRAW-REASON
        WHEN WS-CUR-APPROVE-OPERATOR = WS-CUR-SUBMIT-OPERATOR
            MOVE 'RELEASED BY ITS OWN SUBMITTER'
                TO WS-WITHDRAW-REASON
        WHEN TXN-RECORD NOT = WS-CUR-RELEASED-IMAGE
            MOVE 'CARD IMAGE CHANGED SINCE RELEASE'
                TO WS-WITHDRAW-REASON
        WHEN OTHER
            MOVE 'Y' TO WS-RELEASE-VALID-SWITCH
    END-EVALUATE.

2110-EDIT-AND-APPLY.
    *> Validate the card before touching the cluster - an unknown
    *> action code or a non-numeric/zero key can never apply, so it
    *> recycled suspense items - a recycled card gets no special
    *> dispensation from the edits that rejected it.
    IF NOT TXN-ACTION-VALID
        MOVE 'INVALID ACTION CODE - MUST BE A, R, D, M' TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    ELSE
        IF TXN-RECORD-NUMBER NOT NUMERIC
                PERFORM 2900-REJECT-TRANSACTION
            ELSE
                EVALUATE TRUE
                    WHEN WS-REHEARSAL-MODE
                        PERFORM 3000-REHEARSE-TRANSACTION
                    WHEN TXN-ACTION-ADD
                        PERFORM 2200-APPLY-ADD
                    WHEN TXN-ACTION-REPLACE
                        PERFORM 2300-APPLY-REPLACE
                    WHEN TXN-ACTION-DELETE
                        PERFORM 2400-APPLY-DELETE
                    WHEN TXN-ACTION-MOVE
                        PERFORM 2600-APPLY-MOVE
                END-EVALUATE
            END-IF
        END-IF
    MOVE TXN-RECORD-NUMBER TO VSAM-REC-KEY.
    MOVE SPACES TO VSAM-REC-DATA.
    MOVE TXN-DATA TO VSAM-REC-DATA.
    MOVE WS-BUSINESS-DATE TO VSAM-REC-BUILD-DATE.
    WRITE VSAM-RECORD
        INVALID KEY
            MOVE 'ADD REJECTED - KEY ALREADY ON FILE' TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE SPACES TO VSAM-REC-DATA
            MOVE TXN-DATA TO VSAM-REC-DATA
            MOVE WS-BUSINESS-DATE TO VSAM-REC-BUILD-DATE
            REWRITE VSAM-RECORD
                INVALID KEY
                    MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
    MOVE VSAM-REC-DATA TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO AUDIT-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO AUDIT-APPROVE-OPERATOR.
    PERFORM 9720-WRITE-SEALED-AUDIT.
    MOVE TXN-RECORD-NUMBER TO HIST-REC-NUMBER.
    MOVE 'W' TO HIST-ACTION-CODE.
    MOVE VSAM-REC-DATA TO HIST-DATA.
    PERFORM 2580-WRITE-HISTORY-RECORD.
    MOVE WS-DELETE-MARKER TO AUDIT-ENTRY-TEXT.
    ACCEPT AUDIT-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDIT-TS-TIME FROM TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO AUDIT-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO AUDIT-APPROVE-OPERATOR.
    PERFORM 9720-WRITE-SEALED-AUDIT.
    MOVE TXN-RECORD-NUMBER TO HIST-REC-NUMBER.
    MOVE 'D' TO HIST-ACTION-CODE.
    MOVE SPACES TO HIST-DATA.
    MOVE WS-DELETE-MARKER TO HIST-DATA.
    *> WRITE-then-REWRITE as RECBLD01's 2250: the last action on a
    *> key within one business date is that date's image, which is
    *> what an as-of query (RECASF01) should answer with. The
    *> caller set HIST-REC-NUMBER, HIST-ACTION-CODE and HIST-DATA
    *> - a move versions both of its keys through here.
    MOVE WS-BUSINESS-DATE TO HIST-BUSINESS-DATE.
    ACCEPT HIST-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT HIST-TS-TIME FROM TIME.
    WRITE HIST-RECORD
            END-REWRITE
    END-WRITE.

2600-APPLY-MOVE.
    *> Edit the new number before anything moves - it must be a
    *> real key and not the old one - and the old record must be
    *> on file: a move of nothing is rejected like a delete of
    *> nothing. Only then does the new key decide move or merge
    *> (2610), and everything else follows from that.
    MOVE 'N' TO WS-MOVE-OK-SWITCH.
    EVALUATE TRUE
        WHEN TXN-MOVE-TO-NUMBER NOT NUMERIC
            MOVE 'MOVE REJECTED - NEW NUMBER NOT NUMERIC'
                TO WS-REJECT-REASON
        WHEN TXN-MOVE-TO-NUMBER = ZERO
            MOVE 'MOVE REJECTED - NEW NUMBER IS ZERO'
                TO WS-REJECT-REASON
        WHEN TXN-MOVE-TO-NUMBER = TXN-RECORD-NUMBER
            MOVE 'MOVE REJECTED - NEW NUMBER SAME AS OLD'
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE TXN-RECORD-NUMBER TO VSAM-REC-KEY
            READ VSAM-KSDS-FILE
                INVALID KEY
                    MOVE 'MOVE REJECTED - OLD KEY NOT ON FILE'
                        TO WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE VSAM-REC-DATA TO WS-MOVE-IMAGE
                    MOVE VSAM-REC-BUILD-DATE TO WS-MOVE-BUILD-DATE
                    MOVE 'Y' TO WS-MOVE-OK-SWITCH
            END-READ
    END-EVALUATE.
    IF WS-MOVE-OK
        PERFORM 2610-MOVE-KSDS-IMAGE
        PERFORM 2650-MOVE-MASTER-ROW
        PERFORM 2660-WRITE-MOVE-AUDIT
        PERFORM 2670-WRITE-CROSS-REFERENCE
        ADD 1 TO WS-MOVE-APPLIED
        IF WS-MOVE-IS-MERGE
            ADD 1 TO WS-MERGE-APPLIED
        END-IF
    ELSE
        PERFORM 2900-REJECT-TRANSACTION
    END-IF.

2610-MOVE-KSDS-IMAGE.
    *> A free new key takes the old image, build date and all -
    *> the record was renumbered, not rebuilt. A new key already
    *> on file is a merge: the record there survives untouched and
    *> its image is what the history versions for the new key.
    *> The old key goes in both cases.
    MOVE TXN-MOVE-TO-NUMBER TO VSAM-REC-KEY.
    READ VSAM-KSDS-FILE
        INVALID KEY
            MOVE 'M' TO WS-MOVE-KIND
            MOVE TXN-MOVE-TO-NUMBER TO VSAM-REC-KEY
            MOVE WS-MOVE-IMAGE TO VSAM-REC-DATA
            MOVE WS-MOVE-BUILD-DATE TO VSAM-REC-BUILD-DATE
            WRITE VSAM-RECORD
                INVALID KEY
                    MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
                    MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
                    PERFORM 9900-ABEND-FILE-ERROR
            END-WRITE
        NOT INVALID KEY
            MOVE 'G' TO WS-MOVE-KIND
            MOVE VSAM-REC-DATA TO WS-MOVE-IMAGE
    END-READ.
    MOVE TXN-RECORD-NUMBER TO VSAM-REC-KEY.
    DELETE VSAM-KSDS-FILE RECORD
        INVALID KEY
            MOVE 'VSAMKSDS' TO WS-ABEND-FILE-NAME
            MOVE WS-VSAM-STATUS TO WS-ABEND-STATUS
            PERFORM 9900-ABEND-FILE-ERROR
    END-DELETE.

2650-MOVE-MASTER-ROW.
    *> The DESCMAST row follows the record by the same rule: a new
    *> key with no row of its own inherits the old key's row, one
    *> that has a row keeps it. The old key's row goes either way,
    *> so the master never describes a number the KSDS no longer
    *> holds. A record with no master row simply moves without
    *> one - the build already lists such numbers as exceptions.
    MOVE 'N' TO WS-MOVE-ROW-SWITCH.
    IF WS-DESC-AVAILABLE
        MOVE TXN-RECORD-NUMBER TO DESC-REC-KEY
        READ DESC-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-MOVE-ROW-SWITCH
                MOVE DESC-RECORD TO WS-MOVE-DESC-ROW
        END-READ
    END-IF.
    IF WS-MOVE-ROW-FOUND
        DELETE DESC-MASTER-FILE RECORD
            INVALID KEY
                MOVE 'DESCMAST' TO WS-ABEND-FILE-NAME
                MOVE WS-DESC-STATUS TO WS-ABEND-STATUS
                PERFORM 9900-ABEND-FILE-ERROR
        END-DELETE
        MOVE TXN-MOVE-TO-NUMBER TO DESC-REC-KEY
        READ DESC-MASTER-FILE
            INVALID KEY
                MOVE WS-MOVE-DESC-ROW TO DESC-RECORD
                MOVE TXN-MOVE-TO-NUMBER TO DESC-REC-KEY
                PERFORM 2655-BUILD-ROW-IMAGE
                WRITE DESC-RECORD
                    INVALID KEY
                        MOVE 'DESCMAST' TO WS-ABEND-FILE-NAME
                        MOVE WS-DESC-STATUS TO WS-ABEND-STATUS
                        PERFORM 9900-ABEND-FILE-ERROR
                END-WRITE
            NOT INVALID KEY
                PERFORM 2655-BUILD-ROW-IMAGE
        END-READ
        PERFORM 2657-JOURNAL-MASTER-MOVE
    END-IF.

2655-BUILD-ROW-IMAGE.
    *> Same row image RECDSC01 journals: text, category, status.
    MOVE SPACES TO WS-ROW-IMAGE.
    STRING DESC-TEXT DELIMITED BY SIZE
           DESC-CATEGORY-CODE DELIMITED BY SIZE
           DESC-STATUS-CODE DELIMITED BY SIZE
        INTO WS-ROW-IMAGE
    END-STRING.

2657-JOURNAL-MASTER-MOVE.
    *> The master's own journal sees the move as RECDSC01 would
    *> have written it: the row as it now stands on the new key,
    *> and the move marker on the old one.
    MOVE TXN-MOVE-TO-NUMBER TO DSCAUD-INDEX.
    MOVE WS-ROW-IMAGE TO DSCAUD-ENTRY-TEXT.
    ACCEPT DSCAUD-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT DSCAUD-TS-TIME FROM TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO DSCAUD-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO DSCAUD-APPROVE-OPERATOR.
    PERFORM 9730-WRITE-SEALED-DSCAUD.
    MOVE TXN-MOVE-TO-NUMBER TO WS-MOVED-TO-KEY.
    MOVE TXN-RECORD-NUMBER TO DSCAUD-INDEX.
    MOVE WS-MOVED-TO-MARKER TO DSCAUD-ENTRY-TEXT.
    ACCEPT DSCAUD-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT DSCAUD-TS-TIME FROM TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO DSCAUD-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO DSCAUD-APPROVE-OPERATOR.
    PERFORM 9730-WRITE-SEALED-DSCAUD.

2660-WRITE-MOVE-AUDIT.
    *> One audit record on each key, each naming the other, under
    *> one timestamp. The new key's record goes first: RECRCV01
    *> replays MOVED FROM by copying the old key's image across,
    *> so the old key must still be on the restored cluster when
    *> the replay reaches it.
    ACCEPT WS-MOVE-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-MOVE-TS-TIME FROM TIME.
    MOVE SPACES TO WS-MOVED-FROM-MARKER.
    IF WS-MOVE-IS-MERGE
        STRING '** MERGED FROM ' DELIMITED BY SIZE
               TXN-RECORD-NUMBER DELIMITED BY SIZE
               ' BY MAINTENANCE **' DELIMITED BY SIZE
            INTO WS-MOVED-FROM-MARKER
        END-STRING
    ELSE
        STRING '** MOVED FROM ' DELIMITED BY SIZE
               TXN-RECORD-NUMBER DELIMITED BY SIZE
               ' BY MAINTENANCE **' DELIMITED BY SIZE
            INTO WS-MOVED-FROM-MARKER
        END-STRING
    END-IF.
    MOVE TXN-MOVE-TO-NUMBER TO WS-MOVED-TO-KEY.

    MOVE TXN-MOVE-TO-NUMBER TO AUDIT-INDEX.
    MOVE SPACES TO AUDIT-ENTRY-TEXT.
    MOVE WS-MOVED-FROM-MARKER TO AUDIT-ENTRY-TEXT.
    MOVE WS-MOVE-TS-DATE TO AUDIT-TS-DATE.
    MOVE WS-MOVE-TS-TIME TO AUDIT-TS-TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO AUDIT-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO AUDIT-APPROVE-OPERATOR.
    PERFORM 9720-WRITE-SEALED-AUDIT.

    MOVE TXN-RECORD-NUMBER TO AUDIT-INDEX.
    MOVE WS-MOVED-TO-MARKER TO AUDIT-ENTRY-TEXT.
    MOVE WS-MOVE-TS-DATE TO AUDIT-TS-DATE.
    MOVE WS-MOVE-TS-TIME TO AUDIT-TS-TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO AUDIT-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO AUDIT-APPROVE-OPERATOR.
    PERFORM 9720-WRITE-SEALED-AUDIT.

    *> History: the new key's image as of tonight, and an M row
    *> on the old key where a delete used to end its story.
    MOVE TXN-MOVE-TO-NUMBER TO HIST-REC-NUMBER.
    MOVE 'W' TO HIST-ACTION-CODE.
    MOVE WS-MOVE-IMAGE TO HIST-DATA.
    PERFORM 2580-WRITE-HISTORY-RECORD.
    MOVE TXN-RECORD-NUMBER TO HIST-REC-NUMBER.
    MOVE 'M' TO HIST-ACTION-CODE.
    MOVE WS-MOVED-TO-MARKER TO HIST-DATA.
    PERFORM 2580-WRITE-HISTORY-RECORD.

2670-WRITE-CROSS-REFERENCE.
    *> The T row on the old key doubles as the MOVEQ notice that
    *> puts the move on the next DELTAOUT feed; it is copied to
    *> the queue before its own WRITE releases the record area.
    MOVE SPACES TO XREF-RECORD.
    MOVE TXN-RECORD-NUMBER TO XREF-REC-NUMBER.
    MOVE 'T' TO XREF-DIRECTION.
    MOVE TXN-MOVE-TO-NUMBER TO XREF-OTHER-NUMBER.
    PERFORM 2675-FILL-XREF-ROW.
    MOVE XREF-RECORD TO MVQ-RECORD.
    WRITE MVQ-RECORD.
    IF WS-MOVEQ-STATUS NOT = '00'
        MOVE 'MOVEQ   ' TO WS-ABEND-FILE-NAME
        MOVE WS-MOVEQ-STATUS TO WS-ABEND-STATUS
        PERFORM 9900-ABEND-FILE-ERROR
    END-IF.
    PERFORM 2680-WRITE-XREF-ROW.

    MOVE SPACES TO XREF-RECORD.
    MOVE TXN-MOVE-TO-NUMBER TO XREF-REC-NUMBER.
    MOVE 'F' TO XREF-DIRECTION.
    MOVE TXN-RECORD-NUMBER TO XREF-OTHER-NUMBER.
    PERFORM 2675-FILL-XREF-ROW.
    PERFORM 2680-WRITE-XREF-ROW.

2675-FILL-XREF-ROW.
    MOVE WS-BUSINESS-DATE TO XREF-BUSINESS-DATE.
    MOVE WS-MOVE-KIND TO XREF-MOVE-KIND.
    MOVE WS-MOVE-TS-DATE TO XREF-TS-DATE.
    MOVE WS-MOVE-TS-TIME TO XREF-TS-TIME.
    MOVE WS-CUR-SUBMIT-OPERATOR TO XREF-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO XREF-APPROVE-OPERATOR.

2680-WRITE-XREF-ROW.
    *> Same WRITE-then-REWRITE as the history: a second move of
    *> one key on one business date leaves that date's last word.
    WRITE XREF-RECORD
        INVALID KEY
            REWRITE XREF-RECORD
                INVALID KEY
                    MOVE 'XREFFILE' TO WS-ABEND-FILE-NAME
                    MOVE WS-XREF-STATUS TO WS-ABEND-STATUS
                    PERFORM 9900-ABEND-FILE-ERROR
            END-REWRITE
    END-WRITE.

2900-REJECT-TRANSACTION.
    *> A rehearsal prints the reject on the impact report instead
    *> of writing it (3900); the counts are kept the same way.
    SET WS-ITEM-REJECTED TO TRUE.
    IF WS-REHEARSAL-MODE
        PERFORM 3900-REHEARSE-SUSPENSE
    ELSE
        PERFORM 2910-WRITE-SUSPENSE-RECORD
    END-IF.
    EVALUATE TRUE
        WHEN TXN-ACTION-ADD
            ADD 1 TO WS-ADD-REJECTED
        WHEN TXN-ACTION-REPLACE
            ADD 1 TO WS-REPLACE-REJECTED
        WHEN TXN-ACTION-DELETE
            ADD 1 TO WS-DELETE-REJECTED
        WHEN TXN-ACTION-MOVE
            ADD 1 TO WS-MOVE-REJECTED
        WHEN OTHER
            *> invalid action codes have no per-action bucket -
            *> they count in the rejected total only, and the
            *> register notes that the total includes them.
            CONTINUE
    END-EVALUATE.
    ADD 1 TO WS-TOTAL-REJECTED.

2910-WRITE-SUSPENSE-RECORD.
    *> The outbound suspense record carries the item's recycle
    *> history: retry count stepped by one (capped so a hopeless
    *> repeater cannot wrap the counter) and the first-rejected
        MOVE 999 TO SUSP-RETRY-COUNT
    END-IF.
    MOVE WS-CUR-FIRST-DATE TO SUSP-FIRST-REJECT-DATE.
    MOVE WS-CUR-CHANGE-ID TO SUSP-CHANGE-ID.
    MOVE WS-CUR-SUBMIT-OPERATOR TO SUSP-SUBMIT-OPERATOR.
    MOVE WS-CUR-APPROVE-OPERATOR TO SUSP-APPROVE-OPERATOR.
    MOVE WS-CUR-RELEASED-IMAGE TO SUSP-RELEASED-IMAGE.
    WRITE SUSP-RECORD.

2950-WITHDRAW-FOR-RESUBMIT.
    *> A change that failed the dual-control gate is not applied
    *> and not suspended - recycling it could never make it
    *> approved. The card image goes to the resubmit deck, which
    *> is fed back through RECAPV01's intake (with the submitting
    *> operator's ID in columns 73-80) for a fresh release; the
    *> register shows why it was withdrawn. A rehearsal only
    *> reports the withdrawal - the deck is not opened.
    IF NOT WS-REHEARSAL-MODE
        MOVE TXN-RECORD TO RESUBMIT-RECORD
        WRITE RESUBMIT-RECORD
    END-IF.
    ADD 1 TO WS-WITHDRAWN-COUNT.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WITHDRAWN - ' DELIMITED BY SIZE
           WS-WITHDRAW-REASON DELIMITED BY SIZE
           ' - CHANGE ' DELIMITED BY SIZE
           WS-CUR-CHANGE-ID DELIMITED BY SIZE
           ' SUBMITTER ' DELIMITED BY SIZE
           WS-CUR-SUBMIT-OPERATOR DELIMITED BY SIZE
           ' APPROVER ' DELIMITED BY SIZE
           WS-CUR-APPROVE-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '            CARD IMAGE: ' DELIMITED BY SIZE
           TXN-RECORD DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

3000-REHEARSE-TRANSACTION.
    *> The rehearsal's side of 2110's dispatch: each card reaches
    *> the outcome its apply paragraph would, worked out from the
    *> key table and the cluster as read (3100), remembered
    *> (3150) and printed (3800) instead of written. A card that
    *> would reject still goes through 2900, which prints it as
    *> suspense.
    MOVE SPACES TO WS-RHS-OTHER-TEXT.
    EVALUATE TRUE
        WHEN TXN-ACTION-ADD
            PERFORM 3200-REHEARSE-ADD
        WHEN TXN-ACTION-REPLACE
            PERFORM 3300-REHEARSE-REPLACE
        WHEN TXN-ACTION-DELETE
            PERFORM 3400-REHEARSE-DELETE
        WHEN TXN-ACTION-MOVE
            PERFORM 3600-REHEARSE-MOVE
    END-EVALUATE.

3100-LOOK-UP-KEY.
    *> Is WS-RHS-KEY on file as far as this rehearsal knows? A key
    *> the rehearsal has already changed answers from the table,
    *> any other from the cluster itself.
    MOVE 'N' TO WS-RHS-FOUND-SWITCH.
    MOVE SPACES TO WS-RHS-IMAGE.
    MOVE ZEROS TO WS-RHS-BUILD-DATE.
    PERFORM 3110-FIND-KEY-ENTRY.
    IF WS-RHS-MATCH-SUB > ZERO
        IF WS-RHS-ENT-ON-FILE(WS-RHS-MATCH-SUB)
            MOVE 'Y' TO WS-RHS-FOUND-SWITCH
            MOVE WS-RHS-ENT-IMAGE(WS-RHS-MATCH-SUB) TO WS-RHS-IMAGE
            MOVE WS-RHS-ENT-BUILD-DATE(WS-RHS-MATCH-SUB)
                TO WS-RHS-BUILD-DATE
        END-IF
    ELSE
        MOVE WS-RHS-KEY TO VSAM-REC-KEY
        READ VSAM-KSDS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-RHS-FOUND-SWITCH
                MOVE VSAM-REC-DATA TO WS-RHS-IMAGE
                MOVE VSAM-REC-BUILD-DATE TO WS-RHS-BUILD-DATE
        END-READ
    END-IF.

3110-FIND-KEY-ENTRY.
    MOVE ZEROS TO WS-RHS-MATCH-SUB.
    IF WS-RHS-COUNT > ZERO
        PERFORM 3115-TEST-KEY-ENTRY
            VARYING WS-RHS-SUB FROM 1 BY 1
                UNTIL WS-RHS-SUB > WS-RHS-COUNT
    END-IF.

3115-TEST-KEY-ENTRY.
    IF WS-RHS-MATCH-SUB = ZEROS
        AND WS-RHS-ENT-KEY(WS-RHS-SUB) = WS-RHS-KEY
        MOVE WS-RHS-SUB TO WS-RHS-MATCH-SUB
    END-IF.

3150-REMEMBER-KEY.
    *> Record the state a rehearsed change leaves WS-RHS-KEY in:
    *> WS-RHS-STATE, and for P the image and build date. A deck
    *> that changes more keys than the table holds cannot be
    *> rehearsed faithfully, so the rehearsal stops rather than
    *> report on a guess.
    PERFORM 3110-FIND-KEY-ENTRY.
    IF WS-RHS-MATCH-SUB = ZERO
        IF WS-RHS-COUNT >= 2000
            DISPLAY 'RECUPD01: REHEARSAL CHANGES MORE THAN 2000 KEYS '
                '- WIDEN THE TABLE BEFORE RERUNNING'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-RHS-COUNT
        MOVE WS-RHS-COUNT TO WS-RHS-MATCH-SUB
        MOVE WS-RHS-KEY TO WS-RHS-ENT-KEY(WS-RHS-MATCH-SUB)
    END-IF.
    MOVE WS-RHS-STATE TO WS-RHS-ENT-STATE(WS-RHS-MATCH-SUB).
    MOVE WS-RHS-IMAGE TO WS-RHS-ENT-IMAGE(WS-RHS-MATCH-SUB).
    MOVE WS-RHS-BUILD-DATE TO WS-RHS-ENT-BUILD-DATE(WS-RHS-MATCH-SUB).

3200-REHEARSE-ADD.
    *> 2200: an add of a key already on file is rejected.
    MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY.
    PERFORM 3100-LOOK-UP-KEY.
    IF WS-RHS-FOUND
        MOVE 'ADD REJECTED - KEY ALREADY ON FILE' TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    ELSE
        MOVE WS-NOT-ON-FILE-TEXT TO WS-RHS-BEFORE
        MOVE SPACES TO WS-RHS-IMAGE
        MOVE TXN-DATA TO WS-RHS-IMAGE
        MOVE WS-BUSINESS-DATE TO WS-RHS-BUILD-DATE
        MOVE 'P' TO WS-RHS-STATE
        PERFORM 3150-REMEMBER-KEY
        MOVE WS-RHS-IMAGE TO WS-RHS-AFTER
        ADD 1 TO WS-ADD-APPLIED
        MOVE 'WOULD ADD' TO WS-RHS-ACTION-TEXT
        MOVE WS-RHS-AFTER(57:4) TO WS-SEARCH-CAT
        MOVE 1 TO WS-IMPACT-SUB
        PERFORM 3800-PRINT-IMPACT
    END-IF.

3300-REHEARSE-REPLACE.
    *> 2300: a replace of a key not on file is rejected.
    MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY.
    PERFORM 3100-LOOK-UP-KEY.
    IF NOT WS-RHS-FOUND
        MOVE 'REPLACE REJECTED - KEY NOT ON FILE' TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    ELSE
        MOVE WS-RHS-IMAGE TO WS-RHS-BEFORE
        MOVE SPACES TO WS-RHS-IMAGE
        MOVE TXN-DATA TO WS-RHS-IMAGE
        MOVE WS-BUSINESS-DATE TO WS-RHS-BUILD-DATE
        MOVE 'P' TO WS-RHS-STATE
        PERFORM 3150-REMEMBER-KEY
        MOVE WS-RHS-IMAGE TO WS-RHS-AFTER
        ADD 1 TO WS-REPLACE-APPLIED
        MOVE 'WOULD REPLACE' TO WS-RHS-ACTION-TEXT
        MOVE WS-RHS-AFTER(57:4) TO WS-SEARCH-CAT
        MOVE 2 TO WS-IMPACT-SUB
        PERFORM 3800-PRINT-IMPACT
    END-IF.

3400-REHEARSE-DELETE.
    *> 2400: a delete of a key not on file is rejected. The
    *> category is the one of the record that would go.
    MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY.
    PERFORM 3100-LOOK-UP-KEY.
    IF NOT WS-RHS-FOUND
        MOVE 'DELETE REJECTED - KEY NOT ON FILE' TO WS-REJECT-REASON
        PERFORM 2900-REJECT-TRANSACTION
    ELSE
        MOVE WS-RHS-IMAGE TO WS-RHS-BEFORE
        MOVE '(DELETED)' TO WS-RHS-AFTER
        MOVE SPACES TO WS-RHS-IMAGE
        MOVE ZEROS TO WS-RHS-BUILD-DATE
        MOVE 'D' TO WS-RHS-STATE
        PERFORM 3150-REMEMBER-KEY
        ADD 1 TO WS-DELETE-APPLIED
        MOVE 'WOULD DELETE' TO WS-RHS-ACTION-TEXT
        MOVE WS-RHS-BEFORE(57:4) TO WS-SEARCH-CAT
        MOVE 3 TO WS-IMPACT-SUB
        PERFORM 3800-PRINT-IMPACT
    END-IF.

3600-REHEARSE-MOVE.
    *> 2600's edits, in the same order, then 2610's move-or-merge
    *> rule: a free new key takes the old image, one already on
    *> file survives as it is, and the old key goes either way.
    MOVE 'N' TO WS-MOVE-OK-SWITCH.
    EVALUATE TRUE
        WHEN TXN-MOVE-TO-NUMBER NOT NUMERIC
            MOVE 'MOVE REJECTED - NEW NUMBER NOT NUMERIC'
                TO WS-REJECT-REASON
        WHEN TXN-MOVE-TO-NUMBER = ZERO
            MOVE 'MOVE REJECTED - NEW NUMBER IS ZERO'
                TO WS-REJECT-REASON
        WHEN TXN-MOVE-TO-NUMBER = TXN-RECORD-NUMBER
            MOVE 'MOVE REJECTED - NEW NUMBER SAME AS OLD'
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY
            PERFORM 3100-LOOK-UP-KEY
            IF WS-RHS-FOUND
                MOVE WS-RHS-IMAGE TO WS-MOVE-IMAGE
                MOVE WS-RHS-BUILD-DATE TO WS-MOVE-BUILD-DATE
                MOVE 'Y' TO WS-MOVE-OK-SWITCH
            ELSE
                MOVE 'MOVE REJECTED - OLD KEY NOT ON FILE'
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE.
    IF WS-MOVE-OK
        PERFORM 3650-REHEARSE-MOVE-IMAGE
    ELSE
        PERFORM 2900-REJECT-TRANSACTION
    END-IF.

3650-REHEARSE-MOVE-IMAGE.
    *> BEFORE is the old key's record, AFTER what the new key
    *> would hold - the old image on a move, its own on a merge.
    MOVE WS-MOVE-IMAGE TO WS-RHS-BEFORE.
    MOVE TXN-MOVE-TO-NUMBER TO WS-RHS-KEY.
    PERFORM 3100-LOOK-UP-KEY.
    IF WS-RHS-FOUND
        MOVE WS-RHS-IMAGE TO WS-RHS-AFTER
        MOVE 'WOULD MERGE' TO WS-RHS-ACTION-TEXT
        ADD 1 TO WS-MERGE-APPLIED
    ELSE
        MOVE WS-MOVE-IMAGE TO WS-RHS-IMAGE
        MOVE WS-MOVE-BUILD-DATE TO WS-RHS-BUILD-DATE
        MOVE 'P' TO WS-RHS-STATE
        PERFORM 3150-REMEMBER-KEY
        MOVE WS-MOVE-IMAGE TO WS-RHS-AFTER
        MOVE 'WOULD MOVE' TO WS-RHS-ACTION-TEXT
    END-IF.
    MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY.
    MOVE SPACES TO WS-RHS-IMAGE.
    MOVE ZEROS TO WS-RHS-BUILD-DATE.
    MOVE 'D' TO WS-RHS-STATE.
    PERFORM 3150-REMEMBER-KEY.
    ADD 1 TO WS-MOVE-APPLIED.
    MOVE SPACES TO WS-RHS-OTHER-TEXT.
    STRING ' TO ' DELIMITED BY SIZE
           TXN-MOVE-TO-NUMBER DELIMITED BY SIZE
        INTO WS-RHS-OTHER-TEXT
    END-STRING.
    MOVE WS-RHS-BEFORE(57:4) TO WS-SEARCH-CAT.
    MOVE 4 TO WS-IMPACT-SUB.
    PERFORM 3800-PRINT-IMPACT.

3800-PRINT-IMPACT.
    *> One impact entry: what would happen to which key, under
    *> whose release, then the record before and after.
    IF WS-SEARCH-CAT = SPACES
        MOVE '----' TO WS-CAT-LABEL
    ELSE
        MOVE WS-SEARCH-CAT TO WS-CAT-LABEL
    END-IF.
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-RHS-ACTION-TEXT DELIMITED BY SIZE
           'KEY ' DELIMITED BY SIZE
           TXN-RECORD-NUMBER DELIMITED BY SIZE
           WS-RHS-OTHER-TEXT DELIMITED BY SIZE
           '  CAT ' DELIMITED BY SIZE
           WS-CAT-LABEL DELIMITED BY SIZE
           '  CHANGE ' DELIMITED BY SIZE
           WS-CUR-CHANGE-ID DELIMITED BY SIZE
           '  SUBMITTER ' DELIMITED BY SIZE
           WS-CUR-SUBMIT-OPERATOR DELIMITED BY SIZE
           '  APPROVER ' DELIMITED BY SIZE
           WS-CUR-APPROVE-OPERATOR DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    PERFORM 3810-PRINT-IMAGES.
    PERFORM 3950-COUNT-IMPACT.

3810-PRINT-IMAGES.
    MOVE SPACES TO REPORT-RECORD.
    STRING '                BEFORE: ' DELIMITED BY SIZE
           WS-RHS-BEFORE DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '                AFTER:  ' DELIMITED BY SIZE
           WS-RHS-AFTER DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

3900-REHEARSE-SUSPENSE.
    *> A card the live run would send to suspense: the reason,
    *> the card, and the record it names as the rehearsal sees it
    *> - unchanged, since a rejected card changes nothing. Its
    *> category is that record's, or for an add or replace of a
    *> key not on file the card's own.
    MOVE SPACES TO WS-SEARCH-CAT.
    MOVE '(NO VALID RECORD NUMBER ON THE CARD)' TO WS-RHS-BEFORE.
    IF TXN-RECORD-NUMBER NUMERIC AND TXN-RECORD-NUMBER > ZERO
        MOVE TXN-RECORD-NUMBER TO WS-RHS-KEY
        PERFORM 3100-LOOK-UP-KEY
        IF WS-RHS-FOUND
            MOVE WS-RHS-IMAGE TO WS-RHS-BEFORE
            MOVE WS-RHS-IMAGE(57:4) TO WS-SEARCH-CAT
        ELSE
            MOVE WS-NOT-ON-FILE-TEXT TO WS-RHS-BEFORE
            IF TXN-ACTION-ADD OR TXN-ACTION-REPLACE
                MOVE TXN-DATA(57:4) TO WS-SEARCH-CAT
            END-IF
        END-IF
    END-IF.
    MOVE '(UNCHANGED - THE CARD GOES TO SUSPENSE)' TO WS-RHS-AFTER.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD SUSPEND   KEY ' DELIMITED BY SIZE
           TXN-RECORD-NUMBER DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
           '  CHANGE ' DELIMITED BY SIZE
           WS-CUR-CHANGE-ID DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING '                CARD:   ' DELIMITED BY SIZE
           TXN-RECORD DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    PERFORM 3810-PRINT-IMAGES.
    MOVE 5 TO WS-IMPACT-SUB.
    PERFORM 3950-COUNT-IMPACT.

3950-COUNT-IMPACT.
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
        DISPLAY 'RECUPD01 ABEND: MORE THAN 100 CATEGORIES - '
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

5000-PRODUCE-REGISTER.
    *> Operator-facing transaction register, same shape as
    *> opened back in 1400 so the recycle pass could print stuck
    *> items as it found them; this paragraph appends the totals.
    COMPUTE WS-TOTAL-APPLIED =
        WS-ADD-APPLIED + WS-REPLACE-APPLIED + WS-DELETE-APPLIED
            + WS-MOVE-APPLIED.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECYCLED FROM SUSPENSE: ' DELIMITED BY SIZE
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RELEASED CHANGES READ: ' DELIMITED BY SIZE
           WS-TXN-READ-COUNT DELIMITED BY SIZE
           ' (ACTION COUNTS BELOW INCLUDE RECYCLED ITEMS)'
            DELIMITED BY SIZE
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'WITHDRAWN FOR RESUBMISSION UNDER DUAL CONTROL: '
            DELIMITED BY SIZE
           WS-WITHDRAWN-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'ADDS     - APPLIED: ' DELIMITED BY SIZE
           WS-ADD-APPLIED DELIMITED BY SIZE
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'MOVES    - APPLIED: ' DELIMITED BY SIZE
           WS-MOVE-APPLIED DELIMITED BY SIZE
           '  REJECTED: ' DELIMITED BY SIZE
           WS-MOVE-REJECTED DELIMITED BY SIZE
           '  (OF WHICH MERGES: ' DELIMITED BY SIZE
           WS-MERGE-APPLIED DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    IF NOT WS-DESC-AVAILABLE
        MOVE SPACES TO REPORT-RECORD
        STRING 'DESCRIPTION MASTER NOT PRESENT - MOVES CARRIED THE '
                DELIMITED BY SIZE
               'KSDS IMAGE ONLY' DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'TOTAL    - APPLIED: ' DELIMITED BY SIZE
           WS-TOTAL-APPLIED DELIMITED BY SIZE
                   'SEE STUCK ITEM LINES ABOVE' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-WITHDRAWN-COUNT > ZERO
            STRING 'STATUS: CHANGE(S) WITHDRAWN - RESUBMIT THE '
                    DELIMITED BY SIZE
                   'RESUBOUT DECK THROUGH RECAPV01' DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
        WHEN WS-TOTAL-REJECTED > ZERO
            STRING 'STATUS: REJECTS ON SUSPENSE - CORRECT THE CARD '
                    DELIMITED BY SIZE
    WRITE REPORT-RECORD.

    CLOSE REPORT-FILE.

6000-FINISH-REHEARSAL.
    *> A rehearsal closes down here rather than through the live
    *> run's closes and register: only the released changes and
    *> the cluster are still open. It ends with the code the live
    *> run would end with, and logs one event saying what it found.
    CLOSE REL-TXN-FILE.
    CLOSE VSAM-KSDS-FILE.
    PERFORM 6100-PRODUCE-IMPACT-SUMMARY.
    IF WS-STUCK-COUNT > ZERO OR WS-WITHDRAWN-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    MOVE RETURN-CODE TO WS-EVT-SEVERITY.
    MOVE SPACES TO WS-EVT-MESSAGE.
    STRING 'REHEARSAL ONLY - WOULD APPLY ' DELIMITED BY SIZE
           WS-TOTAL-APPLIED DELIMITED BY SIZE
           ' SUSPEND ' DELIMITED BY SIZE
           WS-TOTAL-REJECTED DELIMITED BY SIZE
           ' WITHDRAW ' DELIMITED BY SIZE
           WS-WITHDRAWN-COUNT DELIMITED BY SIZE
        INTO WS-EVT-MESSAGE
    END-STRING.
    PERFORM 9800-WRITE-EVENT.
    STOP RUN.

6100-PRODUCE-IMPACT-SUMMARY.
    *> The rehearsal's register: the same counts 5000 prints, in
    *> the conditional, then the impact by category and the
    *> sign-off block change control files with the live deck.
    COMPUTE WS-TOTAL-APPLIED =
        WS-ADD-APPLIED + WS-REPLACE-APPLIED + WS-DELETE-APPLIED
            + WS-MOVE-APPLIED.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL TOTALS - NOTHING HAS BEEN CHANGED'
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RECYCLED FROM SUSPENSE: ' DELIMITED BY SIZE
           WS-RECYCLED-READ DELIMITED BY SIZE
           '  WOULD CLEAR: ' DELIMITED BY SIZE
           WS-RECYCLED-APPLIED DELIMITED BY SIZE
           '  WOULD GO BACK: ' DELIMITED BY SIZE
           WS-RECYCLED-REJECTED DELIMITED BY SIZE
           '  STUCK: ' DELIMITED BY SIZE
           WS-STUCK-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'RELEASED CHANGES READ: ' DELIMITED BY SIZE
           WS-TXN-READ-COUNT DELIMITED BY SIZE
           '  WOULD BE WITHDRAWN FOR RESUBMISSION: ' DELIMITED BY SIZE
           WS-WITHDRAWN-COUNT DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD ADD: ' DELIMITED BY SIZE
           WS-ADD-APPLIED DELIMITED BY SIZE
           '  REPLACE: ' DELIMITED BY SIZE
           WS-REPLACE-APPLIED DELIMITED BY SIZE
           '  DELETE: ' DELIMITED BY SIZE
           WS-DELETE-APPLIED DELIMITED BY SIZE
           '  MOVE: ' DELIMITED BY SIZE
           WS-MOVE-APPLIED DELIMITED BY SIZE
           ' (OF WHICH MERGES: ' DELIMITED BY SIZE
           WS-MERGE-APPLIED DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    STRING 'WOULD APPLY IN TOTAL: ' DELIMITED BY SIZE
           WS-TOTAL-APPLIED DELIMITED BY SIZE
           '  WOULD SEND TO SUSPENSE: ' DELIMITED BY SIZE
           WS-TOTAL-REJECTED DELIMITED BY SIZE
           ' (INCLUDES INVALID ACTION CODES)' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'CAT      ADDS REPLACES  DELETES    MOVES SUSPENSE'
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
        STRING 'NO KEY WOULD BE CHANGED OR SENT TO SUSPENSE'
            DELIMITED BY SIZE INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'REHEARSAL ONLY - KSDS, HISTFILE, AUDITOUT, SUSPENSE, '
            DELIMITED BY SIZE
           'RESUBOUT, XREFFILE, MOVEQ, DSCAUDIT AND DESCMAST '
            DELIMITED BY SIZE
           'UNTOUCHED' DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    MOVE SPACES TO REPORT-RECORD.
    STRING 'THE LIVE RUN DOES THE ABOVE ONLY IF RELTXN, THE '
            DELIMITED BY SIZE
           'SUSPENSE FILE AND THE CLUSTER ARE UNCHANGED BY THEN'
            DELIMITED BY SIZE
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
    MOVE SPACES TO REPORT-RECORD.
    STRING WS-CAT-LABEL DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 1) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 2) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 3) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 4) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ENT-IMPACT(WS-SUB 5) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
