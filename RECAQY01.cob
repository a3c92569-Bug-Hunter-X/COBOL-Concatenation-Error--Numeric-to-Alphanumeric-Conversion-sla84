            SET WS-AUDIT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-RECORDS-READ
            *> A seal chain anchor is trail bookkeeping, not a
            *> change to any record.
            IF NOT AUDIT-CHAIN-ANCHOR
                AND AUDIT-INDEX >= WS-KEY-FROM
                AND AUDIT-INDEX <= WS-KEY-TO
                AND AUDIT-TS-DATE >= WS-DATE-FROM
                AND AUDIT-TS-DATE <= WS-DATE-TO
        INTO REPORT-RECORD
    END-STRING.
    WRITE REPORT-RECORD.
    *> Maintenance records carry the dual-control pair; build and
    *> purge records leave them blank and print no second line.
    IF AUDIT-OPERATORS NOT = SPACES
        MOVE SPACES TO REPORT-RECORD
        STRING '             SUBMITTED BY ' DELIMITED BY SIZE
               AUDIT-SUBMIT-OPERATOR DELIMITED BY SIZE
               '  AUTHORIZED BY ' DELIMITED BY SIZE
               AUDIT-APPROVE-OPERATOR DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

5000-PRODUCE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD.
