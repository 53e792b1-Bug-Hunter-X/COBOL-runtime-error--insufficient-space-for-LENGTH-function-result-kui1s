
FD  ACCEPT-FILE
    RECORDING MODE IS F.
01  ACCEPT-DOCUMENT-RECORD         PIC X(307).

FD  DOC-REJECT-FILE
    RECORDING MODE IS F.
01  REJECT-DOCUMENT-RECORD         PIC X(307).

FD  LENGTH-AUDIT-FILE
    RECORDING MODE IS F.
        10  WS-CTL-DISPOSITION     PIC X.
            88  WS-CTL-DISP-TRUNCATE     VALUE 'T'.
            88  WS-CTL-DISP-WARN         VALUE 'W'.
        10  WS-CTL-EFFECTIVE-DATE  PIC 9(8).

01  WS-CONTROL-HOLD.
    05  WS-HOLD-KEY.
        10  WS-HOLD-FIELD-NAME     PIC X(30).
    05  WS-HOLD-MAX-LENGTH         PIC 9(5).
    05  WS-HOLD-DISPOSITION        PIC X.
    05  WS-HOLD-EFFECTIVE-DATE     PIC 9(8).

01  WS-LOOKUP-KEY.
    05  WS-LOOKUP-SOURCE-SYSTEM    PIC X(10).

01  WS-RUN-SEVERITY                PIC 9 VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENVDOC1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

    COPY lenrunid.
    COPY lenvdout.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM SET-RUN-ID
    OPEN INPUT CONTROL-FILE
    OPEN INPUT DOCUMENT-FILE
    OPEN OUTPUT ACCEPT-FILE
    DISPLAY "LENVDOC1: " WS-DOCS-ACCEPTED " document(s) accepted, "
            WS-DOCS-REJECTED " rejected"
    MOVE WS-RUN-SEVERITY TO RETURN-CODE
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-CONTROL-TABLE.
    *> Same insert-in-key-order load as LENVAL01, so the table is
    *> valid for SEARCH ALL without a separate sort step.
    *> LENCTRL holds every dated version of an entry; only the one
    *> in effect for the business date goes into the table, so a
    *> limit approved for a release night is not applied before it
    *> and a rerun of an old night uses that night's limits.
    PERFORM READ-CONTROL-RECORD
    PERFORM UNTIL WS-CONTROL-EOF
        IF LCR-EFFECTIVE-DATE NOT NUMERIC
            MOVE ZERO TO LCR-EFFECTIVE-DATE
        END-IF
        IF LCR-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
            MOVE LCR-SOURCE-SYSTEM  TO WS-HOLD-SOURCE-SYSTEM
            MOVE LCR-FIELD-NAME     TO WS-HOLD-FIELD-NAME
            MOVE LCR-MAX-LENGTH     TO WS-HOLD-MAX-LENGTH
            MOVE LCR-DISPOSITION    TO WS-HOLD-DISPOSITION
            MOVE LCR-EFFECTIVE-DATE TO WS-HOLD-EFFECTIVE-DATE
            PERFORM APPLY-CONTROL-VERSION
        END-IF
        PERFORM READ-CONTROL-RECORD
    END-PERFORM.

APPLY-CONTROL-VERSION.
    *> a later version of an entry already in the table replaces it
    *> in place; the table stays in key order for SEARCH ALL.
    MOVE 'N' TO WS-MATCH-FOUND-SW
    MOVE WS-HOLD-KEY TO WS-LOOKUP-KEY
    IF WS-CONTROL-COUNT > ZERO
        SEARCH ALL WS-CONTROL-ENTRY
            AT END
                CONTINUE
            WHEN WS-CTL-KEY(WS-CTL-IDX) = WS-LOOKUP-KEY
                SET WS-MATCH-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF WS-MATCH-FOUND
        IF WS-HOLD-EFFECTIVE-DATE NOT < WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
            MOVE WS-CONTROL-HOLD TO WS-CONTROL-ENTRY(WS-CTL-IDX)
        END-IF
    ELSE
        IF WS-CONTROL-COUNT < 20000
            PERFORM INSERT-CONTROL-ENTRY
        ELSE
            DISPLAY "LENVDOC1: CONTROL-FILE has more than 20000 entries, ignoring "
                    WS-HOLD-SOURCE-SYSTEM "/" WS-HOLD-FIELD-NAME
        END-IF
    END-IF.

INSERT-CONTROL-ENTRY.
    ADD 1 TO WS-CONTROL-COUNT
    MOVE WS-DSEG-FIELD-NAME(WS-DSEG-IDX) TO LAR-SOURCE-FIELD-NAME
    MOVE WS-COMPUTED-LENGTH             TO LAR-COMPUTED-LENGTH
    MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX)  TO LAR-RECEIVING-CAPACITY
    MOVE WS-BUSINESS-DATE               TO LAR-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6)     TO LAR-RUN-TIME
    MOVE LEN-RUN-ID                     TO LAR-RUN-ID
    WRITE LEN-AUDIT-RECORD.

WRITE-ACCEPTED-DOCUMENT.
    PERFORM BUILD-HEADER-RECORD
    PERFORM BUILD-OUTPUT-RECORD
    WRITE ACCEPT-DOCUMENT-RECORD FROM LEN-DOCUMENT-OUTPUT-RECORD
    PERFORM VARYING WS-DSEG-IDX FROM 1 BY 1
            UNTIL WS-DSEG-IDX > WS-DOC-SEGMENTS-SEEN
        PERFORM BUILD-DETAIL-RECORD
        PERFORM BUILD-OUTPUT-RECORD
        WRITE ACCEPT-DOCUMENT-RECORD FROM LEN-DOCUMENT-OUTPUT-RECORD
    END-PERFORM.

WRITE-REJECTED-DOCUMENT.
            MOVE "STRAY DETAIL RECORD RECEIVED" TO LDO-REJECT-REASON
        END-IF
    END-IF
    PERFORM BUILD-OUTPUT-RECORD
    WRITE REJECT-DOCUMENT-RECORD FROM LEN-DOCUMENT-OUTPUT-RECORD
    PERFORM VARYING WS-DSEG-IDX FROM 1 BY 1
            UNTIL WS-DSEG-IDX > WS-DOC-SEGMENTS-SEEN
        PERFORM BUILD-DETAIL-RECORD
        MOVE WS-DSEG-REASON(WS-DSEG-IDX) TO LDO-REJECT-REASON
        PERFORM BUILD-OUTPUT-RECORD
        WRITE REJECT-DOCUMENT-RECORD FROM LEN-DOCUMENT-OUTPUT-RECORD
    END-PERFORM.

BUILD-OUTPUT-RECORD.
    MOVE LEN-DOCUMENT-RECORD TO LDX-DOCUMENT-IMAGE
    MOVE LEN-RUN-ID          TO LDX-RUN-ID.

BUILD-HEADER-RECORD.
    MOVE SPACES                TO LEN-DOCUMENT-RECORD
    SET LDO-HEADER             TO TRUE
    MOVE WS-DSEG-TEXT-VALUE(WS-DSEG-IDX) TO LDO-TEXT-VALUE
    MOVE SPACES                          TO LDO-REJECT-REASON.

SET-RUN-ID.
    *> one ID for everything this run writes (see lenrunid.cpy),
    *> registered with LENALRT1 so the alerts carry it as well.
    MOVE WS-LEDGER-JOB-NAME         TO LRI-JOB-NAME
    MOVE FUNCTION CURRENT-DATE(1:8) TO LRI-START-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LRI-START-TIME
    DISPLAY "LENVDOC1: run ID " LEN-RUN-ID
    MOVE "*RUNID*"  TO WS-ALERT-FIELD-NAME
    MOVE LEN-RUN-ID TO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

FLUSH-ALERT-SUPPRESSION.
    *> End-of-run handshake with LENALRT1's flood control: emits the
    *> "N further failures suppressed" summary alerts for any field
        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

START-RUN-LEDGER.
    *> start entry on the LENRUNL run ledger; LENLEDG1 refuses the
    *> step (return code 16) when a LENDEPT predecessor has not
    *> completed cleanly for the business date, and nothing has
    *> been opened yet at this point.
    MOVE "START" TO WS-LEDGER-EVENT
    MOVE ZERO    TO WS-LEDGER-RETURN-CODE
    CALL "LENLEDG1" USING WS-LEDGER-JOB-NAME WS-LEDGER-EVENT
        WS-LEDGER-RETURN-CODE WS-BUSINESS-DATE
    IF WS-LEDGER-RETURN-CODE NOT = ZERO
        DISPLAY "LENVDOC1: predecessor step(s) not complete for business date "
                WS-BUSINESS-DATE ", run stopped"
        MOVE WS-LEDGER-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF.

END-RUN-LEDGER.
    *> end entry with the step's return code; the CALL resets
    *> RETURN-CODE, so it is put back for the JCL afterwards.
    MOVE RETURN-CODE TO WS-LEDGER-RETURN-CODE
    MOVE "END"       TO WS-LEDGER-EVENT
    CALL "LENLEDG1" USING WS-LEDGER-JOB-NAME WS-LEDGER-EVENT
        WS-LEDGER-RETURN-CODE WS-BUSINESS-DATE
    MOVE WS-LEDGER-RETURN-CODE TO RETURN-CODE.
