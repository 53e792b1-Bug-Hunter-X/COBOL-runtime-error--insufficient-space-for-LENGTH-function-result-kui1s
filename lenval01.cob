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
01  WS-ALERT-JOB-NAME              PIC X(8)  VALUE "LENVAL01".
01  WS-ALERT-FIELD-NAME            PIC X(30).
01  WS-ALERT-DETAIL                PIC X(80).
    COPY lenwarn.

01  WS-RUN-SEVERITY                PIC 9 VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENVAL01".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

    COPY lenrunid.
01  WS-RESTART-RUN-ID              PIC X(22) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM CHECK-FOR-RESTART
    PERFORM SET-RUN-ID
    PERFORM OPEN-FILES
    PERFORM LOAD-CONTROL-TABLE
    PERFORM VALIDATE-DRIVER-RECORDS
                WS-DUPLICATE-KEYS " duplicate key(s)"
        MOVE 12 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

CHECK-FOR-RESTART.
            NOT AT END
                MOVE LRS-LAST-RECORD-KEY TO WS-RESTART-KEY
                MOVE LRS-RECORDS-PROCESSED TO WS-PRIOR-PROCESSED
                MOVE LRS-RUN-ID TO WS-RESTART-RUN-ID
                MOVE 'Y' TO WS-RESTART-SW
                DISPLAY "LENVAL01: resuming after key " WS-RESTART-KEY
        END-READ
        CLOSE RESTART-FILE
    END-IF.

SET-RUN-ID.
    *> one ID for everything this run writes (see lenrunid.cpy). A
    *> resumed run carries on under the failed run's ID, so its
    *> output before and after the checkpoint backs out together.
    IF WS-RESTART-RUN-ID NOT = SPACES
        MOVE WS-RESTART-RUN-ID TO LEN-RUN-ID
    ELSE
        MOVE WS-LEDGER-JOB-NAME         TO LRI-JOB-NAME
        MOVE FUNCTION CURRENT-DATE(1:8) TO LRI-START-DATE
        MOVE FUNCTION CURRENT-DATE(9:6) TO LRI-START-TIME
    END-IF
    DISPLAY "LENVAL01: run ID " LEN-RUN-ID
    MOVE "*RUNID*"  TO WS-ALERT-FIELD-NAME
    MOVE LEN-RUN-ID TO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

OPEN-FILES.
    OPEN INPUT CONTROL-FILE
    OPEN INPUT DRIVER-FILE
    *> the ops-maintained control file is normally already sorted,
    *> so the backward scan almost never moves anything -- keeping
    *> the table valid for SEARCH ALL without a separate sort step.
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
            DISPLAY "LENVAL01: CONTROL-FILE has more than 20000 entries, ignoring "
                    WS-HOLD-SOURCE-SYSTEM "/" WS-HOLD-FIELD-NAME
        END-IF
    END-IF.

INSERT-CONTROL-ENTRY.
    ADD 1 TO WS-CONTROL-COUNT
        + WS-RECORDS-VALIDATED + WS-RECORDS-REJECTED
    MOVE FUNCTION CURRENT-DATE(1:8) TO LRS-CHECKPOINT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LRS-CHECKPOINT-TIME
    MOVE LEN-RUN-ID TO LRS-RUN-ID
    OPEN OUTPUT RESTART-FILE
    WRITE LEN-RESTART-RECORD
    CLOSE RESTART-FILE
    END-IF

    MOVE WS-ALERT-JOB-NAME          TO LBL-JOB-NAME
    MOVE WS-BUSINESS-DATE           TO LBL-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LBL-RUN-TIME
    MOVE WS-RECORDS-READ            TO LBL-RECORDS-READ
    MOVE WS-RECORDS-SKIPPED         TO LBL-RECORDS-SKIPPED
    MOVE WS-RECORDS-REJECTED        TO LBL-RECORDS-REJECTED
    MOVE WS-DUPLICATE-KEYS          TO LBL-DUPLICATE-KEYS
    MOVE WS-RUN-SEVERITY            TO LBL-RUN-SEVERITY
    MOVE ZERO                       TO LBL-LETTERS-SUSPENDED
                                       LBL-LETTERS-REPRINTED
                                       LBL-LETTERS-WAITING
    MOVE LEN-RUN-ID                 TO LBL-RUN-ID
    IF WS-OUT-OF-BALANCE
        MOVE 'N' TO LBL-BALANCED-SW
    ELSE
                    END-IF
                WHEN WS-CTL-DISP-WARN(WS-CTL-IDX)
                    PERFORM WRITE-VALID-RECORD
                    PERFORM RAISE-WARNING-ALERT
                    IF WS-RUN-SEVERITY < 4
                        MOVE 4 TO WS-RUN-SEVERITY
                    END-IF
    MOVE LDR-FIELD-NAME                TO LAR-SOURCE-FIELD-NAME
    MOVE WS-COMPUTED-LENGTH             TO LAR-COMPUTED-LENGTH
    MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX)  TO LAR-RECEIVING-CAPACITY
    MOVE WS-BUSINESS-DATE               TO LAR-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6)     TO LAR-RUN-TIME
    MOVE LEN-RUN-ID                     TO LAR-RUN-ID
    WRITE LEN-AUDIT-RECORD.

COMPUTE-TEXT-VALUE-LENGTH.
    MOVE ZERO                TO LVO-TRUNCATED-LENGTH
    MOVE LDR-TEXT-VALUE      TO LVO-TEXT-VALUE
    MOVE LDR-CYCLE-COUNT     TO LVO-CYCLE-COUNT
    MOVE LEN-RUN-ID          TO LVO-RUN-ID
    WRITE LEN-VALID-OUTPUT-RECORD
    ADD 1 TO WS-RECORDS-VALIDATED.

    MOVE 'Y'                 TO LVO-TRUNCATED-SW
    MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX) TO LVO-TRUNCATED-LENGTH
    MOVE LDR-CYCLE-COUNT     TO LVO-CYCLE-COUNT
    MOVE LEN-RUN-ID          TO LVO-RUN-ID
    MOVE SPACES              TO LVO-TEXT-VALUE
    IF WS-CTL-MAX-LENGTH(WS-CTL-IDX) > ZERO
        IF LDR-IS-DBCS
    MOVE LDR-DBCS-SW         TO LRJ-DBCS-SW
    MOVE LDR-TEXT-VALUE      TO LRJ-TEXT-VALUE
    MOVE LDR-CYCLE-COUNT     TO LRJ-CYCLE-COUNT
    MOVE LEN-RUN-ID          TO LRJ-RUN-ID
    WRITE LEN-REJECT-RECORD
    ADD 1 TO WS-RECORDS-REJECTED.

    MOVE LDR-DBCS-SW         TO LRJ-DBCS-SW
    MOVE LDR-TEXT-VALUE      TO LRJ-TEXT-VALUE
    MOVE LDR-CYCLE-COUNT     TO LRJ-CYCLE-COUNT
    MOVE LEN-RUN-ID          TO LRJ-RUN-ID
    WRITE LEN-REJECT-RECORD
    ADD 1 TO WS-RECORDS-REJECTED.

    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

RAISE-WARNING-ALERT.
    *> the pass-with-warning page carries the source system in the
    *> fixed lenwarn layout so the warning can be charged to the
    *> feed that sent it.
    MOVE LDR-FIELD-NAME                TO WS-ALERT-FIELD-NAME
    MOVE WS-COMPUTED-LENGTH            TO LWA-ARRIVED-LENGTH
    MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX) TO LWA-MAX-LENGTH
    MOVE LDR-RECORD-KEY                TO LWA-RECORD-KEY
    MOVE LDR-SOURCE-SYSTEM             TO LWA-SOURCE-SYSTEM
    MOVE LEN-WARNING-ALERT-DETAIL      TO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

RAISE-NO-MATCH-ALERT.
    *> A missing control record is a config gap serious enough to
    *> fail the job step (RETURN-CODE 8, request 009), so it pages
    CLOSE VALID-OUTPUT-FILE
    CLOSE REJECT-FILE
    CLOSE LENGTH-AUDIT-FILE.

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
        DISPLAY "LENVAL01: predecessor step(s) not complete for business date "
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
