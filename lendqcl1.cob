IDENTIFICATION DIVISION.
PROGRAM-ID. LENDQCL1.
*> Nightly data-quality collection for the per-source-system
*> scorecard. The night's evidence against each LDR-SOURCE-SYSTEM
*> feed is spread over files that do not survive to month end --
*> LENVOUT, LENVREJ and LENFERPT are rewritten by the next window
*> and LENALERT carries no source system -- so this step, run after
*> validation, appends the night's events to the LENDQEV history
*> under the business date:
*>   - volume received, one count per source system off LENDRVR;
*>   - structural defects off the LENFEDT1 edit report (driver
*>     feed lines, which carry the source system);
*>   - every LENVREJ reject, plus the keys that have cycled through
*>     repair more than once (the LENCYCR1 repeat-offender rule);
*>   - every truncation flagged on LENVOUT;
*>   - the pass-with-warning alerts LENVAL01 wrote to LENALERT
*>     since the last collection (high-water mark on LENDQCKP).
*> LENDQSC1 summarizes the history monthly. A business date that
*> is already on LENDQEV is not collected twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DRIVER-FILE ASSIGN TO "LENDRVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRIVER-FILE-STATUS.

    SELECT EDIT-REPORT-FILE ASSIGN TO "LENFERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDIT-FILE-STATUS.

    SELECT REJECT-FILE ASSIGN TO "LENVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VREJ-FILE-STATUS.

    SELECT VALID-OUTPUT-FILE ASSIGN TO "LENVOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOUT-FILE-STATUS.

    SELECT ALERT-FILE ASSIGN TO "LENALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "LENDQCKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.

    SELECT DQ-EVENT-FILE ASSIGN TO "LENDQEV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DRIVER-FILE
    RECORDING MODE IS F.
    COPY lendrvr.

FD  EDIT-REPORT-FILE
    RECORDING MODE IS F.
01  EDIT-REPORT-LINE.
    *> same layout as LENFEDT1's WS-DEFECT-LINE.
    05  ERL-FEED                   PIC X(9).
    05  ERL-KEY                    PIC X(10).
    05  FILLER                     PIC X.
    05  ERL-SOURCE-SYSTEM          PIC X(10).
    05  FILLER                     PIC X.
    05  ERL-MESSAGE                PIC X(101).

FD  REJECT-FILE
    RECORDING MODE IS F.
    COPY lenvrej.

FD  VALID-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvout.

FD  ALERT-FILE
    RECORDING MODE IS F.
    COPY lenalrt.

FD  CHECKPOINT-FILE
    RECORDING MODE IS F.
01  CHECKPOINT-RECORD.
    05  DQK-LAST-ALERT-DATE        PIC 9(8).
    05  DQK-LAST-ALERT-TIME        PIC 9(6).

FD  DQ-EVENT-FILE
    RECORDING MODE IS F.
    COPY lendqev.

WORKING-STORAGE SECTION.
01  WS-DRIVER-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-EDIT-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-VREJ-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-VOUT-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-ALERT-FILE-STATUS           PIC XX VALUE SPACES.
01  WS-CKPT-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-EVENT-FILE-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-EOF-SW                  PIC X VALUE 'N'.
        88  WS-EOF                       VALUE 'Y'.
    05  WS-ALREADY-COLLECTED-SW    PIC X VALUE 'N'.
        88  WS-ALREADY-COLLECTED         VALUE 'Y'.

    COPY lenwarn.

*> alert high-water mark, date and time together so one compare
*> orders them.
01  WS-LAST-ALERT-STAMP.
    05  WS-LAST-ALERT-DATE         PIC 9(8) VALUE ZERO.
    05  WS-LAST-ALERT-TIME         PIC 9(6) VALUE ZERO.
01  WS-NEW-ALERT-STAMP.
    05  WS-NEW-ALERT-DATE          PIC 9(8) VALUE ZERO.
    05  WS-NEW-ALERT-TIME          PIC 9(6) VALUE ZERO.
01  WS-THIS-ALERT-STAMP.
    05  WS-THIS-ALERT-DATE         PIC 9(8).
    05  WS-THIS-ALERT-TIME         PIC 9(6).

01  WS-VOLUME-TABLE.
    05  WS-VOL-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-VOL-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-VOL-COUNT
                       INDEXED BY WS-VOL-IDX.
        10  WS-VOL-SOURCE-SYSTEM   PIC X(10).
        10  WS-VOL-RECORDS         PIC 9(9).

01  WS-DRIVER-READ                 PIC 9(9) VALUE ZERO.
01  WS-DEFECTS-COLLECTED           PIC 9(9) VALUE ZERO.
01  WS-REJECTS-COLLECTED           PIC 9(9) VALUE ZERO.
01  WS-CYCLES-COLLECTED            PIC 9(9) VALUE ZERO.
01  WS-TRUNCATIONS-COLLECTED       PIC 9(9) VALUE ZERO.
01  WS-WARNINGS-COLLECTED          PIC 9(9) VALUE ZERO.
01  WS-TRUNCATED-LENGTH-DISPLAY    PIC 9(5).

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENDQCL1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM CHECK-ALREADY-COLLECTED
    IF WS-ALREADY-COLLECTED
        DISPLAY "LENDQCL1: business date " WS-BUSINESS-DATE
                " already collected on LENDQEV, nothing added"
        MOVE 4 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM LOAD-ALERT-CHECKPOINT

    *> the history accumulates across nights the same way the
    *> LENAUDAR archive accumulates across LENARCH1 runs.
    OPEN EXTEND DQ-EVENT-FILE
    IF WS-EVENT-FILE-STATUS NOT = "00"
        OPEN OUTPUT DQ-EVENT-FILE
    END-IF

    PERFORM COLLECT-VOLUME
    PERFORM COLLECT-STRUCTURAL-DEFECTS
    PERFORM COLLECT-REJECTS
    PERFORM COLLECT-TRUNCATIONS
    PERFORM COLLECT-WARNINGS

    CLOSE DQ-EVENT-FILE
    PERFORM SAVE-ALERT-CHECKPOINT
    DISPLAY "LENDQCL1: business date " WS-BUSINESS-DATE ": "
            WS-DRIVER-READ " received, "
            WS-DEFECTS-COLLECTED " defect(s), "
            WS-REJECTS-COLLECTED " reject(s), "
            WS-CYCLES-COLLECTED " repeat-cycle key(s), "
            WS-TRUNCATIONS-COLLECTED " truncation(s), "
            WS-WARNINGS-COLLECTED " warning(s)"
    PERFORM END-RUN-LEDGER
    STOP RUN.

CHECK-ALREADY-COLLECTED.
    OPEN INPUT DQ-EVENT-FILE
    IF WS-EVENT-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF OR WS-ALREADY-COLLECTED
            READ DQ-EVENT-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF LDQ-BUSINESS-DATE = WS-BUSINESS-DATE
                        SET WS-ALREADY-COLLECTED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DQ-EVENT-FILE
    END-IF.

LOAD-ALERT-CHECKPOINT.
    *> with no high-water mark yet, only alerts raised on or after
    *> the business date are taken -- the alert feed's older
    *> history predates the collection and must not land on
    *> tonight.
    MOVE WS-BUSINESS-DATE TO WS-LAST-ALERT-DATE
    MOVE ZERO             TO WS-LAST-ALERT-TIME
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CKPT-FILE-STATUS = "00"
        READ CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF DQK-LAST-ALERT-DATE NUMERIC
                   AND DQK-LAST-ALERT-DATE > ZERO
                    MOVE DQK-LAST-ALERT-DATE TO WS-LAST-ALERT-DATE
                    MOVE DQK-LAST-ALERT-TIME TO WS-LAST-ALERT-TIME
                    *> one second past the mark, so the last alert
                    *> collected is not collected again
                    ADD 1 TO WS-LAST-ALERT-TIME
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF
    MOVE WS-LAST-ALERT-STAMP TO WS-NEW-ALERT-STAMP.

SAVE-ALERT-CHECKPOINT.
    IF WS-NEW-ALERT-DATE > ZERO
        OPEN OUTPUT CHECKPOINT-FILE
        MOVE WS-NEW-ALERT-DATE TO DQK-LAST-ALERT-DATE
        MOVE WS-NEW-ALERT-TIME TO DQK-LAST-ALERT-TIME
        WRITE CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
    END-IF.

COLLECT-VOLUME.
    OPEN INPUT DRIVER-FILE
    IF WS-DRIVER-FILE-STATUS NOT = "00"
        DISPLAY "LENDQCL1: LENDRVR not present, no volume collected"
    ELSE
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ DRIVER-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-DRIVER-READ
                    PERFORM COUNT-DRIVER-RECORD
            END-READ
        END-PERFORM
        CLOSE DRIVER-FILE
        PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                UNTIL WS-VOL-IDX > WS-VOL-COUNT
            PERFORM CLEAR-EVENT-RECORD
            MOVE WS-VOL-SOURCE-SYSTEM(WS-VOL-IDX) TO LDQ-SOURCE-SYSTEM
            MOVE 'V' TO LDQ-EVENT-TYPE-SW
            MOVE WS-VOL-RECORDS(WS-VOL-IDX) TO LDQ-EVENT-COUNT
            WRITE LEN-DQ-EVENT-RECORD
        END-PERFORM
    END-IF.

COUNT-DRIVER-RECORD.
    SET WS-VOL-IDX TO 1
    SEARCH WS-VOL-ENTRY
        AT END
            IF WS-VOL-COUNT < 200
                ADD 1 TO WS-VOL-COUNT
                MOVE LDR-SOURCE-SYSTEM TO WS-VOL-SOURCE-SYSTEM(WS-VOL-COUNT)
                MOVE 1 TO WS-VOL-RECORDS(WS-VOL-COUNT)
            ELSE
                DISPLAY "LENDQCL1: more than 200 source systems, "
                        LDR-SOURCE-SYSTEM " not counted"
            END-IF
        WHEN WS-VOL-SOURCE-SYSTEM(WS-VOL-IDX) = LDR-SOURCE-SYSTEM
            ADD 1 TO WS-VOL-RECORDS(WS-VOL-IDX)
    END-SEARCH.

COLLECT-STRUCTURAL-DEFECTS.
    *> only the driver feed's defect lines -- the scorecard measures
    *> the LENDRVR feed the volume, rejects and truncations come from.
    *> The heading line never reads "DRIVER" in the feed column.
    OPEN INPUT EDIT-REPORT-FILE
    IF WS-EDIT-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ EDIT-REPORT-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF ERL-FEED = "DRIVER"
                        PERFORM CLEAR-EVENT-RECORD
                        MOVE ERL-SOURCE-SYSTEM TO LDQ-SOURCE-SYSTEM
                        MOVE 'S'               TO LDQ-EVENT-TYPE-SW
                        MOVE ERL-KEY           TO LDQ-RECORD-KEY
                        MOVE ERL-MESSAGE       TO LDQ-REASON
                        WRITE LEN-DQ-EVENT-RECORD
                        ADD 1 TO WS-DEFECTS-COLLECTED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EDIT-REPORT-FILE
    END-IF.

COLLECT-REJECTS.
    OPEN INPUT REJECT-FILE
    IF WS-VREJ-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ REJECT-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM CLEAR-EVENT-RECORD
                    MOVE LRJ-SOURCE-SYSTEM   TO LDQ-SOURCE-SYSTEM
                    MOVE 'R'                 TO LDQ-EVENT-TYPE-SW
                    MOVE LRJ-RECORD-KEY      TO LDQ-RECORD-KEY
                    MOVE LRJ-FIELD-NAME      TO LDQ-FIELD-NAME
                    MOVE LRJ-COMPUTED-LENGTH TO LDQ-ARRIVED-LENGTH
                    MOVE LRJ-MAX-LENGTH      TO LDQ-MAX-LENGTH
                    MOVE LRJ-REJECT-REASON   TO LDQ-REASON
                    WRITE LEN-DQ-EVENT-RECORD
                    ADD 1 TO WS-REJECTS-COLLECTED
                    *> same cycled-more-than-once rule LENCYCR1
                    *> reports repeat offenders on
                    IF LRJ-CYCLE-COUNT > 1
                        MOVE 'C' TO LDQ-EVENT-TYPE-SW
                        WRITE LEN-DQ-EVENT-RECORD
                        ADD 1 TO WS-CYCLES-COLLECTED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-FILE
    END-IF.

COLLECT-TRUNCATIONS.
    OPEN INPUT VALID-OUTPUT-FILE
    IF WS-VOUT-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ VALID-OUTPUT-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    IF LVO-TRUNCATED
                        PERFORM WRITE-TRUNCATION-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALID-OUTPUT-FILE
    END-IF.

WRITE-TRUNCATION-EVENT.
    PERFORM CLEAR-EVENT-RECORD
    MOVE LVO-SOURCE-SYSTEM   TO LDQ-SOURCE-SYSTEM
    MOVE 'T'                 TO LDQ-EVENT-TYPE-SW
    MOVE LVO-RECORD-KEY      TO LDQ-RECORD-KEY
    MOVE LVO-FIELD-NAME      TO LDQ-FIELD-NAME
    MOVE LVO-COMPUTED-LENGTH TO LDQ-ARRIVED-LENGTH
    MOVE LVO-MAX-LENGTH      TO LDQ-MAX-LENGTH
    MOVE LVO-TRUNCATED-LENGTH TO WS-TRUNCATED-LENGTH-DISPLAY
    STRING "TRUNCATED TO " WS-TRUNCATED-LENGTH-DISPLAY
        DELIMITED BY SIZE INTO LDQ-REASON
    WRITE LEN-DQ-EVENT-RECORD
    ADD 1 TO WS-TRUNCATIONS-COLLECTED.

COLLECT-WARNINGS.
    OPEN INPUT ALERT-FILE
    IF WS-ALERT-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-EOF
            READ ALERT-FILE
                AT END SET WS-EOF TO TRUE
                NOT AT END
                    MOVE LAL-ALERT-DATE TO WS-THIS-ALERT-DATE
                    MOVE LAL-ALERT-TIME TO WS-THIS-ALERT-TIME
                    IF WS-THIS-ALERT-STAMP >= WS-LAST-ALERT-STAMP
                        PERFORM CHECK-WARNING-ALERT
                        IF WS-THIS-ALERT-STAMP > WS-NEW-ALERT-STAMP
                            MOVE WS-THIS-ALERT-STAMP TO WS-NEW-ALERT-STAMP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALERT-FILE
    END-IF.

CHECK-WARNING-ALERT.
    IF LAL-JOB-NAME = "LENVAL01"
       AND LAL-FAILURE-DETAIL(1:20) = "PASSED WITH WARNING "
        MOVE LAL-FAILURE-DETAIL TO LEN-WARNING-ALERT-DETAIL
        PERFORM CLEAR-EVENT-RECORD
        MOVE LWA-SOURCE-SYSTEM  TO LDQ-SOURCE-SYSTEM
        MOVE 'W'                TO LDQ-EVENT-TYPE-SW
        MOVE LWA-RECORD-KEY     TO LDQ-RECORD-KEY
        MOVE LAL-FIELD-NAME     TO LDQ-FIELD-NAME
        MOVE LWA-ARRIVED-LENGTH TO LDQ-ARRIVED-LENGTH
        MOVE LWA-MAX-LENGTH     TO LDQ-MAX-LENGTH
        MOVE "PASSED WITH WARNING" TO LDQ-REASON
        WRITE LEN-DQ-EVENT-RECORD
        ADD 1 TO WS-WARNINGS-COLLECTED
    END-IF.

CLEAR-EVENT-RECORD.
    MOVE SPACES           TO LEN-DQ-EVENT-RECORD
    MOVE WS-BUSINESS-DATE TO LDQ-BUSINESS-DATE
    MOVE ZERO             TO LDQ-ARRIVED-LENGTH
    MOVE ZERO             TO LDQ-MAX-LENGTH
    MOVE 1                TO LDQ-EVENT-COUNT.

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
        DISPLAY "LENDQCL1: predecessor step(s) not complete for business date "
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
