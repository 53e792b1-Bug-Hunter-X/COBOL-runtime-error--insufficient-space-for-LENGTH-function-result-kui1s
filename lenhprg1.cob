*> Purge of aged released hold records. Released ('R') LENHOLD
*> records are the audit trail of what was held and when, but they
*> used to accumulate forever. This job walks the indexed hold file
*> and moves every released record whose release date is older than
*> LENHRETP's configurable retention window (default 90 days when
*> the parm file is absent) to the LENHHIST hold-history file,
*> deleting it from the live file -- so LENHOLD stays the working
*> set of current and recently released holds while the full
*> history stays reportable on LENHHIST. Held ('H') records are
*> never purged regardless of age; LENHAGE1 escalates those.
*> The window runs back from the run's business date and counts
*> calendar days unless LENHRETP's day basis is 'B', when it
*> counts business days on the LENCAL shop calendar instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    RECORDING MODE IS F.
01  RETENTION-PARM-RECORD.
    05  RTP-RETENTION-DAYS         PIC 9(3).
    05  RTP-DAY-BASIS-SW           PIC X.

FD  HOLD-HISTORY-FILE
    RECORDING MODE IS F.
01  HOLD-HISTORY-RECORD            PIC X(117).

WORKING-STORAGE SECTION.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.

01  WS-RETENTION-DAYS              PIC 9(3) VALUE 90.
01  WS-DAY-BASIS-SW                PIC X VALUE 'C'.
    88  WS-BUSINESS-DAY-BASIS            VALUE 'B'.
01  WS-TODAY-DATE-INT              PIC 9(9).
01  WS-RECORD-DATE                 PIC 9(8).
01  WS-RECORD-DATE-INT             PIC 9(9).
01  WS-DAYS-RETAINED               PIC 9(5).

01  WS-CAL-FUNCTION                PIC X(8) VALUE "BUSDAYS".
01  WS-CAL-FROM-DATE               PIC 9(8).
01  WS-CAL-TO-DATE                 PIC 9(8).
01  WS-CAL-DAY-COUNT               PIC 9(5).

01  WS-SWITCHES.
    05  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
01  WS-RECORDS-READ                PIC 9(9) VALUE ZERO.
01  WS-RECORDS-PURGED              PIC 9(9) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENHPRG1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    COMPUTE WS-TODAY-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
    PERFORM LOAD-RETENTION-THRESHOLD

    OPEN I-O CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = "00"
        DISPLAY "LENHPRG1: LENHOLD not available, nothing to purge"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    *> the history accumulates across purge runs the same way the
    CLOSE CUSTOMER-HOLD-FILE
    CLOSE HOLD-HISTORY-FILE
    DISPLAY "LENHPRG1: " WS-RECORDS-READ " hold record(s) read, "
            WS-RECORDS-PURGED " released record(s) moved to LENHHIST, "
            "retention " WS-RETENTION-DAYS " day(s), day basis "
            WS-DAY-BASIS-SW
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-RETENTION-THRESHOLD.
                IF RTP-RETENTION-DAYS > ZERO
                    MOVE RTP-RETENTION-DAYS TO WS-RETENTION-DAYS
                END-IF
                IF RTP-DAY-BASIS-SW = 'B'
                    MOVE 'B' TO WS-DAY-BASIS-SW
                END-IF
        END-READ
        CLOSE RETENTION-PARM-FILE
    END-IF.

CHECK-PURGE-CANDIDATE.
    *> retention runs from the release, not the last failure;
    *> holds released before the release date was kept carry no
    *> release date and fall back to the hold date.
    IF LHD-RELEASED
        IF LHD-RELEASE-DATE NUMERIC AND LHD-RELEASE-DATE > ZERO
            MOVE LHD-RELEASE-DATE TO WS-RECORD-DATE
        ELSE
            MOVE LHD-RUN-DATE     TO WS-RECORD-DATE
        END-IF
        PERFORM MEASURE-DAYS-RETAINED
        IF WS-DAYS-RETAINED > WS-RETENTION-DAYS
            MOVE LEN-HOLD-RECORD TO HOLD-HISTORY-RECORD
            WRITE HOLD-HISTORY-RECORD
            DELETE CUSTOMER-HOLD-FILE RECORD
            ADD 1 TO WS-RECORDS-PURGED
        END-IF
    END-IF.

MEASURE-DAYS-RETAINED.
    IF WS-BUSINESS-DAY-BASIS
        MOVE WS-RECORD-DATE   TO WS-CAL-FROM-DATE
        MOVE WS-BUSINESS-DATE TO WS-CAL-TO-DATE
        CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
            WS-CAL-TO-DATE WS-CAL-DAY-COUNT
        MOVE WS-CAL-DAY-COUNT TO WS-DAYS-RETAINED
    ELSE
        COMPUTE WS-RECORD-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
        IF WS-RECORD-DATE-INT < WS-TODAY-DATE-INT
            COMPUTE WS-DAYS-RETAINED =
                WS-TODAY-DATE-INT - WS-RECORD-DATE-INT
        ELSE
            MOVE ZERO TO WS-DAYS-RETAINED
        END-IF
    END-IF.

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
        DISPLAY "LENHPRG1: predecessor step(s) not complete for business date "
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
