*> detail into per-field monthly summary records on LENAUDSM
*> (count/min/max/sum, so long-range history stays reportable),
*> and rewrites LENAUDIT with only the in-window records LENTRND1
*> actually needs. The window comes from the LENWINP parm LENTRND1
*> also reads (default 30 calendar days back from the business
*> date), so the two jobs always agree on what is in the window.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CURRENT-FILE-STATUS.

    SELECT WINDOW-PARM-FILE ASSIGN TO "LENWINP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LENGTH-AUDIT-FILE

FD  ARCHIVE-FILE
    RECORDING MODE IS F.
01  ARCHIVE-AUDIT-RECORD           PIC X(90).

FD  SUMMARY-FILE
    RECORDING MODE IS F.

FD  CURRENT-WORK-FILE
    RECORDING MODE IS F.
01  CURRENT-AUDIT-RECORD           PIC X(90).

FD  WINDOW-PARM-FILE
    RECORDING MODE IS F.
    COPY lenwinp.

WORKING-STORAGE SECTION.
01  WS-AUDIT-FILE-STATUS           PIC XX VALUE SPACES.
01  WS-ARCHIVE-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-SUMMARY-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-CURRENT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-WINDOW-PARM-FILE-STATUS     PIC XX VALUE SPACES.

01  WS-TREND-WINDOW-DAYS           PIC 9(3) VALUE 30.
01  WS-DAY-BASIS-SW                PIC X VALUE 'C'.
    88  WS-BUSINESS-DAY-BASIS            VALUE 'B'.
01  WS-CAL-FUNCTION                PIC X(8).
01  WS-CAL-FROM-DATE               PIC 9(8).
01  WS-CAL-TO-DATE                 PIC 9(8).
01  WS-CAL-DAY-COUNT               PIC 9(5).
01  WS-TODAY-DATE-INT              PIC 9(9).
01  WS-CUTOFF-DATE-INT             PIC 9(9).
01  WS-RECORD-DATE-INT             PIC 9(9).
01  WS-RECORDS-ARCHIVED            PIC 9(9) VALUE ZERO.
01  WS-RECORDS-KEPT                PIC 9(9) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENARCH1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-WINDOW-PARM
    PERFORM RESOLVE-WINDOW-CUTOFF

    OPEN INPUT LENGTH-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "LENARCH1: LENAUDIT not available, nothing to archive"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    *> archived detail accumulates across runs -- a rerun after the
            WS-RECORDS-ARCHIVED " archived, "
            WS-RECORDS-KEPT " kept on LENAUDIT, "
            WS-SUMM-COUNT " monthly summary record(s)"
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-AUDIT-RECORD.
    READ CURRENT-WORK-FILE
        AT END SET WS-CURRENT-EOF TO TRUE
    END-READ.

LOAD-WINDOW-PARM.
    *> A missing parm file just means the compiled-in default
    *> applies -- same guard LENALRT1 uses for LENATHRS.
    OPEN INPUT WINDOW-PARM-FILE
    IF WS-WINDOW-PARM-FILE-STATUS = "00"
        READ WINDOW-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LWP-WINDOW-DAYS NUMERIC AND LWP-WINDOW-DAYS > ZERO
                    MOVE LWP-WINDOW-DAYS TO WS-TREND-WINDOW-DAYS
                END-IF
                IF LWP-BUSINESS-DAYS
                    MOVE 'B' TO WS-DAY-BASIS-SW
                END-IF
        END-READ
        CLOSE WINDOW-PARM-FILE
    END-IF.

RESOLVE-WINDOW-CUTOFF.
    *> the window runs back from the business date, not the clock,
    *> so a late-running window keeps the same records it would
    *> have kept on time.
    COMPUTE WS-TODAY-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
    IF WS-BUSINESS-DAY-BASIS
        MOVE "BACKBUS"            TO WS-CAL-FUNCTION
        MOVE WS-BUSINESS-DATE     TO WS-CAL-FROM-DATE
        MOVE WS-TREND-WINDOW-DAYS TO WS-CAL-DAY-COUNT
        CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
            WS-CAL-TO-DATE WS-CAL-DAY-COUNT
        COMPUTE WS-CUTOFF-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-CAL-TO-DATE)
    ELSE
        COMPUTE WS-CUTOFF-DATE-INT =
            WS-TODAY-DATE-INT - WS-TREND-WINDOW-DAYS
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
        DISPLAY "LENARCH1: predecessor step(s) not complete for business date "
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
