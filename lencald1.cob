IDENTIFICATION DIVISION.
PROGRAM-ID. LENCALD1.
*> Shared shop-calendar date arithmetic: called by LENLEDG1 to
*> default the business date and by the aging, retention and
*> window jobs to count in business days, the way LENALRT1 is
*> called for alerts. The LENCAL calendar is loaded on the first
*> call; a date not on it follows the standing rule (Monday to
*> Friday are business and print-run days, Saturday and Sunday are
*> neither), and a missing LENCAL just means the standing rule
*> applies to every date -- same guard LENALRT1 uses for LENATHRS.
*>
*> Functions (LC-FUNCTION):
*>   BUSDATE  - LC-TO-DATE is set to the default business date: the
*>              system date, less one day when the clock is still
*>              before LENCALP's window cutoff hour (default 06, so
*>              a window running past midnight keeps the previous
*>              day), walked back to the nearest business day.
*>   BUSDAYS  - LC-DAY-COUNT is set to the business days after
*>              LC-FROM-DATE up to and including LC-TO-DATE.
*>   PRINTRUN - the same count of print-run days.
*>   BACKBUS  - LC-TO-DATE is set to the date LC-DAY-COUNT business
*>              days before LC-FROM-DATE.
*> An unknown function or an unusable date leaves the count zero
*> and the result date equal to LC-FROM-DATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "LENCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT CALENDAR-PARM-FILE ASSIGN TO "LENCALP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE
    RECORDING MODE IS F.
    COPY lencal.

FD  CALENDAR-PARM-FILE
    RECORDING MODE IS F.
01  CALENDAR-PARM-RECORD.
    05  CLP-WINDOW-CUTOFF-HOUR     PIC 9(2).

WORKING-STORAGE SECTION.
01  WS-CALENDAR-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-FIRST-CALL-SW           PIC X VALUE 'Y'.
        88  WS-FIRST-CALL                VALUE 'Y'.
    05  WS-CALENDAR-EOF-SW         PIC X VALUE 'N'.
        88  WS-CALENDAR-EOF              VALUE 'Y'.
    05  WS-DAY-BUSINESS-SW         PIC X VALUE 'N'.
        88  WS-DAY-IS-BUSINESS           VALUE 'Y'.
    05  WS-DAY-PRINT-RUN-SW        PIC X VALUE 'N'.
        88  WS-DAY-IS-PRINT-RUN          VALUE 'Y'.

01  WS-CALENDAR-TABLE.
    05  WS-CAL-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-CAL-ENTRY OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-CAL-COUNT
                      INDEXED BY WS-CAL-IDX.
        10  WS-CAL-DATE            PIC 9(8).
        10  WS-CAL-DAY-TYPE-SW     PIC X.
        10  WS-CAL-PRINT-RUN-SW    PIC X.

01  WS-WINDOW-CUTOFF-HOUR          PIC 9(2) VALUE 6.
01  WS-CLOCK-HOUR                  PIC 9(2).
01  WS-DAY-INT                     PIC 9(9).
01  WS-END-INT                     PIC 9(9).
01  WS-DAY-DATE                    PIC 9(8).
01  WS-WEEKDAY                     PIC 9.
01  WS-DAYS-REMAINING              PIC 9(5).
01  WS-STEPS-TAKEN                 PIC 9(5).

*> No shop closes for ten years running: a walk that goes this far
*> back means the calendar marks everything closed, and it stops
*> rather than loop.
01  WS-MAX-STEPS                   PIC 9(5) VALUE 3660.

LINKAGE SECTION.
01  LC-FUNCTION                    PIC X(8).
01  LC-FROM-DATE                   PIC 9(8).
01  LC-TO-DATE                     PIC 9(8).
01  LC-DAY-COUNT                   PIC 9(5).

PROCEDURE DIVISION USING LC-FUNCTION LC-FROM-DATE LC-TO-DATE
                         LC-DAY-COUNT.
MAIN-PARA.
    IF WS-FIRST-CALL
        PERFORM LOAD-CALENDAR-TABLE
        PERFORM LOAD-WINDOW-CUTOFF
        MOVE 'N' TO WS-FIRST-CALL-SW
    END-IF

    EVALUATE LC-FUNCTION
        WHEN "BUSDATE"
            PERFORM RESOLVE-DEFAULT-BUSINESS-DATE
        WHEN "BUSDAYS"
            PERFORM COUNT-DAYS-BETWEEN
        WHEN "PRINTRUN"
            PERFORM COUNT-DAYS-BETWEEN
        WHEN "BACKBUS"
            PERFORM STEP-BACK-BUSINESS-DAYS
        WHEN OTHER
            DISPLAY "LENCALD1: unknown calendar function " LC-FUNCTION
            MOVE ZERO TO LC-DAY-COUNT
            MOVE LC-FROM-DATE TO LC-TO-DATE
    END-EVALUATE
    GOBACK.

LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-FILE-STATUS = "00"
        PERFORM READ-CALENDAR-RECORD
        PERFORM UNTIL WS-CALENDAR-EOF
            IF WS-CAL-COUNT < 2000
                ADD 1 TO WS-CAL-COUNT
                MOVE LCA-CALENDAR-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                MOVE LCA-DAY-TYPE-SW   TO WS-CAL-DAY-TYPE-SW(WS-CAL-COUNT)
                MOVE LCA-PRINT-RUN-SW  TO WS-CAL-PRINT-RUN-SW(WS-CAL-COUNT)
            ELSE
                DISPLAY "LENCALD1: LENCAL has more than 2000 entries, ignoring the rest"
            END-IF
            PERFORM READ-CALENDAR-RECORD
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF.

READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END SET WS-CALENDAR-EOF TO TRUE
    END-READ.

LOAD-WINDOW-CUTOFF.
    *> A missing parm file just means the compiled-in default
    *> applies -- same guard LENALRT1 uses for LENATHRS.
    OPEN INPUT CALENDAR-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ CALENDAR-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CLP-WINDOW-CUTOFF-HOUR NUMERIC
                   AND CLP-WINDOW-CUTOFF-HOUR < 24
                    MOVE CLP-WINDOW-CUTOFF-HOUR TO WS-WINDOW-CUTOFF-HOUR
                END-IF
        END-READ
        CLOSE CALENDAR-PARM-FILE
    END-IF.

RESOLVE-DEFAULT-BUSINESS-DATE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAY-DATE
    MOVE FUNCTION CURRENT-DATE(9:2) TO WS-CLOCK-HOUR
    COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
    IF WS-CLOCK-HOUR < WS-WINDOW-CUTOFF-HOUR
        SUBTRACT 1 FROM WS-DAY-INT
    END-IF
    PERFORM CLASSIFY-CALENDAR-DAY
    MOVE ZERO TO WS-STEPS-TAKEN
    PERFORM UNTIL WS-DAY-IS-BUSINESS
               OR WS-STEPS-TAKEN >= WS-MAX-STEPS
        SUBTRACT 1 FROM WS-DAY-INT
        ADD 1 TO WS-STEPS-TAKEN
        PERFORM CLASSIFY-CALENDAR-DAY
    END-PERFORM
    MOVE WS-DAY-DATE TO LC-TO-DATE.

COUNT-DAYS-BETWEEN.
    *> counts the days after the from-date through the to-date, so a
    *> hold placed on a Friday and aged on the Tuesday after a bank
    *> holiday Monday has been held one business day, not four.
    MOVE ZERO TO LC-DAY-COUNT
    IF LC-FROM-DATE NUMERIC AND LC-FROM-DATE > ZERO
       AND LC-TO-DATE NUMERIC AND LC-TO-DATE > LC-FROM-DATE
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(LC-FROM-DATE) + 1
        COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LC-TO-DATE)
        PERFORM COUNT-ONE-DAY
            UNTIL WS-DAY-INT > WS-END-INT
    END-IF.

COUNT-ONE-DAY.
    PERFORM CLASSIFY-CALENDAR-DAY
    IF LC-FUNCTION = "PRINTRUN"
        IF WS-DAY-IS-PRINT-RUN
            ADD 1 TO LC-DAY-COUNT
        END-IF
    ELSE
        IF WS-DAY-IS-BUSINESS
            ADD 1 TO LC-DAY-COUNT
        END-IF
    END-IF
    ADD 1 TO WS-DAY-INT.

STEP-BACK-BUSINESS-DAYS.
    MOVE LC-FROM-DATE TO LC-TO-DATE
    IF LC-FROM-DATE NUMERIC AND LC-FROM-DATE > ZERO
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(LC-FROM-DATE)
        MOVE LC-DAY-COUNT TO WS-DAYS-REMAINING
        MOVE ZERO TO WS-STEPS-TAKEN
        PERFORM UNTIL WS-DAYS-REMAINING = ZERO
                   OR WS-STEPS-TAKEN >= WS-MAX-STEPS
            SUBTRACT 1 FROM WS-DAY-INT
            ADD 1 TO WS-STEPS-TAKEN
            PERFORM CLASSIFY-CALENDAR-DAY
            IF WS-DAY-IS-BUSINESS
                SUBTRACT 1 FROM WS-DAYS-REMAINING
            END-IF
        END-PERFORM
        MOVE WS-DAY-DATE TO LC-TO-DATE
    END-IF.

CLASSIFY-CALENDAR-DAY.
    *> day 1 of the integer-date scale, 1601-01-01, was a Monday, so
    *> the remainder below runs 0 (Monday) to 6 (Sunday).
    COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
    IF WS-WEEKDAY < 5
        MOVE 'Y' TO WS-DAY-BUSINESS-SW WS-DAY-PRINT-RUN-SW
    ELSE
        MOVE 'N' TO WS-DAY-BUSINESS-SW WS-DAY-PRINT-RUN-SW
    END-IF
    SET WS-CAL-IDX TO 1
    SEARCH WS-CAL-ENTRY
        AT END
            CONTINUE
        WHEN WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE
            IF WS-CAL-DAY-TYPE-SW(WS-CAL-IDX) = 'B'
                MOVE 'Y' TO WS-DAY-BUSINESS-SW
            ELSE
                MOVE 'N' TO WS-DAY-BUSINESS-SW
            END-IF
            MOVE WS-CAL-PRINT-RUN-SW(WS-CAL-IDX) TO WS-DAY-PRINT-RUN-SW
    END-SEARCH.
