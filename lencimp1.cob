IDENTIFICATION DIVISION.
PROGRAM-ID. LENCIMP1.
*> Monthly customer-impact report on delayed correspondence, filed
*> as the evidence for the regulatory correspondence-timeliness
*> review. Every hold episode -- the live LENHOLD records plus the
*> released episodes on the LENHHIST hold history (moved there by
*> LENHPRG1's purge, or by BUG when a released hold re-fails) --
*> is measured against the report month:
*>   - customers held (a hold first placed in the month), released
*>     (a hold released in the month) and still held at month end;
*>   - the spread of days from first hold to release for the holds
*>     released in the month;
*>   - a breakdown by LHD-HOLD-REASON and segment name;
*>   - the customers held more than once in the month (holds first
*>     placed on two or more different dates).
*> The report month comes from the optional LENCIMPP parm file
*> (YYYYMM); when it is absent the month before the business
*> date's month is reported, since the job runs after month end.
*> Hold records written before the first-held and release dates
*> were kept fall back to LHD-RUN-DATE for both.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-HOLD-FILE ASSIGN TO "LENHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT HOLD-HISTORY-FILE ASSIGN TO "LENHHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT IMPACT-PARM-FILE ASSIGN TO "LENCIMPP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENCIRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-HOLD-FILE.
    COPY lenhold.

FD  HOLD-HISTORY-FILE
    RECORDING MODE IS F.
01  HOLD-HISTORY-RECORD            PIC X(117).

FD  IMPACT-PARM-FILE
    RECORDING MODE IS F.
01  IMPACT-PARM-RECORD.
    05  CIP-REPORT-MONTH           PIC 9(6).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
        88  WS-HOLD-EOF                  VALUE 'Y'.
    05  WS-HISTORY-EOF-SW          PIC X VALUE 'N'.
        88  WS-HISTORY-EOF               VALUE 'Y'.
    05  WS-HELD-IN-MONTH-SW        PIC X VALUE 'N'.
        88  WS-HELD-IN-MONTH             VALUE 'Y'.
    05  WS-RELEASED-IN-MONTH-SW    PIC X VALUE 'N'.
        88  WS-RELEASED-IN-MONTH         VALUE 'Y'.
    05  WS-HELD-AT-END-SW          PIC X VALUE 'N'.
        88  WS-HELD-AT-END               VALUE 'Y'.
    05  WS-DATE-FOUND-SW           PIC X VALUE 'N'.
        88  WS-DATE-FOUND                VALUE 'Y'.
    05  WS-ENTRY-FOUND-SW          PIC X VALUE 'N'.
        88  WS-ENTRY-FOUND               VALUE 'Y'.

01  WS-REPORT-MONTH                PIC 9(6) VALUE ZERO.
01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
    05  WS-RPT-YEAR                PIC 9(4).
    05  WS-RPT-MM                  PIC 9(2).
01  WS-WORK-DATE                   PIC 9(8).
01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
    05  WS-WRK-YEAR                PIC 9(4).
    05  WS-WRK-MM                  PIC 9(2).
    05  WS-WRK-DD                  PIC 9(2).
01  WS-MONTH-START-DATE            PIC 9(8).
01  WS-MONTH-END-DATE              PIC 9(8).
01  WS-MONTH-END-INT               PIC 9(9).

01  WS-FIRST-HELD-DATE             PIC 9(8).
01  WS-RELEASE-DATE                PIC 9(8).
01  WS-DAYS-TO-RELEASE             PIC 9(5).

01  WS-EPISODES-READ               PIC 9(9) VALUE ZERO.
01  WS-EPISODES-IN-MONTH           PIC 9(9) VALUE ZERO.
01  WS-HOLDS-RELEASED              PIC 9(9) VALUE ZERO.
01  WS-TOTAL-DAYS-TO-RELEASE       PIC 9(11) VALUE ZERO.
01  WS-MAX-DAYS-TO-RELEASE         PIC 9(5) VALUE ZERO.
01  WS-AVERAGE-DAYS                PIC 9(5)V9 VALUE ZERO.

01  WS-CUSTOMERS-HELD              PIC 9(9) VALUE ZERO.
01  WS-CUSTOMERS-RELEASED          PIC 9(9) VALUE ZERO.
01  WS-CUSTOMERS-HELD-AT-END       PIC 9(9) VALUE ZERO.
01  WS-CUSTOMERS-HELD-REPEAT       PIC 9(9) VALUE ZERO.

*> days-to-release spread buckets: each label covers the days up
*> to and including its limit.
01  WS-SPREAD-LABEL-VALUES.
    05  FILLER                     PIC X(20) VALUE "SAME DAY".
    05  FILLER                     PIC X(20) VALUE "1 - 2 DAYS".
    05  FILLER                     PIC X(20) VALUE "3 - 5 DAYS".
    05  FILLER                     PIC X(20) VALUE "6 - 10 DAYS".
    05  FILLER                     PIC X(20) VALUE "11 - 20 DAYS".
    05  FILLER                     PIC X(20) VALUE "21 - 30 DAYS".
    05  FILLER                     PIC X(20) VALUE "OVER 30 DAYS".
01  WS-SPREAD-LABELS REDEFINES WS-SPREAD-LABEL-VALUES.
    05  WS-SPREAD-LABEL            PIC X(20) OCCURS 7 TIMES.
01  WS-SPREAD-LIMIT-VALUES.
    05  FILLER                     PIC 9(5) VALUE 0.
    05  FILLER                     PIC 9(5) VALUE 2.
    05  FILLER                     PIC 9(5) VALUE 5.
    05  FILLER                     PIC 9(5) VALUE 10.
    05  FILLER                     PIC 9(5) VALUE 20.
    05  FILLER                     PIC 9(5) VALUE 30.
    05  FILLER                     PIC 9(5) VALUE 99999.
01  WS-SPREAD-LIMITS REDEFINES WS-SPREAD-LIMIT-VALUES.
    05  WS-SPREAD-LIMIT            PIC 9(5) OCCURS 7 TIMES.
01  WS-SPREAD-COUNTS.
    05  WS-SPREAD-COUNT            PIC 9(9) OCCURS 7 TIMES.
01  WS-SPREAD-IDX                  PIC 9(2).

01  WS-REASON-TABLE.
    05  WS-RSN-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-RSN-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RSN-COUNT
                       INDEXED BY WS-RSN-IDX.
        10  WS-RSN-HOLD-REASON     PIC X(40).
        10  WS-RSN-SEGMENT-NAME    PIC X(20).
        10  WS-RSN-HELD            PIC 9(9).
        10  WS-RSN-RELEASED        PIC 9(9).
        10  WS-RSN-HELD-AT-END     PIC 9(9).

*> one entry per customer with a hold episode touching the month;
*> up to 5 distinct first-held dates are kept to count repeats.
01  WS-CUSTOMER-TABLE.
    05  WS-CUS-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-CUS-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CUS-COUNT
                       INDEXED BY WS-CUS-IDX.
        10  WS-CUS-CUSTOMER-ID     PIC 9(10).
        10  WS-CUS-HELD-SW         PIC X.
        10  WS-CUS-RELEASED-SW     PIC X.
        10  WS-CUS-HELD-AT-END-SW  PIC X.
        10  WS-CUS-DATE-COUNT      PIC 9(2).
        10  WS-CUS-HELD-DATE       PIC 9(8) OCCURS 5 TIMES.
01  WS-DATE-IDX                    PIC 9(2).
01  WS-CUSTOMER-TABLE-FULL-SW      PIC X VALUE 'N'.
    88  WS-CUSTOMER-TABLE-FULL           VALUE 'Y'.
01  WS-REASON-TABLE-FULL-SW        PIC X VALUE 'N'.
    88  WS-REASON-TABLE-FULL             VALUE 'Y'.

01  WS-HEADING-1.
    05  FILLER                     PIC X(46) VALUE
        "LENHOLD MONTHLY CUSTOMER IMPACT REPORT - MONTH".
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-HDG-REPORT-MONTH        PIC 9(6).
    05  FILLER                     PIC X(2) VALUE " (".
    05  WS-HDG-START-DATE          PIC 9(8).
    05  FILLER                     PIC X(4) VALUE " TO ".
    05  WS-HDG-END-DATE            PIC 9(8).
    05  FILLER                     PIC X(57) VALUE ")".

01  WS-SECTION-LINE.
    05  WS-SEC-TITLE               PIC X(132).

01  WS-SUMMARY-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-SUM-LABEL               PIC X(40).
    05  WS-SUM-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(81) VALUE SPACES.

01  WS-SPREAD-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-SPR-LABEL               PIC X(20).
    05  FILLER                     PIC X(20) VALUE SPACES.
    05  WS-SPR-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(81) VALUE SPACES.

01  WS-AVERAGE-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  FILLER                     PIC X(24) VALUE
        "AVERAGE DAYS TO RELEASE".
    05  WS-AVG-DAYS                PIC Z(4)9.9.
    05  FILLER                     PIC X(6) VALUE SPACES.
    05  FILLER                     PIC X(24) VALUE
        "LONGEST DAYS TO RELEASE".
    05  WS-AVG-MAX-DAYS            PIC Z(4)9.
    05  FILLER                     PIC X(64) VALUE SPACES.

01  WS-REASON-HEADING.
    05  FILLER                     PIC X(41) VALUE "HOLD REASON".
    05  FILLER                     PIC X(21) VALUE "SEGMENT".
    05  FILLER                     PIC X(10) VALUE "      HELD".
    05  FILLER                     PIC X(11) VALUE "   RELEASED".
    05  FILLER                     PIC X(49) VALUE " HELD AT END".

01  WS-REASON-LINE.
    05  WS-RLN-HOLD-REASON         PIC X(40).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-RLN-SEGMENT-NAME        PIC X(20).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-RLN-HELD                PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RLN-RELEASED            PIC Z(8)9.
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  WS-RLN-HELD-AT-END         PIC Z(8)9.
    05  FILLER                     PIC X(38) VALUE SPACES.

01  WS-REPEAT-HEADING.
    05  FILLER                     PIC X(11) VALUE "CUSTOMER".
    05  FILLER                     PIC X(11) VALUE "TIMES HELD".
    05  FILLER                     PIC X(110) VALUE "FIRST-HELD DATES".

01  WS-REPEAT-LINE.
    05  WS-RPT-CUSTOMER-ID         PIC 9(10).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-RPT-TIMES-HELD          PIC Z(9)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-RPT-HELD-DATE-LIST      PIC X(110).

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENCIMP1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM RESOLVE-REPORT-MONTH
    INITIALIZE WS-SPREAD-COUNTS

    *> the live file first, then the history; both are read into
    *> the LEN-HOLD-RECORD layout so one paragraph measures every
    *> episode the same way.
    OPEN INPUT CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS = "00"
        PERFORM READ-HOLD-RECORD
        PERFORM UNTIL WS-HOLD-EOF
            PERFORM MEASURE-HOLD-EPISODE
            PERFORM READ-HOLD-RECORD
        END-PERFORM
        CLOSE CUSTOMER-HOLD-FILE
    ELSE
        DISPLAY "LENCIMP1: LENHOLD not available, reporting history only"
    END-IF

    OPEN INPUT HOLD-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        PERFORM READ-HISTORY-RECORD
        PERFORM UNTIL WS-HISTORY-EOF
            PERFORM MEASURE-HOLD-EPISODE
            PERFORM READ-HISTORY-RECORD
        END-PERFORM
        CLOSE HOLD-HISTORY-FILE
    END-IF

    PERFORM COUNT-CUSTOMERS

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-SUMMARY-SECTION
    PERFORM WRITE-SPREAD-SECTION
    PERFORM WRITE-REASON-SECTION
    PERFORM WRITE-REPEAT-SECTION
    CLOSE REPORT-FILE

    DISPLAY "LENCIMP1: month " WS-REPORT-MONTH ", "
            WS-EPISODES-READ " hold episode(s) read, "
            WS-EPISODES-IN-MONTH " in the month"
    IF WS-CUSTOMER-TABLE-FULL OR WS-REASON-TABLE-FULL
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

RESOLVE-REPORT-MONTH.
    *> A missing parm file just means the default applies -- same
    *> guard LENALRT1 uses for LENATHRS.
    OPEN INPUT IMPACT-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ IMPACT-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CIP-REPORT-MONTH NUMERIC
                   AND CIP-REPORT-MONTH(5:2) >= "01"
                   AND CIP-REPORT-MONTH(5:2) <= "12"
                    MOVE CIP-REPORT-MONTH TO WS-REPORT-MONTH
                END-IF
        END-READ
        CLOSE IMPACT-PARM-FILE
    END-IF
    IF WS-REPORT-MONTH = ZERO
        MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
        IF WS-RPT-MM = 1
            SUBTRACT 1 FROM WS-RPT-YEAR
            MOVE 12 TO WS-RPT-MM
        ELSE
            SUBTRACT 1 FROM WS-RPT-MM
        END-IF
    END-IF

    COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1
    *> the month ends the day before the first of the next month
    MOVE WS-MONTH-START-DATE TO WS-WORK-DATE
    IF WS-WRK-MM = 12
        ADD 1 TO WS-WRK-YEAR
        MOVE 1 TO WS-WRK-MM
    ELSE
        ADD 1 TO WS-WRK-MM
    END-IF
    COMPUTE WS-MONTH-END-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
    COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT).

READ-HOLD-RECORD.
    READ CUSTOMER-HOLD-FILE
        AT END SET WS-HOLD-EOF TO TRUE
    END-READ.

READ-HISTORY-RECORD.
    READ HOLD-HISTORY-FILE INTO LEN-HOLD-RECORD
        AT END SET WS-HISTORY-EOF TO TRUE
    END-READ.

MEASURE-HOLD-EPISODE.
    ADD 1 TO WS-EPISODES-READ
    IF LHD-FIRST-HELD-DATE NUMERIC AND LHD-FIRST-HELD-DATE > ZERO
        MOVE LHD-FIRST-HELD-DATE TO WS-FIRST-HELD-DATE
    ELSE
        MOVE LHD-RUN-DATE        TO WS-FIRST-HELD-DATE
    END-IF
    MOVE ZERO TO WS-RELEASE-DATE
    IF LHD-RELEASED
        IF LHD-RELEASE-DATE NUMERIC AND LHD-RELEASE-DATE > ZERO
            MOVE LHD-RELEASE-DATE TO WS-RELEASE-DATE
        ELSE
            MOVE LHD-RUN-DATE     TO WS-RELEASE-DATE
        END-IF
    END-IF

    *> nothing to report for a hold placed after the month or one
    *> already released before it started.
    IF WS-FIRST-HELD-DATE <= WS-MONTH-END-DATE
        IF LHD-HELD OR WS-RELEASE-DATE >= WS-MONTH-START-DATE
            PERFORM CLASSIFY-HOLD-EPISODE
        END-IF
    END-IF.

CLASSIFY-HOLD-EPISODE.
    ADD 1 TO WS-EPISODES-IN-MONTH

    MOVE 'N' TO WS-HELD-IN-MONTH-SW
    MOVE 'N' TO WS-RELEASED-IN-MONTH-SW
    MOVE 'N' TO WS-HELD-AT-END-SW
    IF WS-FIRST-HELD-DATE >= WS-MONTH-START-DATE
        SET WS-HELD-IN-MONTH TO TRUE
    END-IF
    IF LHD-RELEASED
        IF WS-RELEASE-DATE <= WS-MONTH-END-DATE
            SET WS-RELEASED-IN-MONTH TO TRUE
        ELSE
            SET WS-HELD-AT-END TO TRUE
        END-IF
    ELSE
        SET WS-HELD-AT-END TO TRUE
    END-IF

    IF WS-RELEASED-IN-MONTH
        PERFORM MEASURE-DAYS-TO-RELEASE
    END-IF
    PERFORM ACCUMULATE-REASON
    PERFORM ACCUMULATE-CUSTOMER.

MEASURE-DAYS-TO-RELEASE.
    COMPUTE WS-DAYS-TO-RELEASE =
        FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
      - FUNCTION INTEGER-OF-DATE(WS-FIRST-HELD-DATE)
    ADD 1 TO WS-HOLDS-RELEASED
    ADD WS-DAYS-TO-RELEASE TO WS-TOTAL-DAYS-TO-RELEASE
    IF WS-DAYS-TO-RELEASE > WS-MAX-DAYS-TO-RELEASE
        MOVE WS-DAYS-TO-RELEASE TO WS-MAX-DAYS-TO-RELEASE
    END-IF
    PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
            UNTIL WS-DAYS-TO-RELEASE <= WS-SPREAD-LIMIT(WS-SPREAD-IDX)
        CONTINUE
    END-PERFORM
    ADD 1 TO WS-SPREAD-COUNT(WS-SPREAD-IDX).

ACCUMULATE-REASON.
    MOVE 'Y' TO WS-ENTRY-FOUND-SW
    SET WS-RSN-IDX TO 1
    SEARCH WS-RSN-ENTRY
        AT END
            IF WS-RSN-COUNT < 500
                ADD 1 TO WS-RSN-COUNT
                SET WS-RSN-IDX TO WS-RSN-COUNT
                MOVE LHD-HOLD-REASON  TO WS-RSN-HOLD-REASON(WS-RSN-IDX)
                MOVE LHD-SEGMENT-NAME TO WS-RSN-SEGMENT-NAME(WS-RSN-IDX)
                MOVE ZERO TO WS-RSN-HELD(WS-RSN-IDX)
                MOVE ZERO TO WS-RSN-RELEASED(WS-RSN-IDX)
                MOVE ZERO TO WS-RSN-HELD-AT-END(WS-RSN-IDX)
            ELSE
                IF NOT WS-REASON-TABLE-FULL
                    DISPLAY "LENCIMP1: more than 500 reason/segment combinations, ignoring the rest"
                    SET WS-REASON-TABLE-FULL TO TRUE
                END-IF
                MOVE 'N' TO WS-ENTRY-FOUND-SW
            END-IF
        WHEN WS-RSN-HOLD-REASON(WS-RSN-IDX) = LHD-HOLD-REASON
         AND WS-RSN-SEGMENT-NAME(WS-RSN-IDX) = LHD-SEGMENT-NAME
            CONTINUE
    END-SEARCH
    IF WS-ENTRY-FOUND
        IF WS-HELD-IN-MONTH
            ADD 1 TO WS-RSN-HELD(WS-RSN-IDX)
        END-IF
        IF WS-RELEASED-IN-MONTH
            ADD 1 TO WS-RSN-RELEASED(WS-RSN-IDX)
        END-IF
        IF WS-HELD-AT-END
            ADD 1 TO WS-RSN-HELD-AT-END(WS-RSN-IDX)
        END-IF
    END-IF.

ACCUMULATE-CUSTOMER.
    MOVE 'Y' TO WS-ENTRY-FOUND-SW
    SET WS-CUS-IDX TO 1
    SEARCH WS-CUS-ENTRY
        AT END
            IF WS-CUS-COUNT < 20000
                ADD 1 TO WS-CUS-COUNT
                SET WS-CUS-IDX TO WS-CUS-COUNT
                MOVE LHD-CUSTOMER-ID TO WS-CUS-CUSTOMER-ID(WS-CUS-IDX)
                MOVE 'N' TO WS-CUS-HELD-SW(WS-CUS-IDX)
                MOVE 'N' TO WS-CUS-RELEASED-SW(WS-CUS-IDX)
                MOVE 'N' TO WS-CUS-HELD-AT-END-SW(WS-CUS-IDX)
                MOVE ZERO TO WS-CUS-DATE-COUNT(WS-CUS-IDX)
            ELSE
                IF NOT WS-CUSTOMER-TABLE-FULL
                    DISPLAY "LENCIMP1: more than 20000 customers, ignoring the rest"
                    SET WS-CUSTOMER-TABLE-FULL TO TRUE
                END-IF
                MOVE 'N' TO WS-ENTRY-FOUND-SW
            END-IF
        WHEN WS-CUS-CUSTOMER-ID(WS-CUS-IDX) = LHD-CUSTOMER-ID
            CONTINUE
    END-SEARCH
    IF WS-ENTRY-FOUND
        IF WS-HELD-IN-MONTH
            MOVE 'Y' TO WS-CUS-HELD-SW(WS-CUS-IDX)
            PERFORM RECORD-CUSTOMER-HELD-DATE
        END-IF
        IF WS-RELEASED-IN-MONTH
            MOVE 'Y' TO WS-CUS-RELEASED-SW(WS-CUS-IDX)
        END-IF
        IF WS-HELD-AT-END
            MOVE 'Y' TO WS-CUS-HELD-AT-END-SW(WS-CUS-IDX)
        END-IF
    END-IF.

RECORD-CUSTOMER-HELD-DATE.
    *> several segments held on the same night are one delayed
    *> letter; only a hold first placed on another date counts as
    *> the customer being held again.
    MOVE 'N' TO WS-DATE-FOUND-SW
    PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
            UNTIL WS-DATE-IDX > WS-CUS-DATE-COUNT(WS-CUS-IDX)
               OR WS-DATE-IDX > 5
        IF WS-CUS-HELD-DATE(WS-CUS-IDX WS-DATE-IDX) = WS-FIRST-HELD-DATE
            SET WS-DATE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-DATE-FOUND AND WS-CUS-DATE-COUNT(WS-CUS-IDX) < 99
        ADD 1 TO WS-CUS-DATE-COUNT(WS-CUS-IDX)
        IF WS-CUS-DATE-COUNT(WS-CUS-IDX) <= 5
            MOVE WS-FIRST-HELD-DATE
                TO WS-CUS-HELD-DATE(WS-CUS-IDX WS-CUS-DATE-COUNT(WS-CUS-IDX))
        END-IF
    END-IF.

COUNT-CUSTOMERS.
    PERFORM VARYING WS-CUS-IDX FROM 1 BY 1 UNTIL WS-CUS-IDX > WS-CUS-COUNT
        IF WS-CUS-HELD-SW(WS-CUS-IDX) = 'Y'
            ADD 1 TO WS-CUSTOMERS-HELD
        END-IF
        IF WS-CUS-RELEASED-SW(WS-CUS-IDX) = 'Y'
            ADD 1 TO WS-CUSTOMERS-RELEASED
        END-IF
        IF WS-CUS-HELD-AT-END-SW(WS-CUS-IDX) = 'Y'
            ADD 1 TO WS-CUSTOMERS-HELD-AT-END
        END-IF
        IF WS-CUS-DATE-COUNT(WS-CUS-IDX) > 1
            ADD 1 TO WS-CUSTOMERS-HELD-REPEAT
        END-IF
    END-PERFORM.

WRITE-SUMMARY-SECTION.
    MOVE WS-REPORT-MONTH     TO WS-HDG-REPORT-MONTH
    MOVE WS-MONTH-START-DATE TO WS-HDG-START-DATE
    MOVE WS-MONTH-END-DATE   TO WS-HDG-END-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "CUSTOMERS" TO WS-SEC-TITLE
    WRITE REPORT-LINE FROM WS-SECTION-LINE
    MOVE "CUSTOMERS HELD IN MONTH" TO WS-SUM-LABEL
    MOVE WS-CUSTOMERS-HELD TO WS-SUM-COUNT
    WRITE REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "CUSTOMERS RELEASED IN MONTH" TO WS-SUM-LABEL
    MOVE WS-CUSTOMERS-RELEASED TO WS-SUM-COUNT
    WRITE REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "CUSTOMERS STILL HELD AT MONTH END" TO WS-SUM-LABEL
    MOVE WS-CUSTOMERS-HELD-AT-END TO WS-SUM-COUNT
    WRITE REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "CUSTOMERS HELD MORE THAN ONCE" TO WS-SUM-LABEL
    MOVE WS-CUSTOMERS-HELD-REPEAT TO WS-SUM-COUNT
    WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

WRITE-SPREAD-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "DAYS FROM FIRST HOLD TO RELEASE (HOLDS RELEASED IN MONTH)"
        TO WS-SEC-TITLE
    WRITE REPORT-LINE FROM WS-SECTION-LINE
    PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1 UNTIL WS-SPREAD-IDX > 7
        MOVE WS-SPREAD-LABEL(WS-SPREAD-IDX) TO WS-SPR-LABEL
        MOVE WS-SPREAD-COUNT(WS-SPREAD-IDX) TO WS-SPR-COUNT
        WRITE REPORT-LINE FROM WS-SPREAD-LINE
    END-PERFORM
    IF WS-HOLDS-RELEASED > ZERO
        COMPUTE WS-AVERAGE-DAYS ROUNDED =
            WS-TOTAL-DAYS-TO-RELEASE / WS-HOLDS-RELEASED
    END-IF
    MOVE WS-AVERAGE-DAYS        TO WS-AVG-DAYS
    MOVE WS-MAX-DAYS-TO-RELEASE TO WS-AVG-MAX-DAYS
    WRITE REPORT-LINE FROM WS-AVERAGE-LINE.

WRITE-REASON-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "HOLDS BY REASON AND SEGMENT" TO WS-SEC-TITLE
    WRITE REPORT-LINE FROM WS-SECTION-LINE
    WRITE REPORT-LINE FROM WS-REASON-HEADING
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > WS-RSN-COUNT
        MOVE WS-RSN-HOLD-REASON(WS-RSN-IDX)  TO WS-RLN-HOLD-REASON
        MOVE WS-RSN-SEGMENT-NAME(WS-RSN-IDX) TO WS-RLN-SEGMENT-NAME
        MOVE WS-RSN-HELD(WS-RSN-IDX)         TO WS-RLN-HELD
        MOVE WS-RSN-RELEASED(WS-RSN-IDX)     TO WS-RLN-RELEASED
        MOVE WS-RSN-HELD-AT-END(WS-RSN-IDX)  TO WS-RLN-HELD-AT-END
        WRITE REPORT-LINE FROM WS-REASON-LINE
    END-PERFORM.

WRITE-REPEAT-SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "CUSTOMERS HELD MORE THAN ONCE IN MONTH" TO WS-SEC-TITLE
    WRITE REPORT-LINE FROM WS-SECTION-LINE
    WRITE REPORT-LINE FROM WS-REPEAT-HEADING
    PERFORM VARYING WS-CUS-IDX FROM 1 BY 1 UNTIL WS-CUS-IDX > WS-CUS-COUNT
        IF WS-CUS-DATE-COUNT(WS-CUS-IDX) > 1
            MOVE WS-CUS-CUSTOMER-ID(WS-CUS-IDX) TO WS-RPT-CUSTOMER-ID
            MOVE WS-CUS-DATE-COUNT(WS-CUS-IDX)  TO WS-RPT-TIMES-HELD
            MOVE SPACES TO WS-RPT-HELD-DATE-LIST
            PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                    UNTIL WS-DATE-IDX > WS-CUS-DATE-COUNT(WS-CUS-IDX)
                       OR WS-DATE-IDX > 5
                MOVE WS-CUS-HELD-DATE(WS-CUS-IDX WS-DATE-IDX)
                    TO WS-RPT-HELD-DATE-LIST((WS-DATE-IDX - 1) * 9 + 1:8)
            END-PERFORM
            WRITE REPORT-LINE FROM WS-REPEAT-LINE
        END-IF
    END-PERFORM.

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
        DISPLAY "LENCIMP1: predecessor step(s) not complete for business date "
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
