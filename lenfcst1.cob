*> length, and reports the projected months until the maximum
*> reaches the receiving capacity -- per source-system/field, on
*> LENFCRPT -- so widening work can be scheduled a release ahead
*> instead of reacting to the 90% flag. The months to overflow
*> are counted from the run's business date month, so a summary
*> file that has not caught up does not overstate the runway, and
*> the business days left on the LENCAL shop calendar before the
*> projected month are shown for release planning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  WS-LATEST-MAX              PIC 9(9).
    05  WS-LATEST-MONTH            PIC 9(7).
    05  WS-MONTHS-TO-OVERFLOW      PIC 9(5).
    05  WS-OVERFLOW-MONTH          PIC 9(7).
    05  WS-MONTHS-DISPLAY          PIC ZZZZ9.

01  WS-SWITCHES.
    05  WS-SUMMARY-EOF-SW          PIC X VALUE 'N'.
        88  WS-SUMMARY-EOF               VALUE 'Y'.

01  WS-BUSINESS-MONTH              PIC 9(7).
01  WS-OVERFLOW-YYYY               PIC 9(4).
01  WS-OVERFLOW-MM                 PIC 9(2).
01  WS-CAL-FUNCTION                PIC X(8) VALUE "BUSDAYS".
01  WS-CAL-FROM-DATE               PIC 9(8).
01  WS-CAL-TO-DATE                 PIC 9(8).
01  WS-CAL-DAY-COUNT               PIC 9(5).

01  WS-RECORDS-READ                PIC 9(9) VALUE ZERO.
01  WS-FIELDS-URGENT               PIC 9(4) VALUE ZERO.

    05  FILLER                     PIC X(11) VALUE "MAX GRW/MO".
    05  FILLER                     PIC X(11) VALUE "AVG GRW/MO".
    05  FILLER                     PIC X(11) VALUE "CAPACITY".
    05  FILLER                     PIC X(28) VALUE "MONTHS TO OVERFLOW".
    05  FILLER                     PIC X(11) VALUE "BUS DAYS".

01  WS-DETAIL-LINE.
    05  WS-DTL-SOURCE-SYSTEM       PIC X(10).
    05  WS-DTL-CAPACITY            PIC Z(8)9.
    05  FILLER                     PIC XX VALUE SPACES.
    05  WS-DTL-PROJECTION          PIC X(26).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-BUSINESS-DAYS       PIC Z(5)9 BLANK WHEN ZERO.
    05  FILLER                     PIC XX VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENFCST1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    MOVE WS-BUSINESS-DATE(1:4) TO WS-MONTH-YYYY
    MOVE WS-BUSINESS-DATE(5:2) TO WS-MONTH-MM
    COMPUTE WS-BUSINESS-MONTH = WS-MONTH-YYYY * 12 + WS-MONTH-MM
    OPEN INPUT SUMMARY-FILE
    IF WS-SUMMARY-FILE-STATUS NOT = "00"
        DISPLAY "LENFCST1: LENAUDSM not available, run LENARCH1 first"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    OPEN OUTPUT FORECAST-REPORT-FILE
    IF WS-FIELDS-URGENT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-SUMMARY-RECORD.
    MOVE WS-FLD-FIELD-NAME(WS-FLD-IDX)    TO WS-DTL-FIELD-NAME
    MOVE WS-FLD-MONTH-COUNT(WS-FLD-IDX)   TO WS-DTL-MONTHS
    MOVE WS-FLD-CAPACITY(WS-FLD-IDX)      TO WS-DTL-CAPACITY
    MOVE ZERO                             TO WS-DTL-BUSINESS-DAYS

    IF WS-FLD-MONTH-COUNT(WS-FLD-IDX) < 2
        MOVE ZERO TO WS-DTL-LATEST-MAX WS-DTL-MAX-SLOPE
            IF WS-MONTHS-TO-OVERFLOW > 999
                MOVE 999 TO WS-MONTHS-TO-OVERFLOW
            END-IF
            *> the fit grows from the latest summarized month; any
            *> months between that and the business date have already
            *> been used up.
            COMPUTE WS-OVERFLOW-MONTH =
                WS-LATEST-MONTH + WS-MONTHS-TO-OVERFLOW
            IF WS-OVERFLOW-MONTH > WS-BUSINESS-MONTH
                COMPUTE WS-MONTHS-TO-OVERFLOW =
                    WS-OVERFLOW-MONTH - WS-BUSINESS-MONTH
            ELSE
                MOVE ZERO TO WS-MONTHS-TO-OVERFLOW
            END-IF
            IF WS-MONTHS-TO-OVERFLOW <= 24
                PERFORM COUNT-BUSINESS-DAYS-LEFT
            END-IF
            MOVE WS-MONTHS-TO-OVERFLOW TO WS-MONTHS-DISPLAY
            MOVE WS-MONTHS-DISPLAY     TO WS-DTL-PROJECTION(1:5)
            IF WS-MONTHS-TO-OVERFLOW <= 6
                ADD 1 TO WS-FIELDS-URGENT
            END-IF
    END-EVALUATE.

COUNT-BUSINESS-DAYS-LEFT.
    *> business days from the business date up to the first of the
    *> projected overflow month; only worked out inside two years,
    *> where it can still change which release the widening goes in.
    COMPUTE WS-OVERFLOW-YYYY = (WS-OVERFLOW-MONTH - 1) / 12
    COMPUTE WS-OVERFLOW-MM = WS-OVERFLOW-MONTH - WS-OVERFLOW-YYYY * 12
    COMPUTE WS-CAL-TO-DATE =
        WS-OVERFLOW-YYYY * 10000 + WS-OVERFLOW-MM * 100 + 1
    MOVE WS-BUSINESS-DATE TO WS-CAL-FROM-DATE
    CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
        WS-CAL-TO-DATE WS-CAL-DAY-COUNT
    MOVE WS-CAL-DAY-COUNT TO WS-DTL-BUSINESS-DAYS.

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
        DISPLAY "LENFCST1: predecessor step(s) not complete for business date "
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
