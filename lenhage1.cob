*> threshold (default 5 when the parm file is absent) to the
*> LENHAGRP report and escalates each one through LENALRT1, so an
*> aged hold pages someone the same way a length failure does.
*> Age is counted in business days on the LENCAL shop calendar up
*> to the run's business date, so a weekend or bank holiday with no
*> print run does not age a hold; the print runs missed are counted
*> and reported alongside, and LENHAGEP can optionally escalate on
*> a print-run threshold as well (zero or absent: not used).
*> The aged holds of each customer are also passed to LENCASE1 as
*> one "AGED" case event, so the service desk's case for the
*> customer is escalated (or opened) before the customer calls.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    RECORDING MODE IS F.
01  AGING-PARM-RECORD.
    05  AGP-AGING-DAYS             PIC 9(3).
    05  AGP-PRINT-RUNS-MISSED      PIC 9(3).

FD  AGING-REPORT-FILE
    RECORDING MODE IS F.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-AGING-DAYS                  PIC 9(3) VALUE 5.
01  WS-PRINT-RUN-THRESHOLD         PIC 9(3) VALUE ZERO.
01  WS-DAYS-HELD                   PIC 9(5).
01  WS-PRINT-RUNS-MISSED           PIC 9(5).
01  WS-HELD-SINCE-DATE             PIC 9(8).

01  WS-CAL-FUNCTION                PIC X(8).
01  WS-CAL-FROM-DATE               PIC 9(8).
01  WS-CAL-TO-DATE                 PIC 9(8).
01  WS-CAL-DAY-COUNT               PIC 9(5).

01  WS-SWITCHES.
    05  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
01  WS-ALERT-FIELD-NAME            PIC X(30).
01  WS-ALERT-DETAIL                PIC X(80).

01  WS-CASE-FUNCTION               PIC X(8).
01  WS-CASE-CUSTOMER-ID            PIC 9(10) VALUE ZERO.
01  WS-CASES-ESCALATED             PIC 9(7) VALUE ZERO.
    COPY lencreq.

01  WS-HEADING-1.
    05  FILLER                     PIC X(132) VALUE
        "LENHOLD AGED HOLD ESCALATION REPORT".
    05  FILLER                     PIC X(21) VALUE "SEGMENT".
    05  FILLER                     PIC X(41) VALUE "HOLD REASON".
    05  FILLER                     PIC X(10) VALUE "HELD ON".
    05  FILLER                     PIC X(10) VALUE "BUS DAYS".
    05  FILLER                     PIC X(39) VALUE "PRINT RUNS MISSED".

01  WS-DETAIL-LINE.
    05  WS-DTL-CUSTOMER-ID         PIC 9(10).
    05  WS-DTL-RUN-DATE            PIC 9(8).
    05  FILLER                     PIC XX VALUE SPACES.
    05  WS-DTL-DAYS-HELD           PIC Z(4)9.
    05  FILLER                     PIC X(5) VALUE SPACES.
    05  WS-DTL-PRINT-RUNS-MISSED   PIC Z(4)9.
    05  FILLER                     PIC X(34) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENHAGE1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-AGING-THRESHOLD

    OPEN INPUT CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = "00"
        DISPLAY "LENHAGE1: LENHOLD not available, no holds to age"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    OPEN OUTPUT AGING-REPORT-FILE
    WRITE AGING-REPORT-LINE FROM WS-HEADING-2

    PERFORM READ-HOLD-RECORD
    MOVE ZERO TO LCQ-SEGMENT-COUNT
    PERFORM UNTIL WS-HOLD-EOF
        IF LHD-HELD
            ADD 1 TO WS-HOLDS-READ
        END-IF
        PERFORM READ-HOLD-RECORD
    END-PERFORM
    IF LCQ-SEGMENT-COUNT > ZERO
        PERFORM SEND-AGED-CASE-EVENT
    END-IF

    CLOSE CUSTOMER-HOLD-FILE
    CLOSE AGING-REPORT-FILE
    MOVE "*CLOSE*" TO WS-CASE-FUNCTION
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-ALERT-JOB-NAME
        LEN-CASE-REQUEST
    PERFORM FLUSH-ALERT-SUPPRESSION
    DISPLAY "LENHAGE1: " WS-HOLDS-READ " held record(s) checked, "
            WS-HOLDS-AGED " older than " WS-AGING-DAYS " business day(s)"
    DISPLAY "LENHAGE1: " WS-CASES-ESCALATED
            " service desk case(s) escalated or opened"
    IF WS-HOLDS-AGED > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-AGING-THRESHOLD.
                IF AGP-AGING-DAYS > ZERO
                    MOVE AGP-AGING-DAYS TO WS-AGING-DAYS
                END-IF
                IF AGP-PRINT-RUNS-MISSED NUMERIC
                    MOVE AGP-PRINT-RUNS-MISSED TO WS-PRINT-RUN-THRESHOLD
                END-IF
        END-READ
        CLOSE AGING-PARM-FILE
    END-IF.
    END-READ.

CHECK-HOLD-AGE.
    *> aged from the first-held date -- a re-failure refreshes
    *> LHD-RUN-DATE but the letter has been held since the first.
    IF LHD-FIRST-HELD-DATE NUMERIC AND LHD-FIRST-HELD-DATE > ZERO
        MOVE LHD-FIRST-HELD-DATE TO WS-HELD-SINCE-DATE
    ELSE
        MOVE LHD-RUN-DATE        TO WS-HELD-SINCE-DATE
    END-IF
    MOVE WS-HELD-SINCE-DATE TO WS-CAL-FROM-DATE
    MOVE WS-BUSINESS-DATE   TO WS-CAL-TO-DATE
    MOVE "BUSDAYS"          TO WS-CAL-FUNCTION
    PERFORM CALL-SHOP-CALENDAR
    MOVE WS-CAL-DAY-COUNT   TO WS-DAYS-HELD
    MOVE "PRINTRUN"         TO WS-CAL-FUNCTION
    PERFORM CALL-SHOP-CALENDAR
    MOVE WS-CAL-DAY-COUNT   TO WS-PRINT-RUNS-MISSED
    IF WS-DAYS-HELD > WS-AGING-DAYS
       OR (WS-PRINT-RUN-THRESHOLD > ZERO
           AND WS-PRINT-RUNS-MISSED > WS-PRINT-RUN-THRESHOLD)
        ADD 1 TO WS-HOLDS-AGED
        MOVE LHD-CUSTOMER-ID  TO WS-DTL-CUSTOMER-ID
        MOVE LHD-SEGMENT-NAME TO WS-DTL-SEGMENT-NAME
        MOVE LHD-HOLD-REASON  TO WS-DTL-HOLD-REASON
        MOVE WS-HELD-SINCE-DATE TO WS-DTL-RUN-DATE
        MOVE WS-DAYS-HELD     TO WS-DTL-DAYS-HELD
        MOVE WS-PRINT-RUNS-MISSED TO WS-DTL-PRINT-RUNS-MISSED
        WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
        PERFORM RAISE-AGED-HOLD-ALERT
        PERFORM ADD-AGED-CASE-SEGMENT
    END-IF.

ADD-AGED-CASE-SEGMENT.
    *> LENHOLD is read in key order, so a customer's aged segments
    *> arrive together; the case event goes at the customer break
    *> with the earliest held-since date and the longest age.
    IF LCQ-SEGMENT-COUNT > ZERO
       AND LHD-CUSTOMER-ID NOT = WS-CASE-CUSTOMER-ID
        PERFORM SEND-AGED-CASE-EVENT
    END-IF
    IF LCQ-SEGMENT-COUNT = ZERO
        MOVE LHD-CUSTOMER-ID    TO WS-CASE-CUSTOMER-ID
        MOVE WS-HELD-SINCE-DATE TO LCQ-HOLD-DATE
        MOVE ZERO               TO LCQ-DAYS-HELD
    END-IF
    IF WS-HELD-SINCE-DATE < LCQ-HOLD-DATE
        MOVE WS-HELD-SINCE-DATE TO LCQ-HOLD-DATE
    END-IF
    IF WS-DAYS-HELD > LCQ-DAYS-HELD
        MOVE WS-DAYS-HELD TO LCQ-DAYS-HELD
    END-IF
    IF LCQ-SEGMENT-COUNT < 11
        ADD 1 TO LCQ-SEGMENT-COUNT
        MOVE LHD-SEGMENT-NAME TO LCQ-SEGMENT-NAME(LCQ-SEGMENT-COUNT)
        MOVE LHD-HOLD-REASON  TO LCQ-HOLD-REASON(LCQ-SEGMENT-COUNT)
    END-IF.

SEND-AGED-CASE-EVENT.
    MOVE "AGED"              TO WS-CASE-FUNCTION
    MOVE WS-CASE-CUSTOMER-ID TO LCQ-CUSTOMER-ID
    MOVE WS-BUSINESS-DATE    TO LCQ-EVENT-DATE
    MOVE ZERO                TO LCQ-HOLDS-REMAINING
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-ALERT-JOB-NAME
        LEN-CASE-REQUEST
    IF LCQ-FEED-SENT
        ADD 1 TO WS-CASES-ESCALATED
    END-IF
    MOVE ZERO TO LCQ-SEGMENT-COUNT.

RAISE-AGED-HOLD-ALERT.
    MOVE LHD-SEGMENT-NAME TO WS-ALERT-FIELD-NAME
    MOVE SPACES TO WS-ALERT-DETAIL
    STRING "CUSTOMER " LHD-CUSTOMER-ID " HELD " WS-DAYS-HELD
        " BUS DAYS " WS-PRINT-RUNS-MISSED " PRINT RUNS SINCE "
        WS-HELD-SINCE-DATE
        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

CALL-SHOP-CALENDAR.
    CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
        WS-CAL-TO-DATE WS-CAL-DAY-COUNT.

FLUSH-ALERT-SUPPRESSION.
    *> End-of-run handshake with LENALRT1's flood control: emits the
    *> "N further failures suppressed" summary alerts for any field
    MOVE SPACES    TO WS-ALERT-DETAIL
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
        DISPLAY "LENHAGE1: predecessor step(s) not complete for business date "
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
