*> make a final call with LA-FIELD-NAME of "*FLUSH*" at end of run,
*> which writes one summary alert per suppressed field ("N FURTHER
*> FAILURES SUPPRESSED") and clears that job's counts.
*> A caller that stamps its output with a run ID (lenrunid.cpy)
*> registers it at start of run with LA-FIELD-NAME of "*RUNID*"
*> and the ID in LA-FAILURE-DETAIL; every alert written after that
*> carries it in LAL-RUN-ID, so LENBACK1 can back out a run's alerts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-ALERT-THRESHOLD             PIC 9(5) VALUE 25.

01  WS-FLUSH-FIELD-NAME            PIC X(30) VALUE "*FLUSH*".
01  WS-RUN-ID-FIELD-NAME           PIC X(30) VALUE "*RUNID*".
01  WS-RUN-ID                      PIC X(22) VALUE SPACES.

01  WS-ALERT-COUNT-TABLE.
    05  WS-ACNT-COUNT              PIC 9(4) VALUE ZERO.
        MOVE 'N' TO WS-FIRST-CALL-SW
    END-IF

    IF LA-FIELD-NAME = WS-RUN-ID-FIELD-NAME
        MOVE LA-FAILURE-DETAIL(1:22) TO WS-RUN-ID
        GOBACK
    END-IF

    IF LA-FIELD-NAME = WS-FLUSH-FIELD-NAME
        PERFORM FLUSH-SUPPRESSED-ALERTS
        GOBACK
    MOVE LA-FAILURE-DETAIL           TO LAL-FAILURE-DETAIL
    MOVE FUNCTION CURRENT-DATE(1:8) TO LAL-ALERT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LAL-ALERT-TIME
    MOVE WS-RUN-ID                  TO LAL-RUN-ID

    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
        DELIMITED BY SIZE INTO LAL-FAILURE-DETAIL
    MOVE FUNCTION CURRENT-DATE(1:8) TO LAL-ALERT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LAL-ALERT-TIME
    MOVE WS-RUN-ID                  TO LAL-RUN-ID

    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
