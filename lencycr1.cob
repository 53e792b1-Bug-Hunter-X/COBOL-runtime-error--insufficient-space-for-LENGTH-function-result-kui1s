    05  WS-DTL-REASON              PIC X(40).
    05  FILLER                     PIC X(18) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENCYCR1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    OPEN INPUT REJECT-FILE
    IF WS-VREJ-FILE-STATUS NOT = "00"
        DISPLAY "LENCYCR1: LENVREJ not available, no rejects to report"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    OPEN OUTPUT CYCLE-REPORT-FILE
    IF WS-REPEATERS > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-REJECT-RECORD.
    MOVE LRJ-REJECT-REASON   TO WS-DTL-REASON
    WRITE CYCLE-REPORT-LINE FROM WS-DETAIL-LINE
    ADD 1 TO WS-REPEATERS.

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
        DISPLAY "LENCYCR1: predecessor step(s) not complete for business date "
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
