01  WS-PARTITION-TOTALS.
    05  WS-PARTITION-TOTAL OCCURS 4 TIMES PIC 9(9) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENSPLT1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-PARTITION-COUNT

    PERFORM SCAN-KEY-RANGE
                WS-PARTITION-TOTAL(1) " / " WS-PARTITION-TOTAL(2)
                " / " WS-PARTITION-TOTAL(3) " / " WS-PARTITION-TOTAL(4)
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-PARTITION-COUNT.
    IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "LENSPLT1: LENPART not available, cannot split"
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    READ PARTITION-PARM-FILE
            DISPLAY "LENSPLT1: LENPART not available, cannot split"
            CLOSE PARTITION-PARM-FILE
            MOVE 12 TO RETURN-CODE
            PERFORM END-RUN-LEDGER
            STOP RUN
    END-READ
    CLOSE PARTITION-PARM-FILE
        DISPLAY "LENSPLT1: LENPART partition count must be 1 to 4, got "
                LPT-PARTITION-COUNT
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    MOVE LPT-PARTITION-COUNT TO WS-PARTITION-COUNT.
    READ DRIVER-FILE
        AT END SET WS-DRIVER-EOF TO TRUE
    END-READ.

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
        DISPLAY "LENSPLT1: predecessor step(s) not complete for business date "
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
