    05  WS-SOURCE-EOF-SW           PIC X VALUE 'N'.
        88  WS-SOURCE-EOF                VALUE 'Y'.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENSCAN1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    OPEN INPUT LIST-FILE
    OPEN OUTPUT REPORT-FILE


    CLOSE REPORT-FILE
    DISPLAY "LENSCAN1: " WS-FINDING-COUNT " undersized PIC finding(s)"
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-LIST-RECORD.
        " (capacity " WS-RECV-CAPACITY ") cannot hold "
        LSF-SOURCE-FIELD-NAME " (max " LSF-SOURCE-MAX-LENGTH
        ") in " LSF-SOURCE-FILE.

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
        DISPLAY "LENSCAN1: predecessor step(s) not complete for business date "
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
