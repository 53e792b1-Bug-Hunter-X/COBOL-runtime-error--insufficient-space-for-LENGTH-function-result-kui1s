    05  WS-DTL-STATUS              PIC X(16).
    05  FILLER                     PIC X(25) VALUE SPACES.

01  WS-SUSPENSE-LINE.
    *> printed under a LENPGAT1 run: its held-letter suspense counts.
    05  FILLER                     PIC X(25) VALUE SPACES.
    05  FILLER                     PIC X(18) VALUE "LETTERS SUSPENDED ".
    05  WS-SUS-SUSPENDED           PIC Z(8)9.
    05  FILLER                     PIC X(12) VALUE "  REPRINTED ".
    05  WS-SUS-REPRINTED           PIC Z(8)9.
    05  FILLER                     PIC X(16) VALUE "  STILL WAITING ".
    05  WS-SUS-WAITING             PIC Z(8)9.
    05  FILLER                     PIC X(34) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENBALR1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    OPEN INPUT BALANCE-FILE
    IF WS-BALANCE-FILE-STATUS NOT = "00"
        DISPLAY "LENBALR1: LENBALF not available, no runs to report"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    CLOSE REPORT-FILE
    DISPLAY "LENBALR1: " WS-RUNS-PRINTED " run(s) reported, "
            WS-RUNS-UNBALANCED " out of balance"
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-BALANCE-RECORD.
        ADD 1 TO WS-RUNS-UNBALANCED
    END-IF
    WRITE REPORT-LINE FROM WS-DETAIL-LINE
    IF LBL-JOB-NAME = "LENPGAT1"
        MOVE LBL-LETTERS-SUSPENDED TO WS-SUS-SUSPENDED
        MOVE LBL-LETTERS-REPRINTED TO WS-SUS-REPRINTED
        MOVE LBL-LETTERS-WAITING   TO WS-SUS-WAITING
        WRITE REPORT-LINE FROM WS-SUSPENSE-LINE
    END-IF
    ADD 1 TO WS-RUNS-PRINTED.

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
        DISPLAY "LENBALR1: predecessor step(s) not complete for business date "
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
