*> read against the hold file regardless of how heavy the hold
*> night was. LENHREL1 remains for holds that need a manual
*> decision.
*> Each release is passed to LENCASE1 with the number of segments
*> still held for the customer, so the service desk's case closes
*> once the last one goes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    SELECT CUSTOMER-HOLD-FILE ASSIGN TO "LENHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

        88  WS-VOUT-EOF                  VALUE 'Y'.
    05  WS-HOLD-FOUND-SW           PIC X VALUE 'N'.
        88  WS-HOLD-FOUND                VALUE 'Y'.
    05  WS-CUSTOMER-DONE-SW        PIC X VALUE 'N'.
        88  WS-CUSTOMER-DONE             VALUE 'Y'.

01  WS-CASE-FUNCTION               PIC X(8).
01  WS-CASE-JOB-NAME               PIC X(8)  VALUE "LENHARL1".
01  WS-CASE-CUSTOMER-ID            PIC 9(10).
    COPY lencreq.

01  WS-RELEASED-TOTAL              PIC 9(7) VALUE ZERO.
01  WS-VALID-READ                  PIC 9(9) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENHARL1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    OPEN I-O CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = "00"
        DISPLAY "LENHARL1: LENHOLD not found, nothing to release"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    IF WS-VOUT-FILE-STATUS NOT = "00"
        DISPLAY "LENHARL1: LENVOUT not available, no revalidations to match"
        CLOSE CUSTOMER-HOLD-FILE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF


    CLOSE VALID-OUTPUT-FILE
    CLOSE CUSTOMER-HOLD-FILE
    MOVE "*CLOSE*" TO WS-CASE-FUNCTION
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-CASE-JOB-NAME
        LEN-CASE-REQUEST
    DISPLAY "LENHARL1: " WS-VALID-READ " validated record(s) read, "
            WS-RELEASED-TOTAL " hold record(s) auto-released"
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-VALID-RECORD.
    END-READ
    IF WS-HOLD-FOUND AND LHD-HELD
        MOVE 'R' TO LHD-STATUS-SW
        MOVE WS-BUSINESS-DATE TO LHD-RELEASE-DATE
        REWRITE LEN-HOLD-RECORD
        ADD 1 TO WS-RELEASED-TOTAL
        DISPLAY "LENHARL1: released customer " LHD-CUSTOMER-ID
                " segment " LHD-SEGMENT-NAME
        PERFORM SEND-RELEASED-CASE-EVENT
    END-IF.

SEND-RELEASED-CASE-EVENT.
    MOVE "RELEASED"          TO WS-CASE-FUNCTION
    MOVE LHD-CUSTOMER-ID     TO LCQ-CUSTOMER-ID
    MOVE WS-BUSINESS-DATE    TO LCQ-EVENT-DATE
    MOVE LHD-FIRST-HELD-DATE TO LCQ-HOLD-DATE
    MOVE ZERO                TO LCQ-DAYS-HELD
    MOVE 1                   TO LCQ-SEGMENT-COUNT
    MOVE LHD-SEGMENT-NAME    TO LCQ-SEGMENT-NAME(1)
    MOVE LHD-HOLD-REASON     TO LCQ-HOLD-REASON(1)
    PERFORM COUNT-HOLDS-REMAINING
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-CASE-JOB-NAME
        LEN-CASE-REQUEST.

COUNT-HOLDS-REMAINING.
    *> browse the customer's other segments from the lowest key;
    *> the next keyed READ repositions, so the browse can leave the
    *> file wherever it ends.
    MOVE ZERO TO LCQ-HOLDS-REMAINING
    MOVE LHD-CUSTOMER-ID TO WS-CASE-CUSTOMER-ID
    MOVE LOW-VALUES TO LHD-SEGMENT-NAME
    MOVE 'N' TO WS-CUSTOMER-DONE-SW
    START CUSTOMER-HOLD-FILE KEY IS NOT LESS THAN LHD-HOLD-KEY
        INVALID KEY
            SET WS-CUSTOMER-DONE TO TRUE
    END-START
    PERFORM UNTIL WS-CUSTOMER-DONE
        READ CUSTOMER-HOLD-FILE NEXT RECORD
            AT END
                SET WS-CUSTOMER-DONE TO TRUE
            NOT AT END
                IF LHD-CUSTOMER-ID NOT = WS-CASE-CUSTOMER-ID
                    SET WS-CUSTOMER-DONE TO TRUE
                ELSE
                    IF LHD-HELD
                        ADD 1 TO LCQ-HOLDS-REMAINING
                    END-IF
                END-IF
        END-READ
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
        DISPLAY "LENHARL1: predecessor step(s) not complete for business date "
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
