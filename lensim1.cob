*> rejected, truncated, or warned under the candidate limits versus
*> the live ones. Nothing else is written: no LENVOUT, no LENVREJ,
*> no LENHOLD, no alerts -- the blast radius before the commit.
*> The live limits are the LENCTRL versions in effect for the
*> business date, the same ones LENVAL01 would apply tonight; the
*> candidate file is taken at its latest version of each entry
*> whatever its effective date, so a limit dated for a coming
*> release night can be simulated before it goes live.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  CCR-FIELD-NAME             PIC X(30).
    05  CCR-MAX-LENGTH             PIC 9(5).
    05  CCR-DISPOSITION            PIC X.
    05  CCR-EFFECTIVE-DATE         PIC 9(8).

FD  AUDIT-HISTORY-FILE
    RECORDING MODE IS F.
            15  WS-LIV-FIELD-NAME  PIC X(30).
        10  WS-LIV-MAX-LENGTH      PIC 9(5).
        10  WS-LIV-DISPOSITION     PIC X.
        10  WS-LIV-EFFECTIVE-DATE  PIC 9(8).

01  WS-CAND-TABLE.
    05  WS-CAND-COUNT              PIC 9(5) VALUE ZERO.
            15  WS-CND-FIELD-NAME  PIC X(30).
        10  WS-CND-MAX-LENGTH      PIC 9(5).
        10  WS-CND-DISPOSITION     PIC X.
        10  WS-CND-EFFECTIVE-DATE  PIC 9(8).

01  WS-CONTROL-HOLD.
    05  WS-HOLD-KEY.
        10  WS-HOLD-FIELD-NAME     PIC X(30).
    05  WS-HOLD-MAX-LENGTH         PIC 9(5).
    05  WS-HOLD-DISPOSITION        PIC X.
    05  WS-HOLD-EFFECTIVE-DATE     PIC 9(8).

01  WS-LOOKUP-KEY.
    05  WS-LOOKUP-SOURCE-SYSTEM    PIC X(10).
    05  WS-DTL-CHANGE-FLAG         PIC X(9).
    05  FILLER                     PIC X(19) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENSIM1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-LIVE-TABLE
    PERFORM LOAD-CANDIDATE-TABLE

    OPEN INPUT AUDIT-HISTORY-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "LENSIM1: LENAUDIT not available, nothing to replay"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    PERFORM WRITE-SIM-REPORT
    DISPLAY "LENSIM1: " WS-RECORDS-REPLAYED " audit record(s) replayed, "
            WS-RES-COUNT " field(s) reported"
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-LIVE-TABLE.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        DISPLAY "LENSIM1: LENCTRL not available, nothing to compare against"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM READ-CONTROL-RECORD
    PERFORM UNTIL WS-CONTROL-EOF
        IF LCR-EFFECTIVE-DATE NOT NUMERIC
            MOVE ZERO TO LCR-EFFECTIVE-DATE
        END-IF
        IF LCR-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
            MOVE LCR-SOURCE-SYSTEM  TO WS-HOLD-SOURCE-SYSTEM
            MOVE LCR-FIELD-NAME     TO WS-HOLD-FIELD-NAME
            MOVE LCR-MAX-LENGTH     TO WS-HOLD-MAX-LENGTH
            MOVE LCR-DISPOSITION    TO WS-HOLD-DISPOSITION
            MOVE LCR-EFFECTIVE-DATE TO WS-HOLD-EFFECTIVE-DATE
            PERFORM APPLY-LIVE-VERSION
        END-IF
        PERFORM READ-CONTROL-RECORD
    END-PERFORM
    CLOSE CONTROL-FILE.

APPLY-LIVE-VERSION.
    *> same version selection as LENVAL01's APPLY-CONTROL-VERSION.
    MOVE WS-HOLD-KEY TO WS-LOOKUP-KEY
    MOVE 'N' TO WS-SIM-ENTRY-FOUND-SW
    IF WS-LIVE-COUNT > ZERO
        SEARCH ALL WS-LIVE-ENTRY
            AT END
                CONTINUE
            WHEN WS-LIV-KEY(WS-LIV-IDX) = WS-LOOKUP-KEY
                MOVE 'Y' TO WS-SIM-ENTRY-FOUND-SW
        END-SEARCH
    END-IF
    IF WS-SIM-ENTRY-FOUND
        IF WS-HOLD-EFFECTIVE-DATE NOT < WS-LIV-EFFECTIVE-DATE(WS-LIV-IDX)
            MOVE WS-CONTROL-HOLD TO WS-LIVE-ENTRY(WS-LIV-IDX)
        END-IF
    ELSE
        IF WS-LIVE-COUNT < 20000
            PERFORM INSERT-LIVE-ENTRY
        ELSE
            DISPLAY "LENSIM1: LENCTRL has more than 20000 entries, ignoring "
                    WS-HOLD-SOURCE-SYSTEM "/" WS-HOLD-FIELD-NAME
        END-IF
    END-IF.

READ-CONTROL-RECORD.
    READ CONTROL-FILE
        AT END SET WS-CONTROL-EOF TO TRUE
    OPEN INPUT CANDIDATE-FILE
    IF WS-CANDIDATE-FILE-STATUS NOT = "00"
        DISPLAY "LENSIM1: LENCSIM not available, point it at LENCPROP or an edited LENCTRL copy"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM READ-CANDIDATE-RECORD
    PERFORM UNTIL WS-CANDIDATE-EOF
        IF CCR-EFFECTIVE-DATE NOT NUMERIC
            MOVE ZERO TO CCR-EFFECTIVE-DATE
        END-IF
        MOVE CCR-SOURCE-SYSTEM  TO WS-HOLD-SOURCE-SYSTEM
        MOVE CCR-FIELD-NAME     TO WS-HOLD-FIELD-NAME
        MOVE CCR-MAX-LENGTH     TO WS-HOLD-MAX-LENGTH
        MOVE CCR-DISPOSITION    TO WS-HOLD-DISPOSITION
        MOVE CCR-EFFECTIVE-DATE TO WS-HOLD-EFFECTIVE-DATE
        PERFORM APPLY-CANDIDATE-VERSION
        PERFORM READ-CANDIDATE-RECORD
    END-PERFORM
    CLOSE CANDIDATE-FILE.

APPLY-CANDIDATE-VERSION.
    MOVE WS-HOLD-KEY TO WS-LOOKUP-KEY
    MOVE 'N' TO WS-SIM-ENTRY-FOUND-SW
    IF WS-CAND-COUNT > ZERO
        SEARCH ALL WS-CAND-ENTRY
            AT END
                CONTINUE
            WHEN WS-CND-KEY(WS-CND-IDX) = WS-LOOKUP-KEY
                MOVE 'Y' TO WS-SIM-ENTRY-FOUND-SW
        END-SEARCH
    END-IF
    IF WS-SIM-ENTRY-FOUND
        IF WS-HOLD-EFFECTIVE-DATE NOT < WS-CND-EFFECTIVE-DATE(WS-CND-IDX)
            MOVE WS-CONTROL-HOLD TO WS-CAND-ENTRY(WS-CND-IDX)
        END-IF
    ELSE
        IF WS-CAND-COUNT < 20000
            PERFORM INSERT-CANDIDATE-ENTRY
        ELSE
            DISPLAY "LENSIM1: LENCSIM has more than 20000 entries, ignoring "
                    WS-HOLD-SOURCE-SYSTEM "/" WS-HOLD-FIELD-NAME
        END-IF
    END-IF.

READ-CANDIDATE-RECORD.
    READ CANDIDATE-FILE
        AT END SET WS-CANDIDATE-EOF TO TRUE
        WRITE SIM-REPORT-LINE FROM WS-DETAIL-LINE
    END-PERFORM
    CLOSE SIM-REPORT-FILE.

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
        DISPLAY "LENSIM1: predecessor step(s) not complete for business date "
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
