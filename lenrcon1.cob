*> LENCPROP so they stop arriving as "NO MATCHING CONTROL RECORD"
*> rejects at 2 a.m. Proposed records carry a *TBD* source system
*> for ops to fill in before appending them to LENCTRL.
*> Each LENCTRL entry is checked at the version in effect for the
*> business date; an entry whose only versions take effect later
*> is waiting for its release night, so it is not reported as
*> oversized against today's copybooks but does count as present.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  PROPOSED-FILE
    RECORDING MODE IS F.
01  PROPOSED-CONTROL-RECORD        PIC X(54).

FD  RECON-REPORT-FILE
    RECORDING MODE IS F.
        10  WS-CTL-FIELD-NAME      PIC X(30).
        10  WS-CTL-MAX-LENGTH      PIC 9(5).
        10  WS-CTL-DISPOSITION     PIC X.
        10  WS-CTL-EFFECTIVE-DATE  PIC 9(8).

01  WS-CTL-MATCH-IDX               PIC 9(5) VALUE ZERO.

01  WS-SWITCHES.
    05  WS-FIELD-EOF-SW            PIC X VALUE 'N'.
    05  WS-PRP-MEMBER              PIC X(30).
    05  FILLER                     PIC X(47) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENRCON1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-FIELD-TABLE
    PERFORM LOAD-CONTROL-TABLE

    DISPLAY "LENRCON1: " WS-OVERSIZED-COUNT
            " oversized control max(es), "
            WS-PROPOSED-COUNT " proposed control record(s)"
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-FIELD-TABLE.
    OPEN INPUT FIELD-EXPORT-FILE
    IF WS-FIELD-FILE-STATUS NOT = "00"
        DISPLAY "LENRCON1: LENSCFLD not available, run LENSCAN1 first"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM READ-FIELD-RECORD
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        DISPLAY "LENRCON1: LENCTRL not available, nothing to reconcile"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM READ-CONTROL-RECORD
    PERFORM UNTIL WS-CONTROL-EOF
        IF LCR-EFFECTIVE-DATE NOT NUMERIC
            MOVE ZERO TO LCR-EFFECTIVE-DATE
        END-IF
        PERFORM FIND-CONTROL-ENTRY
        IF WS-CTL-MATCH-IDX = ZERO
            IF WS-CONTROL-COUNT < 20000
                ADD 1 TO WS-CONTROL-COUNT
                MOVE WS-CONTROL-COUNT TO WS-CTL-MATCH-IDX
                PERFORM STORE-CONTROL-VERSION
            ELSE
                DISPLAY "LENRCON1: CONTROL-FILE has more than 20000 entries, ignoring "
                        LCR-SOURCE-SYSTEM "/" LCR-FIELD-NAME
            END-IF
        ELSE
            PERFORM CHOOSE-CONTROL-VERSION
        END-IF
        PERFORM READ-CONTROL-RECORD
    END-PERFORM
    CLOSE CONTROL-FILE.

FIND-CONTROL-ENTRY.
    MOVE ZERO TO WS-CTL-MATCH-IDX
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        IF WS-CTL-SOURCE-SYSTEM(WS-CTL-IDX) = LCR-SOURCE-SYSTEM
           AND WS-CTL-FIELD-NAME(WS-CTL-IDX) = LCR-FIELD-NAME
            SET WS-CTL-MATCH-IDX TO WS-CTL-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHOOSE-CONTROL-VERSION.
    *> the version in effect for the business date (the latest one
    *> on or before it, a later record winning a tie) beats any
    *> version still to come; with none yet in effect, the next one
    *> to take effect is kept.
    EVALUATE TRUE
        WHEN LCR-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
         AND (WS-CTL-EFFECTIVE-DATE(WS-CTL-MATCH-IDX) > WS-BUSINESS-DATE
          OR LCR-EFFECTIVE-DATE
                NOT < WS-CTL-EFFECTIVE-DATE(WS-CTL-MATCH-IDX))
            PERFORM STORE-CONTROL-VERSION
        WHEN LCR-EFFECTIVE-DATE > WS-BUSINESS-DATE
         AND WS-CTL-EFFECTIVE-DATE(WS-CTL-MATCH-IDX) > WS-BUSINESS-DATE
         AND LCR-EFFECTIVE-DATE
                < WS-CTL-EFFECTIVE-DATE(WS-CTL-MATCH-IDX)
            PERFORM STORE-CONTROL-VERSION
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

STORE-CONTROL-VERSION.
    MOVE LCR-SOURCE-SYSTEM  TO WS-CTL-SOURCE-SYSTEM(WS-CTL-MATCH-IDX)
    MOVE LCR-FIELD-NAME     TO WS-CTL-FIELD-NAME(WS-CTL-MATCH-IDX)
    MOVE LCR-MAX-LENGTH     TO WS-CTL-MAX-LENGTH(WS-CTL-MATCH-IDX)
    MOVE LCR-DISPOSITION    TO WS-CTL-DISPOSITION(WS-CTL-MATCH-IDX)
    MOVE LCR-EFFECTIVE-DATE TO WS-CTL-EFFECTIVE-DATE(WS-CTL-MATCH-IDX).

READ-CONTROL-RECORD.
    READ CONTROL-FILE
        AT END SET WS-CONTROL-EOF TO TRUE
    *> simply not reportable from here.
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        MOVE 'N' TO WS-FOUND-SW
        IF WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX) NOT > WS-BUSINESS-DATE
            PERFORM FIND-SCANNED-FIELD
        END-IF
        IF WS-FOUND
            PERFORM COMPUTE-FIELD-CAPACITY
            IF WS-CTL-MAX-LENGTH(WS-CTL-IDX) > WS-FIELD-CAPACITY
        MOVE WS-FIELD-CAPACITY       TO LCR-MAX-LENGTH
    END-IF
    MOVE 'R'                         TO LCR-DISPOSITION
    MOVE ZERO                        TO LCR-EFFECTIVE-DATE
    WRITE PROPOSED-CONTROL-RECORD FROM LEN-CONTROL-RECORD
    ADD 1 TO WS-PROPOSED-COUNT

    MOVE WS-FIELD-CAPACITY           TO WS-PRP-CAPACITY
    MOVE WS-FLD-MEMBER(WS-FLD-IDX)   TO WS-PRP-MEMBER
    WRITE RECON-REPORT-LINE FROM WS-PROPOSED-LINE.

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
        DISPLAY "LENRCON1: predecessor step(s) not complete for business date "
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
