        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT HOLD-HISTORY-FILE ASSIGN TO "LENHHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT HOLD-JOURNAL-FILE ASSIGN TO "LENHJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LENGTH-AUDIT-FILE
FD  CUSTOMER-HOLD-FILE.
    COPY lenhold.

FD  HOLD-HISTORY-FILE
    RECORDING MODE IS F.
01  HOLD-HISTORY-RECORD            PIC X(117).

FD  HOLD-JOURNAL-FILE
    RECORDING MODE IS F.
    COPY lenhjrn.

WORKING-STORAGE SECTION.
01  WS-AREA-1.
    05  WS-AREA-1-SEGMENT OCCURS 10 TIMES INDEXED BY WS-SEG-IDX.
01  WS-AUDIT-FILE-STATUS           PIC XX VALUE SPACES.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-CUSTOMERS-HELD              PIC 9(7) VALUE ZERO.
01  WS-HISTORY-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-JOURNAL-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-HOLD-REASON                 PIC X(40).
01  WS-HOLD-FOUND-SW               PIC X VALUE 'N'.
    88  WS-HOLD-FOUND                    VALUE 'Y'.

01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.

01  WS-RUN-SEVERITY                PIC 9 VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "BUG".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

    COPY lenrunid.

01  WS-CASE-FUNCTION               PIC X(8).
    COPY lencreq.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM SET-RUN-ID
    *> LENGTH-AUDIT-FILE is a running history (request 000) that
    *> LENTRND1 trends over a 30-day window (request 007), so every
    *> run appends to it rather than starting it over -- the same
        DISPLAY "BUG: LENHOLD open failed with status "
                WS-HOLD-FILE-STATUS ", run stopped"
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    *> a released hold that re-fails starts a new hold; the earlier
    *> held-to-released episode goes to the LENHHIST history first
    *> (the same file LENHPRG1 purges into) so it is not lost.
    OPEN EXTEND HOLD-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        OPEN OUTPUT HOLD-HISTORY-FILE
    END-IF
    *> every hold written or rewritten is journaled first, so
    *> LENBACK1 can undo this run's holds.
    OPEN EXTEND HOLD-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        OPEN OUTPUT HOLD-JOURNAL-FILE
    END-IF
    PERFORM LOAD-LENGTH-PARMS

    OPEN INPUT CUSTOMER-MSG-FILE
    CLOSE CUSTOMER-MSG-FILE

    CLOSE CUSTOMER-HOLD-FILE
    CLOSE HOLD-HISTORY-FILE
    CLOSE HOLD-JOURNAL-FILE
    CLOSE LENGTH-AUDIT-FILE
    PERFORM FLUSH-ALERT-SUPPRESSION
    MOVE "*CLOSE*" TO WS-CASE-FUNCTION
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-ALERT-JOB-NAME
        LEN-CASE-REQUEST
    IF WS-CUSTOMERS-HELD > ZERO
        DISPLAY "BUG: " WS-CUSTOMERS-HELD
                " customer(s) written to the print hold file"
    END-IF
    MOVE WS-RUN-SEVERITY TO RETURN-CODE
    PERFORM END-RUN-LEDGER
    STOP RUN.

SET-RUN-ID.
    *> one ID for everything this run writes (see lenrunid.cpy),
    *> registered with LENALRT1 so the alerts carry it as well.
    MOVE WS-LEDGER-JOB-NAME         TO LRI-JOB-NAME
    MOVE FUNCTION CURRENT-DATE(1:8) TO LRI-START-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LRI-START-TIME
    DISPLAY "BUG: run ID " LEN-RUN-ID
    MOVE "*RUNID*"  TO WS-ALERT-FIELD-NAME
    MOVE LEN-RUN-ID TO WS-ALERT-DETAIL
    CALL "LENALRT1" USING WS-ALERT-JOB-NAME WS-ALERT-FIELD-NAME
        WS-ALERT-DETAIL.

FLUSH-ALERT-SUPPRESSION.
    *> End-of-run handshake with LENALRT1's flood control: emits the
    *> "N further failures suppressed" summary alerts for any field
    MOVE CMR-SEGMENT-COUNT TO WS-SEGMENT-COUNT
    SET WS-CUSTOMER-PASS TO TRUE
    MOVE 'N' TO WS-CUSTOMER-HELD-SW
    MOVE ZERO TO LCQ-SEGMENT-COUNT

    *> WS-AREA-1-SEGMENT/CMR-MSG-SEGMENT only OCCURS 10 TIMES -- a
    *> segment count above that off an upstream feed must not be used
        PERFORM UPDATE-RUN-SEVERITY
    END-PERFORM

    IF LCQ-SEGMENT-COUNT > ZERO
        PERFORM SEND-HELD-CASE-EVENT
    END-IF

    DISPLAY "CUSTOMER " CMR-CUSTOMER-ID " LENGTH CHECK: "
            WS-CUSTOMER-RESULT-SW.

    *> reason are set by the caller), so the print step can pull
    *> the letter and ops can see exactly what to fix before
    *> releasing it on the LENHREL1 screen.
    MOVE LHD-HOLD-REASON            TO WS-HOLD-REASON
    MOVE CMR-CUSTOMER-ID            TO LHD-CUSTOMER-ID
    MOVE 'Y' TO WS-HOLD-FOUND-SW
    READ CUSTOMER-HOLD-FILE
        INVALID KEY
            MOVE 'N' TO WS-HOLD-FOUND-SW
    END-READ
    PERFORM WRITE-HOLD-JOURNAL-RECORD
    *> the same customer/segment failing again while an earlier
    *> hold (or its released history still on file) carries the
    *> key: refresh the reason and date and re-hold it. A hold
    *> still open keeps its first-held date so the delay is
    *> measured from the original failure; a released one is
    *> copied to the history and starts over as a new hold.
    EVALUATE TRUE
        WHEN NOT WS-HOLD-FOUND
            MOVE WS-BUSINESS-DATE TO LHD-FIRST-HELD-DATE
            PERFORM ADD-CASE-SEGMENT
        WHEN LHD-RELEASED
            MOVE LEN-HOLD-RECORD TO HOLD-HISTORY-RECORD
            WRITE HOLD-HISTORY-RECORD
            MOVE WS-BUSINESS-DATE TO LHD-FIRST-HELD-DATE
            PERFORM ADD-CASE-SEGMENT
        WHEN LHD-FIRST-HELD-DATE NOT NUMERIC
          OR LHD-FIRST-HELD-DATE = ZERO
            MOVE LHD-RUN-DATE TO LHD-FIRST-HELD-DATE
    END-EVALUATE
    MOVE WS-HOLD-REASON             TO LHD-HOLD-REASON
    MOVE WS-BUSINESS-DATE           TO LHD-RUN-DATE
    MOVE 'H'                        TO LHD-STATUS-SW
    MOVE ZERO                       TO LHD-RELEASE-DATE
    MOVE LEN-RUN-ID                 TO LHD-RUN-ID
    IF WS-HOLD-FOUND
        REWRITE LEN-HOLD-RECORD
    ELSE
        WRITE LEN-HOLD-RECORD
    END-IF
    IF NOT WS-CUSTOMER-HELD
        SET WS-CUSTOMER-HELD TO TRUE
        ADD 1 TO WS-CUSTOMERS-HELD
    END-IF.

ADD-CASE-SEGMENT.
    *> a segment newly held tonight goes on the customer's service
    *> desk case; a refresh of a hold already open is old news.
    IF LCQ-SEGMENT-COUNT < 11
        ADD 1 TO LCQ-SEGMENT-COUNT
        MOVE LHD-SEGMENT-NAME TO LCQ-SEGMENT-NAME(LCQ-SEGMENT-COUNT)
        MOVE WS-HOLD-REASON   TO LCQ-HOLD-REASON(LCQ-SEGMENT-COUNT)
    END-IF.

SEND-HELD-CASE-EVENT.
    *> LENCASE1 opens the customer's case, or adds tonight's
    *> segments to the one already open.
    MOVE "HELD"           TO WS-CASE-FUNCTION
    MOVE CMR-CUSTOMER-ID  TO LCQ-CUSTOMER-ID
    MOVE WS-BUSINESS-DATE TO LCQ-EVENT-DATE
    MOVE WS-BUSINESS-DATE TO LCQ-HOLD-DATE
    MOVE ZERO             TO LCQ-HOLDS-REMAINING
    MOVE ZERO             TO LCQ-DAYS-HELD
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-ALERT-JOB-NAME
        LEN-CASE-REQUEST.

WRITE-HOLD-JOURNAL-RECORD.
    *> the hold as it stands before this run touches it: nothing
    *> for a new hold, the open or released record otherwise.
    MOVE LEN-RUN-ID                 TO LHJ-RUN-ID
    MOVE LHD-HOLD-KEY               TO LHJ-HOLD-KEY
    EVALUATE TRUE
        WHEN NOT WS-HOLD-FOUND
            MOVE 'A'                TO LHJ-ACTION-SW
            MOVE SPACES             TO LHJ-BEFORE-IMAGE
        WHEN LHD-RELEASED
            MOVE 'E'                TO LHJ-ACTION-SW
            MOVE LEN-HOLD-RECORD    TO LHJ-BEFORE-IMAGE
        WHEN OTHER
            MOVE 'R'                TO LHJ-ACTION-SW
            MOVE LEN-HOLD-RECORD    TO LHJ-BEFORE-IMAGE
    END-EVALUATE
    WRITE LEN-HOLD-JOURNAL-RECORD.

WRITE-LENGTH-AUDIT-RECORD.
    *> CUSTOMER-MSG-FILE is a single feed (unlike LENVAL01's driver
    *> records, which each carry their own source system), so every
    MOVE CMR-SEGMENT-NAME(WS-SEG-IDX) TO LAR-SOURCE-FIELD-NAME
    MOVE WS-AREA-2              TO LAR-COMPUTED-LENGTH
    MOVE WS-RECEIVING-CAPACITY  TO LAR-RECEIVING-CAPACITY
    MOVE WS-BUSINESS-DATE       TO LAR-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LAR-RUN-TIME
    MOVE LEN-RUN-ID             TO LAR-RUN-ID
    WRITE LEN-AUDIT-RECORD.

COMPUTE-DBCS-CHARACTER-COUNT.
            END-IF
        END-IF
    END-IF.

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
        DISPLAY "BUG: predecessor step(s) not complete for business date "
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
