IDENTIFICATION DIVISION.
PROGRAM-ID. LENCASE1.
*> Shared service-desk case writer. The service desk used to hear
*> about a held letter only when the customer rang in; now every
*> step that holds, ages or releases a letter calls this program
*> with the case event and it keeps one CRM case per customer:
*>   "HELD"     - BUG held segments of a customer's letter: opens
*>                a case ('O'), or adds them to the open case ('U');
*>   "AGED"     - LENHAGE1 found the customer's hold past the aging
*>                threshold: escalates the open case once ('G'), or
*>                opens one when the customer has none yet;
*>   "RELEASED" - LENHREL1/LENHARL1 released held segments: closes
*>                the case ('C') once LCQ-HOLDS-REMAINING says no
*>                held segment is left on the letter.
*> Each event goes to the LENCASO intake feed (lencaso.cpy) and the
*> case's state to the LENCASE register (lencase.cpy), which
*> LENCSLD1 keeps up to date from the CRM and LENCSRC1 reconciles
*> against LENHOLD. Files are opened on the first call and stay
*> open; callers make a final call with "*CLOSE*" at end of run,
*> the same handshake LENALRT1 uses for "*FLUSH*".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO "LENCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LCS-CUSTOMER-ID
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT CASE-FEED-FILE ASSIGN TO "LENCASO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CASE-FILE.
    COPY lencase.

FD  CASE-FEED-FILE
    RECORDING MODE IS F.
    COPY lencaso.

WORKING-STORAGE SECTION.
01  WS-CASE-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-FEED-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-FIRST-CALL-SW               PIC X VALUE 'Y'.
    88  WS-FIRST-CALL                    VALUE 'Y'.
01  WS-FILES-OPEN-SW               PIC X VALUE 'N'.
    88  WS-FILES-OPEN                    VALUE 'Y'.
01  WS-CASE-FOUND-SW               PIC X VALUE 'N'.
    88  WS-CASE-FOUND                    VALUE 'Y'.
01  WS-CASE-OPEN-SW                PIC X VALUE 'N'.
    88  WS-CASE-IS-OPEN                  VALUE 'Y'.

01  WS-CLOSE-FUNCTION              PIC X(8) VALUE "*CLOSE*".
01  WS-FEED-TYPE                   PIC X.
01  WS-EXPECTED-OUTCOME            PIC X(50).
01  WS-DAYS-HELD-DISPLAY           PIC Z(4)9.
01  WS-SEG-SUB                     PIC 9(2).

LINKAGE SECTION.
01  LC-FUNCTION                    PIC X(8).
01  LC-JOB-NAME                    PIC X(8).
    COPY lencreq.

PROCEDURE DIVISION USING LC-FUNCTION LC-JOB-NAME LEN-CASE-REQUEST.
MAIN-PARA.
    IF LC-FUNCTION = WS-CLOSE-FUNCTION
        PERFORM CLOSE-CASE-FILES
        GOBACK
    END-IF

    IF WS-FIRST-CALL
        PERFORM OPEN-CASE-FILES
        MOVE 'N' TO WS-FIRST-CALL-SW
    END-IF
    MOVE 'N' TO LCQ-FEED-SENT-SW
    IF NOT WS-FILES-OPEN
        GOBACK
    END-IF

    PERFORM READ-CASE-RECORD
    EVALUATE LC-FUNCTION
        WHEN "HELD"
            PERFORM RECORD-LETTER-HELD
        WHEN "AGED"
            PERFORM RECORD-HOLD-AGED
        WHEN "RELEASED"
            PERFORM RECORD-HOLD-RELEASED
        WHEN OTHER
            DISPLAY "LENCASE1: unknown case event " LC-FUNCTION
                    " from " LC-JOB-NAME ", ignored"
    END-EVALUATE
    GOBACK.

OPEN-CASE-FILES.
    *> the register carries every open case from earlier runs, so
    *> only a file-not-found ("35") creates it -- the same guard BUG
    *> uses for LENHOLD. Without it no case can be tracked, and the
    *> caller's own run carries on: LENCSRC1 lists the holds that
    *> went without a case.
    OPEN I-O CASE-FILE
    IF WS-CASE-FILE-STATUS = "35"
        OPEN OUTPUT CASE-FILE
        CLOSE CASE-FILE
        OPEN I-O CASE-FILE
    END-IF
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "LENCASE1: LENCASE open failed with status "
                WS-CASE-FILE-STATUS ", no case records sent"
    ELSE
        OPEN EXTEND CASE-FEED-FILE
        IF WS-FEED-FILE-STATUS NOT = "00"
            OPEN OUTPUT CASE-FEED-FILE
        END-IF
        SET WS-FILES-OPEN TO TRUE
    END-IF.

CLOSE-CASE-FILES.
    IF WS-FILES-OPEN
        CLOSE CASE-FILE
        CLOSE CASE-FEED-FILE
    END-IF
    MOVE 'N' TO WS-FILES-OPEN-SW
    MOVE 'Y' TO WS-FIRST-CALL-SW.

READ-CASE-RECORD.
    MOVE LCQ-CUSTOMER-ID TO LCS-CUSTOMER-ID
    MOVE 'Y' TO WS-CASE-FOUND-SW
    READ CASE-FILE
        INVALID KEY
            MOVE 'N' TO WS-CASE-FOUND-SW
    END-READ
    MOVE 'N' TO WS-CASE-OPEN-SW
    IF WS-CASE-FOUND AND LCS-CASE-OPEN
        SET WS-CASE-IS-OPEN TO TRUE
    END-IF.

RECORD-LETTER-HELD.
    IF WS-CASE-IS-OPEN
        MOVE 'U' TO WS-FEED-TYPE
        MOVE "MORE OF THE LETTER HELD - PRINTS WHEN ALL CORRECTED"
            TO WS-EXPECTED-OUTCOME
    ELSE
        PERFORM START-NEW-CASE
        MOVE 'O' TO WS-FEED-TYPE
        MOVE "LETTER HELD - PRINTS WHEN THE DATA IS CORRECTED"
            TO WS-EXPECTED-OUTCOME
    END-IF
    PERFORM SAVE-CASE-RECORD
    PERFORM WRITE-CASE-FEED-RECORD.

RECORD-HOLD-AGED.
    *> escalated once per case; a customer with no open case (held
    *> before the case interface, or the case closed by the CRM and
    *> the letter still held) gets one opened as already aged.
    IF WS-CASE-IS-OPEN AND LCS-ESCALATED
        CONTINUE
    ELSE
        IF WS-CASE-IS-OPEN
            MOVE 'G' TO WS-FEED-TYPE
        ELSE
            PERFORM START-NEW-CASE
            MOVE 'O' TO WS-FEED-TYPE
        END-IF
        MOVE 'Y' TO LCS-ESCALATED-SW
        MOVE LCQ-DAYS-HELD TO WS-DAYS-HELD-DISPLAY
        MOVE SPACES TO WS-EXPECTED-OUTCOME
        STRING "HELD" WS-DAYS-HELD-DISPLAY
            " BUSINESS DAYS - CONTACT THE CUSTOMER"
            DELIMITED BY SIZE INTO WS-EXPECTED-OUTCOME
        PERFORM SAVE-CASE-RECORD
        PERFORM WRITE-CASE-FEED-RECORD
    END-IF.

RECORD-HOLD-RELEASED.
    *> a letter is only free once every held segment is released;
    *> a partial release leaves the case open.
    IF WS-CASE-IS-OPEN AND LCQ-HOLDS-REMAINING = ZERO
        MOVE 'C'            TO LCS-STATUS-SW
        MOVE LCQ-EVENT-DATE TO LCS-CLOSED-DATE
        MOVE 'C' TO WS-FEED-TYPE
        MOVE "LETTER RELEASED - PRINTS ON THE NEXT PRINT RUN"
            TO WS-EXPECTED-OUTCOME
        PERFORM SAVE-CASE-RECORD
        PERFORM WRITE-CASE-FEED-RECORD
    END-IF.

START-NEW-CASE.
    MOVE LCQ-CUSTOMER-ID TO LCS-CUSTOMER-ID
    MOVE LCQ-CUSTOMER-ID TO LCS-REF-CUSTOMER-ID
    MOVE LCQ-EVENT-DATE  TO LCS-REF-OPENED-DATE
    MOVE 'O'             TO LCS-STATUS-SW
    MOVE LCQ-EVENT-DATE  TO LCS-OPENED-DATE
    MOVE ZERO            TO LCS-CLOSED-DATE
    MOVE 'N'             TO LCS-ESCALATED-SW
    MOVE SPACES          TO LCS-CRM-CASE-NUMBER
    MOVE 'O'             TO LCS-CRM-STATUS-SW
    MOVE ZERO            TO LCS-UPDATE-COUNT
    PERFORM VARYING WS-SEG-SUB FROM 1 BY 1 UNTIL WS-SEG-SUB > 3
        MOVE ZERO   TO LCS-UPDATE-DATE(WS-SEG-SUB)
        MOVE SPACES TO LCS-UPDATE-TEXT(WS-SEG-SUB)
    END-PERFORM.

SAVE-CASE-RECORD.
    IF WS-CASE-FOUND
        REWRITE LEN-CASE-RECORD
    ELSE
        WRITE LEN-CASE-RECORD
        SET WS-CASE-FOUND TO TRUE
    END-IF.

WRITE-CASE-FEED-RECORD.
    MOVE WS-FEED-TYPE         TO LCO-RECORD-TYPE-SW
    MOVE LCS-CASE-REF         TO LCO-CASE-REF
    MOVE LCQ-CUSTOMER-ID      TO LCO-CUSTOMER-ID
    MOVE LCQ-EVENT-DATE       TO LCO-EVENT-DATE
    IF LCQ-HOLD-DATE > ZERO
        MOVE LCQ-HOLD-DATE    TO LCO-HOLD-DATE
    ELSE
        MOVE LCS-OPENED-DATE  TO LCO-HOLD-DATE
    END-IF
    MOVE LC-JOB-NAME          TO LCO-JOB-NAME
    MOVE WS-EXPECTED-OUTCOME  TO LCO-EXPECTED-OUTCOME
    IF LCQ-SEGMENT-COUNT > 11
        MOVE 11 TO LCQ-SEGMENT-COUNT
    END-IF
    MOVE LCQ-SEGMENT-COUNT    TO LCO-SEGMENT-COUNT
    PERFORM VARYING WS-SEG-SUB FROM 1 BY 1 UNTIL WS-SEG-SUB > 11
        IF WS-SEG-SUB > LCQ-SEGMENT-COUNT
            MOVE SPACES TO LCO-SEGMENT-NAME(WS-SEG-SUB)
                           LCO-HOLD-REASON(WS-SEG-SUB)
        ELSE
            MOVE LCQ-SEGMENT-NAME(WS-SEG-SUB)
                TO LCO-SEGMENT-NAME(WS-SEG-SUB)
            MOVE LCQ-HOLD-REASON(WS-SEG-SUB)
                TO LCO-HOLD-REASON(WS-SEG-SUB)
        END-IF
    END-PERFORM
    WRITE LEN-CASE-FEED-RECORD
    SET LCQ-FEED-SENT TO TRUE.
