*> the screen. Released records stay on file (status 'R') as the
*> audit trail of what was held and when, until LENHPRG1 moves the
*> aged ones to the LENHHIST history file.
*> The operator signs on with their ID, which LENAUTH1 checks for
*> release authority on the LENOPER file; the sign-on and every
*> customer released go to the LENSECL security log, so audit can
*> see who released a customer's letter.
*> A release frees every held segment of the customer, so it is
*> passed to LENCASE1 to close the customer's service desk case.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        88  WS-CUSTOMER-DONE             VALUE 'Y'.

01  WS-ANOTHER-ANS                 PIC X.
01  WS-OPERATOR-ID                 PIC X(8).
01  WS-AUTH-JOB-NAME               PIC X(8) VALUE "LENHREL1".
01  WS-AUTH-ACTION                 PIC X(8) VALUE "RELEASE".
01  WS-AUTH-SUBJECT                PIC X(40).
01  WS-AUTH-GRANTED-SW             PIC X VALUE 'N'.
    88  WS-AUTH-GRANTED                  VALUE 'Y'.
01  WS-SCR-CUSTOMER-ID             PIC 9(10).
01  WS-HELD-ON-FILE                PIC 9(7) VALUE ZERO.
01  WS-RELEASED-THIS-ID            PIC 9(4).
01  WS-RELEASED-TOTAL              PIC 9(7) VALUE ZERO.

01  WS-CASE-FUNCTION               PIC X(8).
    COPY lencreq.

SCREEN SECTION.
01  SCR-RELEASE-SCREEN.
    05  BLANK SCREEN.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    MOVE "SIGN-ON" TO WS-AUTH-SUBJECT
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-GRANTED
        DISPLAY "LENHREL1: operator " WS-OPERATOR-ID
                " is not authorized to release holds"
        STOP RUN
    END-IF

    OPEN I-O CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = "00"
        DISPLAY "LENHREL1: LENHOLD not found, nothing to release"
        MOVE ZERO TO WS-SCR-CUSTOMER-ID
        DISPLAY SCR-RELEASE-SCREEN
        ACCEPT SCR-RELEASE-SCREEN
        MOVE WS-SCR-CUSTOMER-ID TO WS-AUTH-SUBJECT
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF WS-AUTH-GRANTED
            PERFORM RELEASE-ONE-CUSTOMER
        ELSE
            DISPLAY "LENHREL1: release refused for customer "
                    WS-SCR-CUSTOMER-ID
        END-IF
        DISPLAY "Release another customer? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-ANOTHER-ANS
        IF WS-ANOTHER-ANS NOT = "Y" AND WS-ANOTHER-ANS NOT = "y"
    END-PERFORM

    CLOSE CUSTOMER-HOLD-FILE
    MOVE "*CLOSE*" TO WS-CASE-FUNCTION
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-AUTH-JOB-NAME
        LEN-CASE-REQUEST
    DISPLAY "LENHREL1: " WS-RELEASED-TOTAL " hold record(s) released"
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    CALL "LENAUTH1" USING WS-OPERATOR-ID WS-AUTH-JOB-NAME
        WS-AUTH-ACTION WS-AUTH-SUBJECT WS-AUTH-GRANTED-SW.

DISPLAY-HELD-CUSTOMERS.
    *> one keyed-sequential sweep from the top of the file to show
    *> ops what is currently held; the releases themselves never
    *> only -- the keyed replacement for the old full-table scan.
    MOVE ZERO TO WS-RELEASED-THIS-ID
    MOVE 'N'  TO WS-CUSTOMER-DONE-SW
    MOVE ZERO TO LCQ-SEGMENT-COUNT
    MOVE ZERO TO LCQ-HOLD-DATE
    MOVE WS-SCR-CUSTOMER-ID TO LHD-CUSTOMER-ID
    MOVE LOW-VALUES         TO LHD-SEGMENT-NAME
    START CUSTOMER-HOLD-FILE KEY NOT < LHD-HOLD-KEY
                ELSE
                    IF LHD-HELD
                        MOVE 'R' TO LHD-STATUS-SW
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO LHD-RELEASE-DATE
                        REWRITE LEN-HOLD-RECORD
                        ADD 1 TO WS-RELEASED-THIS-ID
                        ADD 1 TO WS-RELEASED-TOTAL
                        PERFORM ADD-RELEASED-CASE-SEGMENT
                    END-IF
                END-IF
        END-READ
    ELSE
        DISPLAY "LENHREL1: released " WS-RELEASED-THIS-ID
                " record(s) for customer " WS-SCR-CUSTOMER-ID
        PERFORM SEND-RELEASED-CASE-EVENT
    END-IF.

ADD-RELEASED-CASE-SEGMENT.
    IF LCQ-HOLD-DATE = ZERO OR LHD-FIRST-HELD-DATE < LCQ-HOLD-DATE
        MOVE LHD-FIRST-HELD-DATE TO LCQ-HOLD-DATE
    END-IF
    IF LCQ-SEGMENT-COUNT < 11
        ADD 1 TO LCQ-SEGMENT-COUNT
        MOVE LHD-SEGMENT-NAME TO LCQ-SEGMENT-NAME(LCQ-SEGMENT-COUNT)
        MOVE LHD-HOLD-REASON  TO LCQ-HOLD-REASON(LCQ-SEGMENT-COUNT)
    END-IF.

SEND-RELEASED-CASE-EVENT.
    *> every held segment of the customer was just released, so
    *> nothing is left holding the letter.
    MOVE "RELEASED"                 TO WS-CASE-FUNCTION
    MOVE WS-SCR-CUSTOMER-ID         TO LCQ-CUSTOMER-ID
    MOVE FUNCTION CURRENT-DATE(1:8) TO LCQ-EVENT-DATE
    MOVE ZERO                       TO LCQ-HOLDS-REMAINING
    MOVE ZERO                       TO LCQ-DAYS-HELD
    CALL "LENCASE1" USING WS-CASE-FUNCTION WS-AUTH-JOB-NAME
        LEN-CASE-REQUEST.
