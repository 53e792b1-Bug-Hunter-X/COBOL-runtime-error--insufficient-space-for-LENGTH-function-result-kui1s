IDENTIFICATION DIVISION.
PROGRAM-ID. LENAUTH1.
*> Shared operator authority check: called by LENCMNT1, LENHREL1,
*> LENRFIX1, LENPMNT1 and LENCALM1 at sign-on and before each action, the way
*> LENALRT1 is called for alerts. The LENOPER operator authority
*> file is loaded on the first call; each call answers whether
*> LA-OPERATOR-ID may perform LA-ACTION and appends the answer --
*> granted or refused -- to the LENSECL security activity log with
*> the calling job and the subject of the action.
*>
*> Actions: SIGNON (operator is on file and active), CHGREQ and
*> CHGAPPR (request / approve-or-deny a LENCTRL control change),
*> RELEASE (release a LENHOLD print hold), REPAIR (repair and
*> resubmit a LENVREJ reject), PARMMNT (maintain LENPARM), CALMNT
*> (maintain the LENCAL shop calendar).
*> Unlike the parm files, a missing LENOPER does not fall back to a
*> default: with no authority file nobody is authorized, so every
*> check is refused (and logged) until it is restored.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "LENOPER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-FILE-STATUS.

    SELECT SECURITY-LOG-FILE ASSIGN TO "LENSECL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-FILE
    RECORDING MODE IS F.
    COPY lenoper.

FD  SECURITY-LOG-FILE
    RECORDING MODE IS F.
    COPY lensecl.

WORKING-STORAGE SECTION.
01  WS-OPERATOR-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-SECLOG-FILE-STATUS          PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-FIRST-CALL-SW           PIC X VALUE 'Y'.
        88  WS-FIRST-CALL                VALUE 'Y'.
    05  WS-OPERATOR-EOF-SW         PIC X VALUE 'N'.
        88  WS-OPERATOR-EOF              VALUE 'Y'.
    05  WS-OPERATOR-FILE-SW        PIC X VALUE 'N'.
        88  WS-OPERATOR-FILE-LOADED      VALUE 'Y'.

01  WS-OPERATOR-TABLE.
    05  WS-OPER-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-OPER-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-OPER-COUNT
                       INDEXED BY WS-OPER-IDX.
        10  WS-OPR-OPERATOR-ID     PIC X(8).
        10  WS-OPR-STATUS-SW       PIC X.
        10  WS-OPR-CAN-REQUEST-SW  PIC X.
        10  WS-OPR-CAN-APPROVE-SW  PIC X.
        10  WS-OPR-CAN-RELEASE-SW  PIC X.
        10  WS-OPR-CAN-REPAIR-SW   PIC X.
        10  WS-OPR-CAN-PARM-SW     PIC X.
        10  WS-OPR-CAN-CALENDAR-SW PIC X.

01  WS-MATCH-IDX                   PIC 9(4) VALUE ZERO.
01  WS-RESULT-DETAIL               PIC X(30).

LINKAGE SECTION.
01  LA-OPERATOR-ID                 PIC X(8).
01  LA-JOB-NAME                    PIC X(8).
01  LA-ACTION                      PIC X(8).
01  LA-SUBJECT                     PIC X(40).
01  LA-GRANTED-SW                  PIC X.

PROCEDURE DIVISION USING LA-OPERATOR-ID LA-JOB-NAME LA-ACTION
                         LA-SUBJECT LA-GRANTED-SW.
MAIN-PARA.
    IF WS-FIRST-CALL
        PERFORM LOAD-OPERATOR-TABLE
        MOVE 'N' TO WS-FIRST-CALL-SW
    END-IF

    PERFORM CHECK-OPERATOR-AUTHORITY
    PERFORM WRITE-SECURITY-LOG-RECORD
    GOBACK.

LOAD-OPERATOR-TABLE.
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-FILE-STATUS = "00"
        SET WS-OPERATOR-FILE-LOADED TO TRUE
        PERFORM READ-OPERATOR-RECORD
        PERFORM UNTIL WS-OPERATOR-EOF
            IF WS-OPER-COUNT < 2000
                ADD 1 TO WS-OPER-COUNT
                MOVE LOP-OPERATOR-ID    TO WS-OPR-OPERATOR-ID(WS-OPER-COUNT)
                MOVE LOP-STATUS-SW      TO WS-OPR-STATUS-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-REQUEST-SW TO WS-OPR-CAN-REQUEST-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-APPROVE-SW TO WS-OPR-CAN-APPROVE-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-RELEASE-SW TO WS-OPR-CAN-RELEASE-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-REPAIR-SW  TO WS-OPR-CAN-REPAIR-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-PARM-SW    TO WS-OPR-CAN-PARM-SW(WS-OPER-COUNT)
                MOVE LOP-CAN-CALENDAR-SW
                    TO WS-OPR-CAN-CALENDAR-SW(WS-OPER-COUNT)
            ELSE
                DISPLAY "LENAUTH1: LENOPER has more than 2000 operators, ignoring the rest"
            END-IF
            PERFORM READ-OPERATOR-RECORD
        END-PERFORM
        CLOSE OPERATOR-FILE
    ELSE
        DISPLAY "LENAUTH1: LENOPER not available, all actions refused"
    END-IF.

READ-OPERATOR-RECORD.
    READ OPERATOR-FILE
        AT END SET WS-OPERATOR-EOF TO TRUE
    END-READ.

CHECK-OPERATOR-AUTHORITY.
    MOVE 'N' TO LA-GRANTED-SW
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
            UNTIL WS-OPER-IDX > WS-OPER-COUNT
        IF WS-OPR-OPERATOR-ID(WS-OPER-IDX) = LA-OPERATOR-ID
            SET WS-MATCH-IDX TO WS-OPER-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN NOT WS-OPERATOR-FILE-LOADED
            MOVE "OPERATOR FILE UNAVAILABLE" TO WS-RESULT-DETAIL
        WHEN LA-OPERATOR-ID = SPACES
            MOVE "NO OPERATOR ID ENTERED" TO WS-RESULT-DETAIL
        WHEN WS-MATCH-IDX = ZERO
            MOVE "OPERATOR NOT ON FILE" TO WS-RESULT-DETAIL
        WHEN WS-OPR-STATUS-SW(WS-MATCH-IDX) NOT = 'A'
            MOVE "OPERATOR SUSPENDED" TO WS-RESULT-DETAIL
        WHEN OTHER
            PERFORM CHECK-ACTION-AUTHORITY
    END-EVALUATE.

CHECK-ACTION-AUTHORITY.
    MOVE "NOT AUTHORIZED FOR ACTION" TO WS-RESULT-DETAIL
    EVALUATE LA-ACTION
        WHEN "SIGNON"
            MOVE 'Y' TO LA-GRANTED-SW
        WHEN "CHGREQ"
            IF WS-OPR-CAN-REQUEST-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN "CHGAPPR"
            IF WS-OPR-CAN-APPROVE-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN "RELEASE"
            IF WS-OPR-CAN-RELEASE-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN "REPAIR"
            IF WS-OPR-CAN-REPAIR-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN "PARMMNT"
            IF WS-OPR-CAN-PARM-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN "CALMNT"
            IF WS-OPR-CAN-CALENDAR-SW(WS-MATCH-IDX) = 'Y'
                MOVE 'Y' TO LA-GRANTED-SW
            END-IF
        WHEN OTHER
            MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-DETAIL
    END-EVALUATE
    IF LA-GRANTED-SW = 'Y'
        MOVE SPACES TO WS-RESULT-DETAIL
    END-IF.

WRITE-SECURITY-LOG-RECORD.
    *> appended and closed per call -- the same per-write open/close
    *> LENALRT1 uses -- so a screen session that is killed still
    *> leaves every check it made on the log.
    MOVE FUNCTION CURRENT-DATE(1:8) TO LSL-LOG-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LSL-LOG-TIME
    MOVE LA-OPERATOR-ID             TO LSL-OPERATOR-ID
    MOVE LA-JOB-NAME                TO LSL-JOB-NAME
    MOVE LA-ACTION                  TO LSL-ACTION
    MOVE LA-SUBJECT                 TO LSL-SUBJECT
    IF LA-GRANTED-SW = 'Y'
        MOVE 'G' TO LSL-RESULT-SW
    ELSE
        MOVE 'R' TO LSL-RESULT-SW
    END-IF
    MOVE WS-RESULT-DETAIL           TO LSL-RESULT-DETAIL

    OPEN EXTEND SECURITY-LOG-FILE
    IF WS-SECLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT SECURITY-LOG-FILE
    END-IF
    WRITE LEN-SECURITY-LOG-RECORD
    CLOSE SECURITY-LOG-FILE.
