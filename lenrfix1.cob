*> configurable cap of resubmissions (default 3) stops cycling and
*> is escalated through LENALRT1 instead -- at that point the
*> control max is wrong, not the data.
*> The operator signs on with their ID, which LENAUTH1 checks for
*> repair authority on the LENOPER file; the sign-on and every
*> record resubmitted go to the LENSECL security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  REJECT-WORK-FILE
    RECORDING MODE IS F.
01  REJECT-WORK-RECORD          PIC X(335).

FD  RESUB-WORK-FILE
    RECORDING MODE IS F.
        10  WS-REJ-DBCS-SW         PIC X.
        10  WS-REJ-TEXT-VALUE      PIC X(200).
        10  WS-REJ-CYCLE-COUNT     PIC 9(2).
        10  WS-REJ-RUN-ID          PIC X(22).
        10  WS-REJ-ACTION-SW       PIC X.
            88  WS-REJ-RESUBMIT          VALUE 'R'.
            88  WS-REJ-KEEP              VALUE 'K'.
        88  WS-RESUB-SPILLED             VALUE 'Y'.

01  WS-ACTION-ANS                  PIC X.
01  WS-OPERATOR-ID                 PIC X(8).
01  WS-AUTH-JOB-NAME               PIC X(8) VALUE "LENRFIX1".
01  WS-AUTH-ACTION                 PIC X(8) VALUE "REPAIR".
01  WS-AUTH-SUBJECT                PIC X(40).
01  WS-AUTH-GRANTED-SW             PIC X VALUE 'N'.
    88  WS-AUTH-GRANTED                  VALUE 'Y'.
01  WS-RESUBMITTED-COUNT           PIC 9(4) VALUE ZERO.
01  WS-KEPT-COUNT                  PIC 9(4) VALUE ZERO.
01  WS-CAPPED-COUNT                PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    MOVE "SIGN-ON" TO WS-AUTH-SUBJECT
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-GRANTED
        DISPLAY "LENRFIX1: operator " WS-OPERATOR-ID
                " is not authorized to repair rejects"
        STOP RUN
    END-IF

    PERFORM LOAD-CYCLE-CAP
    PERFORM LOAD-REJECT-TABLE
    IF WS-REJECT-COUNT = ZERO
            WS-CAPPED-COUNT " at the cycle cap"
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    CALL "LENAUTH1" USING WS-OPERATOR-ID WS-AUTH-JOB-NAME
        WS-AUTH-ACTION WS-AUTH-SUBJECT WS-AUTH-GRANTED-SW.

LOAD-CYCLE-CAP.
    *> A missing parm file just means the compiled-in default
    *> applies -- same guard LENALRT1 uses for LENATHRS.
                MOVE LRJ-DBCS-SW         TO WS-REJ-DBCS-SW(WS-REJECT-COUNT)
                MOVE LRJ-TEXT-VALUE      TO WS-REJ-TEXT-VALUE(WS-REJECT-COUNT)
                MOVE LRJ-CYCLE-COUNT     TO WS-REJ-CYCLE-COUNT(WS-REJECT-COUNT)
                MOVE LRJ-RUN-ID          TO WS-REJ-RUN-ID(WS-REJECT-COUNT)
                MOVE 'K'                 TO WS-REJ-ACTION-SW(WS-REJECT-COUNT)
            ELSE
                *> the review table is full -- spill the rest to the
    EVALUATE WS-ACTION-ANS
        WHEN "R"
        WHEN "r"
            MOVE SPACES TO WS-AUTH-SUBJECT
            STRING "KEY " WS-REJ-RECORD-KEY(WS-REJ-IDX)
                " CUST " WS-REJ-CUSTOMER-ID(WS-REJ-IDX)
                DELIMITED BY SIZE INTO WS-AUTH-SUBJECT
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-AUTH-GRANTED
                MOVE WS-SCR-TEXT TO WS-REJ-TEXT-VALUE(WS-REJ-IDX)
                SET WS-REJ-RESUBMIT(WS-REJ-IDX) TO TRUE
            ELSE
                DISPLAY "LENRFIX1: repair refused, record left on the reject file"
            END-IF
        WHEN "Q"
        WHEN "q"
            *> leave this and every remaining reject as-is and fall
            MOVE WS-REJ-DBCS-SW(WS-REJ-IDX)         TO LRJ-DBCS-SW
            MOVE WS-REJ-TEXT-VALUE(WS-REJ-IDX)      TO LRJ-TEXT-VALUE
            MOVE WS-REJ-CYCLE-COUNT(WS-REJ-IDX)     TO LRJ-CYCLE-COUNT
            MOVE WS-REJ-RUN-ID(WS-REJ-IDX)          TO LRJ-RUN-ID
            WRITE LEN-REJECT-RECORD
            ADD 1 TO WS-KEPT-COUNT
        END-IF
