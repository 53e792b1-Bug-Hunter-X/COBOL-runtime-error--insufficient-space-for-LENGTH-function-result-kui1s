*> max-source-length/receiving-digits entry for a field so a new
*> source feed can be onboarded without a programmer recompiling
*> bug.cob or LENVAL01.
*> The operator signs on with their ID, which LENAUTH1 checks for
*> LENPARM maintenance authority on the LENOPER file; the sign-on
*> and every entry added or updated go to the LENSECL security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        88  WS-DONE                      VALUE 'Y'.

01  WS-ANOTHER-ANS                 PIC X.
01  WS-OPERATOR-ID                 PIC X(8).
01  WS-AUTH-JOB-NAME               PIC X(8) VALUE "LENPMNT1".
01  WS-AUTH-ACTION                 PIC X(8) VALUE "PARMMNT".
01  WS-AUTH-SUBJECT                PIC X(40).
01  WS-AUTH-GRANTED-SW             PIC X VALUE 'N'.
    88  WS-AUTH-GRANTED                  VALUE 'Y'.
01  WS-MATCH-IDX                   PIC 9(4) VALUE ZERO.

01  WS-SCR-FIELD-NAME              PIC X(30).

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    MOVE "SIGN-ON" TO WS-AUTH-SUBJECT
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-GRANTED
        DISPLAY "LENPMNT1: operator " WS-OPERATOR-ID
                " is not authorized to maintain LENPARM"
        STOP RUN
    END-IF

    PERFORM LOAD-PARM-TABLE
    PERFORM UNTIL WS-DONE
        MOVE SPACES TO WS-SCR-FIELD-NAME
        IF WS-SCR-DIGITS > 9
            DISPLAY "Receiving Digits must be 9 or less -- entry not saved"
        ELSE
            MOVE WS-SCR-FIELD-NAME TO WS-AUTH-SUBJECT
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-AUTH-GRANTED
                PERFORM ADD-OR-UPDATE-ENTRY
            ELSE
                DISPLAY "LENPMNT1: update refused -- entry not saved"
            END-IF
        END-IF
        DISPLAY "Add/update another entry? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-ANOTHER-ANS
            " entries on file"
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    CALL "LENAUTH1" USING WS-OPERATOR-ID WS-AUTH-JOB-NAME
        WS-AUTH-ACTION WS-AUTH-SUBJECT WS-AUTH-GRANTED-SW.

LOAD-PARM-TABLE.
    *> The very first entry ever added (a brand-new source feed coming
    *> online, per this screen's own reason for existing) is added
