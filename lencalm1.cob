IDENTIFICATION DIVISION.
PROGRAM-ID. LENCALM1.
*> Ops maintenance screen for the LENCAL shop business-day
*> calendar: add, update or delete the entry for a date that does
*> not follow the standing Monday-to-Friday rule -- a bank holiday,
*> a shop closure, a worked weekend, or a day the print vendor runs
*> or does not run -- so aging, retention and the business date
*> follow the shop's real calendar without a programmer touching
*> LENCALD1. Deleting an entry puts the date back on the standing
*> rule. The file is kept in date order.
*> The operator signs on with their ID, which LENAUTH1 checks for
*> calendar maintenance authority on the LENOPER file; the sign-on
*> and every entry added, updated or deleted go to the LENSECL
*> security log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "LENCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE
    RECORDING MODE IS F.
    COPY lencal.

WORKING-STORAGE SECTION.
01  WS-CALENDAR-FILE-STATUS        PIC XX VALUE SPACES.

01  WS-CALENDAR-TABLE.
    05  WS-CAL-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-CAL-ENTRY OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-CAL-COUNT
                      INDEXED BY WS-CAL-IDX.
        10  WS-CAL-DATE            PIC 9(8).
        10  WS-CAL-DAY-TYPE-SW     PIC X.
        10  WS-CAL-PRINT-RUN-SW    PIC X.
        10  WS-CAL-DESCRIPTION     PIC X(30).
        10  WS-CAL-MAINTAINED-BY   PIC X(8).
        10  WS-CAL-MAINTAINED-DATE PIC 9(8).

01  WS-CAL-HOLD-ENTRY.
    05  WS-HOLD-DATE               PIC 9(8).
    05  WS-HOLD-DAY-TYPE-SW        PIC X.
    05  WS-HOLD-PRINT-RUN-SW       PIC X.
    05  WS-HOLD-DESCRIPTION        PIC X(30).
    05  WS-HOLD-MAINTAINED-BY      PIC X(8).
    05  WS-HOLD-MAINTAINED-DATE    PIC 9(8).

01  WS-SWITCHES.
    05  WS-EOF-SW                  PIC X VALUE 'N'.
        88  WS-EOF                       VALUE 'Y'.
    05  WS-DONE-SW                 PIC X VALUE 'N'.
        88  WS-DONE                      VALUE 'Y'.
    05  WS-ENTRY-VALID-SW          PIC X VALUE 'N'.
        88  WS-ENTRY-VALID               VALUE 'Y'.
    05  WS-LOAD-FAILED-SW          PIC X VALUE 'N'.
        88  WS-LOAD-FAILED               VALUE 'Y'.

01  WS-ANOTHER-ANS                 PIC X.
01  WS-OPERATOR-ID                 PIC X(8).
01  WS-AUTH-JOB-NAME               PIC X(8) VALUE "LENCALM1".
01  WS-AUTH-ACTION                 PIC X(8) VALUE "CALMNT".
01  WS-AUTH-SUBJECT                PIC X(40).
01  WS-AUTH-GRANTED-SW             PIC X VALUE 'N'.
    88  WS-AUTH-GRANTED                  VALUE 'Y'.
01  WS-MATCH-IDX                   PIC 9(4) VALUE ZERO.
01  WS-CAL-SUB                     PIC 9(4) VALUE ZERO.

01  WS-SCR-ACTION                  PIC X.
    88  WS-SCR-ADD-OR-UPDATE             VALUE 'A' 'a'.
    88  WS-SCR-DELETE                    VALUE 'D' 'd'.
01  WS-SCR-CALENDAR-DATE           PIC 9(8).
01  WS-SCR-DAY-TYPE                PIC X.
    88  WS-SCR-VALID-DAY-TYPE            VALUE 'B' 'H' 'N'.
01  WS-SCR-PRINT-RUN               PIC X.
    88  WS-SCR-VALID-PRINT-RUN           VALUE 'Y' 'N'.
01  WS-SCR-DESCRIPTION             PIC X(30).

SCREEN SECTION.
01  SCR-MAINT-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1 COL 1 VALUE "LENCAL SHOP CALENDAR MAINTENANCE".
    05  LINE 3 COL 1 VALUE "Action (A/D)......: ".
    05  LINE 3 COL 22 PIC X USING WS-SCR-ACTION.
    05  LINE 4 COL 1 VALUE "Date (YYYYMMDD)...: ".
    05  LINE 4 COL 22 PIC 9(8) USING WS-SCR-CALENDAR-DATE.
    05  LINE 5 COL 1 VALUE "Day Type (B/H/N)..: ".
    05  LINE 5 COL 22 PIC X USING WS-SCR-DAY-TYPE.
    05  LINE 6 COL 1 VALUE "Print Run (Y/N)...: ".
    05  LINE 6 COL 22 PIC X USING WS-SCR-PRINT-RUN.
    05  LINE 7 COL 1 VALUE "Description.......: ".
    05  LINE 7 COL 22 PIC X(30) USING WS-SCR-DESCRIPTION.
    05  LINE 9 COL 1 VALUE
        "B = business day  H = holiday  N = other non-business day".

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    MOVE "SIGN-ON" TO WS-AUTH-SUBJECT
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-GRANTED
        DISPLAY "LENCALM1: operator " WS-OPERATOR-ID
                " is not authorized to maintain LENCAL"
        STOP RUN
    END-IF

    *> the whole file is rewritten on the way out, so a table that
    *> could not hold all of it must never get that far.
    PERFORM LOAD-CALENDAR-TABLE
    IF WS-LOAD-FAILED
        DISPLAY "LENCALM1: LENCAL not maintained, the file is left as it was"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE
        MOVE "A" TO WS-SCR-ACTION
        MOVE ZERO TO WS-SCR-CALENDAR-DATE
        MOVE SPACES TO WS-SCR-DAY-TYPE WS-SCR-PRINT-RUN
                       WS-SCR-DESCRIPTION
        DISPLAY SCR-MAINT-SCREEN
        ACCEPT SCR-MAINT-SCREEN
        PERFORM VALIDATE-CALENDAR-ENTRY
        IF WS-ENTRY-VALID
            MOVE SPACES TO WS-AUTH-SUBJECT
            STRING WS-SCR-ACTION " " WS-SCR-CALENDAR-DATE " "
                WS-SCR-DESCRIPTION
                DELIMITED BY SIZE INTO WS-AUTH-SUBJECT
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-AUTH-GRANTED
                IF WS-SCR-DELETE
                    PERFORM DELETE-ENTRY
                ELSE
                    PERFORM ADD-OR-UPDATE-ENTRY
                END-IF
            ELSE
                DISPLAY "LENCALM1: update refused -- entry not saved"
            END-IF
        END-IF
        DISPLAY "Maintain another date? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-ANOTHER-ANS
        IF WS-ANOTHER-ANS NOT = "Y" AND WS-ANOTHER-ANS NOT = "y"
            SET WS-DONE TO TRUE
        END-IF
    END-PERFORM
    PERFORM SAVE-CALENDAR-TABLE
    DISPLAY "LENCALM1: LENCAL updated, " WS-CAL-COUNT
            " calendar entries on file"
    STOP RUN.

CHECK-OPERATOR-AUTHORITY.
    CALL "LENAUTH1" USING WS-OPERATOR-ID WS-AUTH-JOB-NAME
        WS-AUTH-ACTION WS-AUTH-SUBJECT WS-AUTH-GRANTED-SW.

VALIDATE-CALENDAR-ENTRY.
    *> LENCALD1 turns every date into an integer day number, so a
    *> date that is not a real calendar date must never reach the
    *> file.
    MOVE 'N' TO WS-ENTRY-VALID-SW
    EVALUATE TRUE
        WHEN NOT WS-SCR-ADD-OR-UPDATE AND NOT WS-SCR-DELETE
            DISPLAY "Action must be A or D -- entry not saved"
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SCR-CALENDAR-DATE)
                NOT = ZERO
            DISPLAY "Date is not a valid YYYYMMDD date -- entry not saved"
        WHEN WS-SCR-DELETE
            MOVE 'Y' TO WS-ENTRY-VALID-SW
        WHEN NOT WS-SCR-VALID-DAY-TYPE
            DISPLAY "Day Type must be B, H or N -- entry not saved"
        WHEN NOT WS-SCR-VALID-PRINT-RUN
            DISPLAY "Print Run must be Y or N -- entry not saved"
        WHEN OTHER
            MOVE 'Y' TO WS-ENTRY-VALID-SW
    END-EVALUATE.

LOAD-CALENDAR-TABLE.
    *> The first holiday ever entered is entered before LENCAL exists
    *> on disk, so a missing file here is a normal starting point,
    *> not an error -- the standing rule covers every date until then.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-FILE-STATUS = "00"
        PERFORM READ-CALENDAR-RECORD
        PERFORM UNTIL WS-EOF
            IF WS-CAL-COUNT < 2000
                MOVE LCA-CALENDAR-DATE   TO WS-HOLD-DATE
                MOVE LCA-DAY-TYPE-SW     TO WS-HOLD-DAY-TYPE-SW
                MOVE LCA-PRINT-RUN-SW    TO WS-HOLD-PRINT-RUN-SW
                MOVE LCA-DESCRIPTION     TO WS-HOLD-DESCRIPTION
                MOVE LCA-MAINTAINED-BY   TO WS-HOLD-MAINTAINED-BY
                MOVE LCA-MAINTAINED-DATE TO WS-HOLD-MAINTAINED-DATE
                PERFORM INSERT-CALENDAR-ENTRY
            ELSE
                IF NOT WS-LOAD-FAILED
                    DISPLAY "LENCALM1: LENCAL has more than 2000 entries"
                    SET WS-LOAD-FAILED TO TRUE
                END-IF
            END-IF
            PERFORM READ-CALENDAR-RECORD
        END-PERFORM
        CLOSE CALENDAR-FILE
    ELSE
        IF WS-CALENDAR-FILE-STATUS = "35"
            DISPLAY "LENCALM1: LENCAL not found, starting a new one"
        ELSE
            DISPLAY "LENCALM1: LENCAL cannot be read, status "
                    WS-CALENDAR-FILE-STATUS
            SET WS-LOAD-FAILED TO TRUE
        END-IF
    END-IF.

READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END SET WS-EOF TO TRUE
    END-READ.

FIND-CALENDAR-ENTRY.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-SCR-CALENDAR-DATE
            SET WS-MATCH-IDX TO WS-CAL-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

ADD-OR-UPDATE-ENTRY.
    PERFORM FIND-CALENDAR-ENTRY
    MOVE WS-SCR-CALENDAR-DATE       TO WS-HOLD-DATE
    MOVE WS-SCR-DAY-TYPE            TO WS-HOLD-DAY-TYPE-SW
    MOVE WS-SCR-PRINT-RUN           TO WS-HOLD-PRINT-RUN-SW
    MOVE WS-SCR-DESCRIPTION         TO WS-HOLD-DESCRIPTION
    MOVE WS-OPERATOR-ID             TO WS-HOLD-MAINTAINED-BY
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-MAINTAINED-DATE
    IF WS-MATCH-IDX = ZERO
        IF WS-CAL-COUNT < 2000
            PERFORM INSERT-CALENDAR-ENTRY
        ELSE
            DISPLAY "LENCALM1: table is full at 2000 entries, cannot add "
                    WS-SCR-CALENDAR-DATE
        END-IF
    ELSE
        MOVE WS-CAL-HOLD-ENTRY TO WS-CAL-ENTRY(WS-MATCH-IDX)
    END-IF.

INSERT-CALENDAR-ENTRY.
    *> kept in date order, the same shift-up insertion LENVAL01 uses
    *> for its control table, so the saved file reads as a calendar.
    ADD 1 TO WS-CAL-COUNT
    MOVE WS-CAL-COUNT TO WS-CAL-SUB
    PERFORM SHIFT-CALENDAR-ENTRY-UP
        UNTIL WS-CAL-SUB = 1
           OR WS-CAL-DATE(WS-CAL-SUB - 1) NOT > WS-HOLD-DATE
    MOVE WS-CAL-HOLD-ENTRY TO WS-CAL-ENTRY(WS-CAL-SUB).

SHIFT-CALENDAR-ENTRY-UP.
    MOVE WS-CAL-ENTRY(WS-CAL-SUB - 1) TO WS-CAL-ENTRY(WS-CAL-SUB)
    SUBTRACT 1 FROM WS-CAL-SUB.

DELETE-ENTRY.
    PERFORM FIND-CALENDAR-ENTRY
    IF WS-MATCH-IDX = ZERO
        DISPLAY "LENCALM1: no entry for " WS-SCR-CALENDAR-DATE
                ", date already follows the standing rule"
    ELSE
        MOVE WS-MATCH-IDX TO WS-CAL-SUB
        PERFORM SHIFT-CALENDAR-ENTRY-DOWN
            UNTIL WS-CAL-SUB >= WS-CAL-COUNT
        SUBTRACT 1 FROM WS-CAL-COUNT
    END-IF.

SHIFT-CALENDAR-ENTRY-DOWN.
    MOVE WS-CAL-ENTRY(WS-CAL-SUB + 1) TO WS-CAL-ENTRY(WS-CAL-SUB)
    ADD 1 TO WS-CAL-SUB.

SAVE-CALENDAR-TABLE.
    OPEN OUTPUT CALENDAR-FILE
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL WS-CAL-IDX > WS-CAL-COUNT
        MOVE WS-CAL-DATE(WS-CAL-IDX)            TO LCA-CALENDAR-DATE
        MOVE WS-CAL-DAY-TYPE-SW(WS-CAL-IDX)     TO LCA-DAY-TYPE-SW
        MOVE WS-CAL-PRINT-RUN-SW(WS-CAL-IDX)    TO LCA-PRINT-RUN-SW
        MOVE WS-CAL-DESCRIPTION(WS-CAL-IDX)     TO LCA-DESCRIPTION
        MOVE WS-CAL-MAINTAINED-BY(WS-CAL-IDX)   TO LCA-MAINTAINED-BY
        MOVE WS-CAL-MAINTAINED-DATE(WS-CAL-IDX) TO LCA-MAINTAINED-DATE
        WRITE LEN-CALENDAR-RECORD
    END-PERFORM
    CLOSE CALENDAR-FILE.
