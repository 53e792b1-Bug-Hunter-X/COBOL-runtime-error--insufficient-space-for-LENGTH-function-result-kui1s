*> Legal requires name and address entries never be truncated, so
*> a disposition other than 'R' is refused at entry for any field
*> whose name carries NAME or ADDR.
*> The operator ID is checked against the LENOPER authority file
*> through LENAUTH1 at sign-on, before entering or reviewing
*> changes, and again for each request written and each approval
*> or denial, so every one lands on the LENSECL security log.
*> LENCTRL keeps every version of an entry (see lenctlr.cpy), so an
*> approval never edits a record in place: it appends a new version
*> effective on the date the requester gave (today or later). A
*> rollback request (R) queues the version before the latest one as
*> the new values and goes through the same second-operator
*> approval; it too lands as a new version, effective no earlier
*> than the version it rolls back, so nothing is ever deleted and
*> LENCPIT1 can still say what the limits were on any past date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  CONTROL-WORK-FILE
    RECORDING MODE IS F.
01  CONTROL-WORK-RECORD            PIC X(54).

FD  PENDING-WORK-FILE
    RECORDING MODE IS F.
01  PENDING-WORK-RECORD            PIC X(84).

WORKING-STORAGE SECTION.
01  WS-CONTROL-FILE-STATUS         PIC XX VALUE SPACES.
        10  WS-CTL-FIELD-NAME      PIC X(30).
        10  WS-CTL-MAX-LENGTH      PIC 9(5).
        10  WS-CTL-DISPOSITION     PIC X.
        10  WS-CTL-EFFECTIVE-DATE  PIC 9(8).

01  WS-PENDING-TABLE.
    05  WS-PENDING-COUNT           PIC 9(4) VALUE ZERO.
        10  WS-PND-REQUESTED-BY    PIC X(8).
        10  WS-PND-REQUEST-DATE    PIC 9(8).
        10  WS-PND-REQUEST-TIME    PIC 9(6).
        10  WS-PND-EFFECTIVE-DATE  PIC 9(8).
        10  WS-PND-REQUEST-TYPE-SW PIC X.
            88  WS-PND-ROLLBACK          VALUE 'B'.
        10  WS-PND-ACTION-SW       PIC X.
            88  WS-PND-STILL-PENDING     VALUE 'P'.
            88  WS-PND-APPROVED          VALUE 'A'.
        88  WS-PND-SPILLED               VALUE 'Y'.
    05  WS-PNDW-EOF-SW             PIC X VALUE 'N'.
        88  WS-PNDW-EOF                  VALUE 'Y'.
    05  WS-ROLLBACK-OK-SW          PIC X VALUE 'Y'.
        88  WS-ROLLBACK-OK               VALUE 'Y'.

01  WS-OPERATOR-ID                 PIC X(8).
01  WS-AUTH-JOB-NAME               PIC X(8) VALUE "LENCMNT1".
01  WS-AUTH-ACTION                 PIC X(8).
01  WS-AUTH-SUBJECT                PIC X(40).
01  WS-AUTH-GRANTED-SW             PIC X VALUE 'N'.
    88  WS-AUTH-GRANTED                  VALUE 'Y'.
01  WS-MODE-ANS                    PIC X.
01  WS-ACTION-ANS                  PIC X.
01  WS-MATCH-IDX                   PIC 9(5) VALUE ZERO.
01  WS-PRIOR-IDX                   PIC 9(5) VALUE ZERO.
01  WS-TODAY                       PIC 9(8) VALUE ZERO.
01  WS-NAME-HITS                   PIC 9(4) VALUE ZERO.
01  WS-CHANGES-ENTERED             PIC 9(4) VALUE ZERO.
01  WS-CHANGES-APPLIED             PIC 9(4) VALUE ZERO.
01  WS-SCR-NEW-DISPOSITION         PIC X.
01  WS-SCR-REQUESTED-BY            PIC X(8).
01  WS-SCR-REQUEST-DATE            PIC 9(8).
01  WS-SCR-EFFECTIVE-DATE          PIC 9(8).
01  WS-SCR-REQUEST-TYPE            PIC X(8).

SCREEN SECTION.
01  SCR-CHANGE-SCREEN.
    05  LINE 5 COL 22 PIC 9(5) USING WS-SCR-NEW-MAX-LENGTH.
    05  LINE 6 COL 1 VALUE "New Disposition...: ".
    05  LINE 6 COL 22 PIC X USING WS-SCR-NEW-DISPOSITION.
    05  LINE 7 COL 1 VALUE "Effective Date....: ".
    05  LINE 7 COL 22 PIC 9(8) USING WS-SCR-EFFECTIVE-DATE.
    05  LINE 8 COL 1 VALUE "(YYYYMMDD, zero = today)".

01  SCR-ROLLBACK-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1 COL 1 VALUE "LENCTRL CONTROL ROLLBACK REQUEST".
    05  LINE 3 COL 1 VALUE "Source System.....: ".
    05  LINE 3 COL 22 PIC X(10) USING WS-SCR-SOURCE-SYSTEM.
    05  LINE 4 COL 1 VALUE "Field Name........: ".
    05  LINE 4 COL 22 PIC X(30) USING WS-SCR-FIELD-NAME.
    05  LINE 5 COL 1 VALUE "Effective Date....: ".
    05  LINE 5 COL 22 PIC 9(8) USING WS-SCR-EFFECTIVE-DATE.
    05  LINE 6 COL 1 VALUE "(YYYYMMDD, zero = today)".

01  SCR-REVIEW-SCREEN.
    05  BLANK SCREEN.
    05  LINE 7 COL 22 PIC X(8) FROM WS-SCR-REQUESTED-BY.
    05  LINE 8 COL 1 VALUE "Requested On......: ".
    05  LINE 8 COL 22 PIC 9(8) FROM WS-SCR-REQUEST-DATE.
    05  LINE 9 COL 1 VALUE "Effective Date....: ".
    05  LINE 9 COL 22 PIC 9(8) FROM WS-SCR-EFFECTIVE-DATE.
    05  LINE 10 COL 1 VALUE "Request Type......: ".
    05  LINE 10 COL 22 PIC X(8) FROM WS-SCR-REQUEST-TYPE.

PROCEDURE DIVISION.
MAIN-PARA.
        DISPLAY "LENCMNT1: an operator ID is required"
        STOP RUN
    END-IF
    MOVE "SIGNON"  TO WS-AUTH-ACTION
    MOVE "SIGN-ON" TO WS-AUTH-SUBJECT
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-GRANTED
        DISPLAY "LENCMNT1: operator " WS-OPERATOR-ID
                " is not authorized to use this screen"
        STOP RUN
    END-IF

    PERFORM LOAD-CONTROL-TABLE

    PERFORM UNTIL WS-DONE
        DISPLAY "Enter a change, Roll back, review Pending changes, or Quit? (E/R/P/Q): "
            WITH NO ADVANCING
        ACCEPT WS-MODE-ANS
        EVALUATE WS-MODE-ANS
            WHEN "E"
            WHEN "e"
                MOVE "CHGREQ"                TO WS-AUTH-ACTION
                MOVE "ENTER CHANGE REQUESTS" TO WS-AUTH-SUBJECT
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF WS-AUTH-GRANTED
                    PERFORM ENTER-CHANGE-REQUEST
                ELSE
                    DISPLAY "You are not authorized to request control changes"
                END-IF
            WHEN "R"
            WHEN "r"
                MOVE "CHGREQ"                  TO WS-AUTH-ACTION
                MOVE "ENTER ROLLBACK REQUESTS" TO WS-AUTH-SUBJECT
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF WS-AUTH-GRANTED
                    PERFORM ENTER-ROLLBACK-REQUEST
                ELSE
                    DISPLAY "You are not authorized to request control changes"
                END-IF
            WHEN "P"
            WHEN "p"
                MOVE "CHGAPPR"                TO WS-AUTH-ACTION
                MOVE "REVIEW PENDING CHANGES" TO WS-AUTH-SUBJECT
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF WS-AUTH-GRANTED
                    PERFORM REVIEW-PENDING-CHANGES
                ELSE
                    DISPLAY "You are not authorized to approve control changes"
                END-IF
            WHEN "Q"
            WHEN "q"
                SET WS-DONE TO TRUE
                MOVE LCR-FIELD-NAME    TO WS-CTL-FIELD-NAME(WS-CONTROL-COUNT)
                MOVE LCR-MAX-LENGTH    TO WS-CTL-MAX-LENGTH(WS-CONTROL-COUNT)
                MOVE LCR-DISPOSITION   TO WS-CTL-DISPOSITION(WS-CONTROL-COUNT)
                IF LCR-EFFECTIVE-DATE NUMERIC
                    MOVE LCR-EFFECTIVE-DATE
                        TO WS-CTL-EFFECTIVE-DATE(WS-CONTROL-COUNT)
                ELSE
                    MOVE ZERO TO WS-CTL-EFFECTIVE-DATE(WS-CONTROL-COUNT)
                END-IF
            ELSE
                *> the table is full -- spill the rest to the work
                *> file so SAVE-CONTROL-TABLE carries them forward
        DISPLAY "LENCMNT1: LENCTRL not found, starting a new one"
    END-IF.

CHECK-OPERATOR-AUTHORITY.
    CALL "LENAUTH1" USING WS-OPERATOR-ID WS-AUTH-JOB-NAME
        WS-AUTH-ACTION WS-AUTH-SUBJECT WS-AUTH-GRANTED-SW.

SET-CHANGE-SUBJECT.
    MOVE SPACES TO WS-AUTH-SUBJECT
    STRING WS-SCR-SOURCE-SYSTEM DELIMITED BY SPACE
        "/" WS-SCR-FIELD-NAME DELIMITED BY SIZE
        INTO WS-AUTH-SUBJECT.

READ-CONTROL-RECORD.
    READ CONTROL-FILE
        AT END SET WS-EOF TO TRUE
    END-READ.

FIND-CONTROL-ENTRY.
    *> The latest version of the entry: the highest effective date,
    *> the later record on a tie -- the same version LENVAL01 will
    *> apply once its date arrives.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        IF WS-CTL-SOURCE-SYSTEM(WS-CTL-IDX) = WS-SCR-SOURCE-SYSTEM
           AND WS-CTL-FIELD-NAME(WS-CTL-IDX) = WS-SCR-FIELD-NAME
            IF WS-MATCH-IDX = ZERO
                SET WS-MATCH-IDX TO WS-CTL-IDX
            ELSE
                IF WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                        NOT < WS-CTL-EFFECTIVE-DATE(WS-MATCH-IDX)
                    SET WS-MATCH-IDX TO WS-CTL-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-PRIOR-VERSION.
    *> The version the latest one (WS-MATCH-IDX) superseded: the
    *> highest of the rest in the same date-then-file order.
    MOVE ZERO TO WS-PRIOR-IDX
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        IF WS-CTL-SOURCE-SYSTEM(WS-CTL-IDX) = WS-SCR-SOURCE-SYSTEM
           AND WS-CTL-FIELD-NAME(WS-CTL-IDX) = WS-SCR-FIELD-NAME
           AND WS-CTL-IDX NOT = WS-MATCH-IDX
           AND (WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                    < WS-CTL-EFFECTIVE-DATE(WS-MATCH-IDX)
             OR (WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                    = WS-CTL-EFFECTIVE-DATE(WS-MATCH-IDX)
                 AND WS-CTL-IDX < WS-MATCH-IDX))
            IF WS-PRIOR-IDX = ZERO
                SET WS-PRIOR-IDX TO WS-CTL-IDX
            ELSE
                IF WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                        NOT < WS-CTL-EFFECTIVE-DATE(WS-PRIOR-IDX)
                    SET WS-PRIOR-IDX TO WS-CTL-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.


ENTER-CHANGE-REQUEST.
    MOVE SPACES TO WS-SCR-SOURCE-SYSTEM WS-SCR-FIELD-NAME
    MOVE ZERO   TO WS-SCR-NEW-MAX-LENGTH WS-SCR-EFFECTIVE-DATE
    MOVE SPACE  TO WS-SCR-NEW-DISPOSITION
    DISPLAY SCR-CHANGE-SCREEN
    ACCEPT SCR-CHANGE-SCREEN

    PERFORM CHECK-EFFECTIVE-DATE
    EVALUATE TRUE
        WHEN WS-SCR-EFFECTIVE-DATE = ZERO
            CONTINUE
        WHEN WS-SCR-NEW-DISPOSITION NOT = 'R'
         AND WS-SCR-NEW-DISPOSITION NOT = 'T'
         AND WS-SCR-NEW-DISPOSITION NOT = 'W'
            DISPLAY "Disposition must be R, T, or W -- change not saved"
        WHEN OTHER
            PERFORM CHECK-PROTECTED-FIELD
            IF WS-PROTECTED-FIELD AND WS-SCR-NEW-DISPOSITION NOT = 'R'
                DISPLAY "Name/address entries must keep disposition R -- change not saved"
            ELSE
                MOVE "CHGREQ" TO WS-AUTH-ACTION
                PERFORM SET-CHANGE-SUBJECT
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF WS-AUTH-GRANTED
                    PERFORM WRITE-PENDING-CHANGE
                ELSE
                    DISPLAY "You are not authorized to request control changes -- change not saved"
                END-IF
            END-IF
    END-EVALUATE.

CHECK-EFFECTIVE-DATE.
    *> Zero on the screen means today. A past date would rewrite
    *> what the limits were on a night already run, so it is
    *> refused; an invalid or past date comes back as zero to tell
    *> the caller nothing is to be queued.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    IF WS-SCR-EFFECTIVE-DATE = ZERO
        MOVE WS-TODAY TO WS-SCR-EFFECTIVE-DATE
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCR-EFFECTIVE-DATE) NOT = ZERO
            DISPLAY "Effective date is not a valid YYYYMMDD date -- change not saved"
            MOVE ZERO TO WS-SCR-EFFECTIVE-DATE
        ELSE
            IF WS-SCR-EFFECTIVE-DATE < WS-TODAY
                DISPLAY "Effective date is before today -- change not saved"
                MOVE ZERO TO WS-SCR-EFFECTIVE-DATE
            END-IF
        END-IF
    END-IF.

ENTER-ROLLBACK-REQUEST.
    MOVE SPACES TO WS-SCR-SOURCE-SYSTEM WS-SCR-FIELD-NAME
    MOVE ZERO   TO WS-SCR-EFFECTIVE-DATE
    DISPLAY SCR-ROLLBACK-SCREEN
    ACCEPT SCR-ROLLBACK-SCREEN

    PERFORM CHECK-EFFECTIVE-DATE
    IF WS-SCR-EFFECTIVE-DATE NOT = ZERO
        PERFORM FIND-CONTROL-ENTRY
        IF WS-MATCH-IDX = ZERO
            DISPLAY "No such control entry -- rollback not saved"
        ELSE
            PERFORM FIND-PRIOR-VERSION
            IF WS-PRIOR-IDX = ZERO
                DISPLAY "Entry has no earlier version to roll back to -- rollback not saved"
            ELSE
                PERFORM CHECK-PROTECTED-FIELD
                IF WS-PROTECTED-FIELD
                   AND WS-CTL-DISPOSITION(WS-PRIOR-IDX) NOT = 'R'
                    DISPLAY "Name/address entries must keep disposition R -- rollback not saved"
                ELSE
                    MOVE "CHGREQ" TO WS-AUTH-ACTION
                    PERFORM SET-CHANGE-SUBJECT
                    PERFORM CHECK-OPERATOR-AUTHORITY
                    IF WS-AUTH-GRANTED
                        PERFORM WRITE-PENDING-ROLLBACK
                    ELSE
                        DISPLAY "You are not authorized to request control changes -- rollback not saved"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-PENDING-ROLLBACK.
    *> A rollback that took effect before the version it undoes would
    *> be overtaken again on that version's date, so it never takes
    *> effect earlier; on the same date the later record wins.
    IF WS-SCR-EFFECTIVE-DATE < WS-CTL-EFFECTIVE-DATE(WS-MATCH-IDX)
        MOVE WS-CTL-EFFECTIVE-DATE(WS-MATCH-IDX) TO WS-SCR-EFFECTIVE-DATE
    END-IF
    MOVE WS-SCR-SOURCE-SYSTEM               TO LPC-SOURCE-SYSTEM
    MOVE WS-SCR-FIELD-NAME                  TO LPC-FIELD-NAME
    MOVE WS-CTL-MAX-LENGTH(WS-MATCH-IDX)    TO LPC-OLD-MAX-LENGTH
    MOVE WS-CTL-DISPOSITION(WS-MATCH-IDX)   TO LPC-OLD-DISPOSITION
    MOVE WS-CTL-MAX-LENGTH(WS-PRIOR-IDX)    TO LPC-NEW-MAX-LENGTH
    MOVE WS-CTL-DISPOSITION(WS-PRIOR-IDX)   TO LPC-NEW-DISPOSITION
    MOVE WS-OPERATOR-ID                     TO LPC-REQUESTED-BY
    MOVE FUNCTION CURRENT-DATE(1:8)         TO LPC-REQUEST-DATE
    MOVE FUNCTION CURRENT-DATE(9:6)         TO LPC-REQUEST-TIME
    MOVE 'P'                                TO LPC-STATUS-SW
    MOVE WS-SCR-EFFECTIVE-DATE              TO LPC-EFFECTIVE-DATE
    MOVE 'B'                                TO LPC-REQUEST-TYPE-SW
    DISPLAY "Rolling back " WS-CTL-MAX-LENGTH(WS-MATCH-IDX) "/"
            WS-CTL-DISPOSITION(WS-MATCH-IDX) " to "
            WS-CTL-MAX-LENGTH(WS-PRIOR-IDX) "/"
            WS-CTL-DISPOSITION(WS-PRIOR-IDX) " effective "
            WS-SCR-EFFECTIVE-DATE

    OPEN EXTEND PENDING-FILE
    IF WS-PENDING-FILE-STATUS NOT = "00"
        OPEN OUTPUT PENDING-FILE
    END-IF
    WRITE LEN-CONTROL-PENDING-RECORD
    CLOSE PENDING-FILE
    ADD 1 TO WS-CHANGES-ENTERED
    DISPLAY "Rollback queued for approval by a second operator".

WRITE-PENDING-CHANGE.
    *> The live table supplies the old values the approver will see;
    *> a brand-new entry carries zero/space old values.
    MOVE FUNCTION CURRENT-DATE(1:8) TO LPC-REQUEST-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LPC-REQUEST-TIME
    MOVE 'P'                        TO LPC-STATUS-SW
    MOVE WS-SCR-EFFECTIVE-DATE      TO LPC-EFFECTIVE-DATE
    MOVE 'C'                        TO LPC-REQUEST-TYPE-SW

    OPEN EXTEND PENDING-FILE
    IF WS-PENDING-FILE-STATUS NOT = "00"
                MOVE LPC-REQUEST-DATE    TO WS-PND-REQUEST-DATE(WS-PENDING-COUNT)
                MOVE LPC-REQUEST-TIME    TO WS-PND-REQUEST-TIME(WS-PENDING-COUNT)
                MOVE 'P'                 TO WS-PND-ACTION-SW(WS-PENDING-COUNT)
                *> a record queued before effective dating carries
                *> neither field: it is a change effective on approval.
                IF LPC-EFFECTIVE-DATE NUMERIC
                    MOVE LPC-EFFECTIVE-DATE
                        TO WS-PND-EFFECTIVE-DATE(WS-PENDING-COUNT)
                ELSE
                    MOVE ZERO TO WS-PND-EFFECTIVE-DATE(WS-PENDING-COUNT)
                END-IF
                IF LPC-ROLLBACK-REQUEST
                    MOVE 'B' TO WS-PND-REQUEST-TYPE-SW(WS-PENDING-COUNT)
                ELSE
                    MOVE 'C' TO WS-PND-REQUEST-TYPE-SW(WS-PENDING-COUNT)
                END-IF
            ELSE
                *> the review table is full -- spill the rest to
                *> the work file so the LENCPEND rewrite carries
    MOVE WS-PND-NEW-DISPOSITION(WS-PND-IDX) TO WS-SCR-NEW-DISPOSITION
    MOVE WS-PND-REQUESTED-BY(WS-PND-IDX)    TO WS-SCR-REQUESTED-BY
    MOVE WS-PND-REQUEST-DATE(WS-PND-IDX)    TO WS-SCR-REQUEST-DATE
    MOVE WS-PND-EFFECTIVE-DATE(WS-PND-IDX)  TO WS-SCR-EFFECTIVE-DATE
    IF WS-PND-ROLLBACK(WS-PND-IDX)
        MOVE "ROLLBACK" TO WS-SCR-REQUEST-TYPE
    ELSE
        MOVE "CHANGE"   TO WS-SCR-REQUEST-TYPE
    END-IF
    DISPLAY SCR-REVIEW-SCREEN
    DISPLAY "Approve, Deny, or Skip this change? (A/D/S): "
        WITH NO ADVANCING
    ACCEPT WS-ACTION-ANS
    *> each approval or denial is checked and logged against the
    *> entry it decides, not just the review session as a whole.
    IF WS-ACTION-ANS = "A" OR "a" OR "D" OR "d"
        MOVE "CHGAPPR" TO WS-AUTH-ACTION
        PERFORM SET-CHANGE-SUBJECT
        PERFORM CHECK-OPERATOR-AUTHORITY
        IF NOT WS-AUTH-GRANTED
            DISPLAY "You are not authorized to decide control changes -- left pending"
            MOVE "S" TO WS-ACTION-ANS
        END-IF
    END-IF
    EVALUATE WS-ACTION-ANS
        WHEN "A"
        WHEN "a"
    END-EVALUATE.

APPLY-PENDING-CHANGE.
    *> Every approval appends a new version; the one it supersedes
    *> stays on file. A rollback is only good against the version it
    *> was asked against -- if another change has landed since, the
    *> latest version no longer matches its old values and it must
    *> be denied and re-requested.
    MOVE 'Y' TO WS-ROLLBACK-OK-SW
    IF WS-PND-ROLLBACK(WS-PND-IDX)
        PERFORM FIND-CONTROL-ENTRY
        IF WS-MATCH-IDX = ZERO
            DISPLAY "LENCMNT1: entry no longer on file, cannot roll back "
                    WS-SCR-FIELD-NAME
            MOVE 'N' TO WS-ROLLBACK-OK-SW
        ELSE
            IF WS-CTL-MAX-LENGTH(WS-MATCH-IDX)
                    NOT = WS-PND-OLD-MAX-LENGTH(WS-PND-IDX)
               OR WS-CTL-DISPOSITION(WS-MATCH-IDX)
                    NOT = WS-PND-OLD-DISPOSITION(WS-PND-IDX)
                DISPLAY "LENCMNT1: entry has changed since the rollback was requested"
                MOVE 'N' TO WS-ROLLBACK-OK-SW
            END-IF
        END-IF
    END-IF
    IF WS-ROLLBACK-OK
        PERFORM APPEND-CONTROL-VERSION
    ELSE
        MOVE ZERO TO WS-MATCH-IDX
    END-IF.

APPEND-CONTROL-VERSION.
    *> a date that passed while the request waited for its second
    *> operator takes effect from the approval instead.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    IF WS-PND-EFFECTIVE-DATE(WS-PND-IDX) < WS-TODAY
        MOVE WS-TODAY TO WS-PND-EFFECTIVE-DATE(WS-PND-IDX)
    END-IF
    IF WS-CONTROL-COUNT < 20000
        ADD 1 TO WS-CONTROL-COUNT
        MOVE WS-SCR-SOURCE-SYSTEM TO WS-CTL-SOURCE-SYSTEM(WS-CONTROL-COUNT)
        MOVE WS-SCR-FIELD-NAME    TO WS-CTL-FIELD-NAME(WS-CONTROL-COUNT)
        MOVE WS-PND-NEW-MAX-LENGTH(WS-PND-IDX)
            TO WS-CTL-MAX-LENGTH(WS-CONTROL-COUNT)
        MOVE WS-PND-NEW-DISPOSITION(WS-PND-IDX)
            TO WS-CTL-DISPOSITION(WS-CONTROL-COUNT)
        MOVE WS-PND-EFFECTIVE-DATE(WS-PND-IDX)
            TO WS-CTL-EFFECTIVE-DATE(WS-CONTROL-COUNT)
        MOVE WS-CONTROL-COUNT     TO WS-MATCH-IDX
        SET WS-CONTROL-UPDATED TO TRUE
    ELSE
        DISPLAY "LENCMNT1: table is full at 20000 entries, cannot add "
                WS-SCR-FIELD-NAME
        MOVE ZERO TO WS-MATCH-IDX
    END-IF.

WRITE-HISTORY-RECORD.
    MOVE WS-OPERATOR-ID                     TO LCH-DECIDED-BY
    MOVE FUNCTION CURRENT-DATE(1:8)         TO LCH-DECISION-DATE
    MOVE FUNCTION CURRENT-DATE(9:6)         TO LCH-DECISION-TIME
    MOVE WS-PND-EFFECTIVE-DATE(WS-PND-IDX)  TO LCH-EFFECTIVE-DATE
    MOVE WS-PND-REQUEST-TYPE-SW(WS-PND-IDX) TO LCH-REQUEST-TYPE-SW
    IF WS-PND-APPROVED(WS-PND-IDX)
        MOVE 'A' TO LCH-ACTION-SW
    ELSE
            MOVE WS-PND-REQUEST-DATE(WS-PND-IDX)    TO LPC-REQUEST-DATE
            MOVE WS-PND-REQUEST-TIME(WS-PND-IDX)    TO LPC-REQUEST-TIME
            MOVE 'P'                                TO LPC-STATUS-SW
            MOVE WS-PND-EFFECTIVE-DATE(WS-PND-IDX)  TO LPC-EFFECTIVE-DATE
            MOVE WS-PND-REQUEST-TYPE-SW(WS-PND-IDX) TO LPC-REQUEST-TYPE-SW
            WRITE LEN-CONTROL-PENDING-RECORD
        END-IF
    END-PERFORM
    END-READ.

SAVE-CONTROL-TABLE.
    *> Rewrite the live file with the approved versions appended --
    *> same rewrite-the-whole-file pattern as LENPMNT1's
    *> SAVE-PARM-TABLE. LENVAL01/LENVDOC1 sort on load; file order
    *> only breaks a tie between versions with the same effective
    *> date, and the table keeps the order they were read and added.
    OPEN OUTPUT CONTROL-FILE
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        MOVE WS-CTL-FIELD-NAME(WS-CTL-IDX)    TO LCR-FIELD-NAME
        MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX)    TO LCR-MAX-LENGTH
        MOVE WS-CTL-DISPOSITION(WS-CTL-IDX)   TO LCR-DISPOSITION
        MOVE WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX) TO LCR-EFFECTIVE-DATE
        WRITE LEN-CONTROL-RECORD
    END-PERFORM
    IF WS-CTL-SPILLED
