IDENTIFICATION DIVISION.
PROGRAM-ID. LENCSLD1.
*> CRM case update load. The CRM sends back a LENCASI record for
*> every change on a case we raised on LENCASO -- its own case
*> number once the case is taken on, each contact or note the
*> service desk adds, and the close when the desk closes it. This
*> job applies them to the LENCASE register so LENINQ1 shows the
*> desk's view beside the customer's holds: the CRM case number
*> and status are replaced, and the update goes in front of the
*> latest three (older ones drop off; the CRM keeps the full
*> history). An update is matched on the customer in its case
*> reference and must carry the case reference now on the
*> register -- an update for a case since superseded, or for a
*> customer not on the register, is listed on the job log and
*> not applied (return code 4). A missing LENCASI means the CRM
*> sent nothing tonight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-UPDATE-FILE ASSIGN TO "LENCASI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UPDATE-FILE-STATUS.

    SELECT CASE-FILE ASSIGN TO "LENCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LCS-CUSTOMER-ID
        FILE STATUS IS WS-CASE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CASE-UPDATE-FILE
    RECORDING MODE IS F.
    COPY lencasi.

FD  CASE-FILE.
    COPY lencase.

WORKING-STORAGE SECTION.
01  WS-UPDATE-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-CASE-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-UPDATE-EOF-SW           PIC X VALUE 'N'.
        88  WS-UPDATE-EOF                VALUE 'Y'.
    05  WS-CASE-FOUND-SW           PIC X VALUE 'N'.
        88  WS-CASE-FOUND                VALUE 'Y'.

01  WS-UPDATES-READ                PIC 9(7) VALUE ZERO.
01  WS-UPDATES-APPLIED             PIC 9(7) VALUE ZERO.
01  WS-UPDATES-UNMATCHED           PIC 9(7) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENCSLD1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER

    OPEN INPUT CASE-UPDATE-FILE
    IF WS-UPDATE-FILE-STATUS NOT = "00"
        DISPLAY "LENCSLD1: LENCASI not available, no CRM updates to load"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    *> without the register the updates cannot be applied; the run
    *> fails so tonight's LENCASI is kept for the rerun.
    OPEN I-O CASE-FILE
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "LENCSLD1: LENCASE not available, status "
                WS-CASE-FILE-STATUS ", no CRM updates loaded"
        CLOSE CASE-UPDATE-FILE
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    PERFORM READ-UPDATE-RECORD
    PERFORM UNTIL WS-UPDATE-EOF
        ADD 1 TO WS-UPDATES-READ
        PERFORM APPLY-CASE-UPDATE
        PERFORM READ-UPDATE-RECORD
    END-PERFORM

    CLOSE CASE-UPDATE-FILE
    CLOSE CASE-FILE
    DISPLAY "LENCSLD1: " WS-UPDATES-READ " CRM update(s) read, "
            WS-UPDATES-APPLIED " applied, "
            WS-UPDATES-UNMATCHED " unmatched"
    IF WS-UPDATES-UNMATCHED > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-UPDATE-RECORD.
    READ CASE-UPDATE-FILE
        AT END SET WS-UPDATE-EOF TO TRUE
    END-READ.

APPLY-CASE-UPDATE.
    *> the case reference starts with the customer ID (lencase.cpy),
    *> which is the register's key.
    MOVE 'N' TO WS-CASE-FOUND-SW
    IF LCI-CASE-REF(1:10) NUMERIC
        MOVE LCI-CASE-REF(1:10) TO LCS-CUSTOMER-ID
        READ CASE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LCS-CASE-REF = LCI-CASE-REF
                    SET WS-CASE-FOUND TO TRUE
                END-IF
        END-READ
    END-IF
    IF WS-CASE-FOUND
        PERFORM UPDATE-CASE-RECORD
        ADD 1 TO WS-UPDATES-APPLIED
    ELSE
        ADD 1 TO WS-UPDATES-UNMATCHED
        DISPLAY "LENCSLD1: no current case " LCI-CASE-REF
                " for CRM case " LCI-CRM-CASE-NUMBER
                " update of " LCI-UPDATE-DATE ", not applied"
    END-IF.

UPDATE-CASE-RECORD.
    IF LCI-CRM-CASE-NUMBER NOT = SPACES
        MOVE LCI-CRM-CASE-NUMBER TO LCS-CRM-CASE-NUMBER
    END-IF
    IF LCI-CRM-CLOSED
        MOVE 'C' TO LCS-CRM-STATUS-SW
    ELSE
        MOVE 'O' TO LCS-CRM-STATUS-SW
    END-IF
    IF LCI-UPDATE-TEXT NOT = SPACES
        *> newest first: the two kept updates move down a slot
        MOVE LCS-UPDATE(2) TO LCS-UPDATE(3)
        MOVE LCS-UPDATE(1) TO LCS-UPDATE(2)
        MOVE LCI-UPDATE-DATE TO LCS-UPDATE-DATE(1)
        MOVE LCI-UPDATE-TEXT TO LCS-UPDATE-TEXT(1)
        IF LCS-UPDATE-COUNT < 999
            ADD 1 TO LCS-UPDATE-COUNT
        END-IF
    END-IF
    REWRITE LEN-CASE-RECORD.

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
        DISPLAY "LENCSLD1: predecessor step(s) not complete for business date "
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
