*> severity -- or 12 when a slice is missing or any stream (or the
*> combined arithmetic) is out of balance. The slice files are
*> opened through a runtime-assigned name, the same way LENSCAN1
*> walks its library list. Every merged record is restamped with
*> this step's own run ID, so a partitioned night backs out (LENBACK1)
*> under the one ID LENMRGE1 displays, like a single-stream run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  SLICE-FILE
    RECORDING MODE IS F.
01  SLICE-RECORD                PIC X(335).

FD  VALID-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvout.

FD  REJECT-FILE
    RECORDING MODE IS F.
    COPY lenvrej.

FD  LENGTH-AUDIT-FILE
    RECORDING MODE IS F.
    COPY lenaudr.

FD  BALANCE-FILE
    RECORDING MODE IS F.

FD  ALERT-FILE
    RECORDING MODE IS F.
    COPY lenalrt.

WORKING-STORAGE SECTION.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-MERGED-REJECT-COUNT         PIC 9(9) VALUE ZERO.
01  WS-MERGED-AUDIT-COUNT          PIC 9(9) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENMRGE1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

    COPY lenrunid.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM SET-RUN-ID
    PERFORM LOAD-PARTITION-COUNT

    OPEN OUTPUT VALID-OUTPUT-FILE
    ELSE
        MOVE WS-COMB-SEVERITY TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

SET-RUN-ID.
    MOVE WS-LEDGER-JOB-NAME         TO LRI-JOB-NAME
    MOVE FUNCTION CURRENT-DATE(1:8) TO LRI-START-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LRI-START-TIME
    DISPLAY "LENMRGE1: run ID " LEN-RUN-ID.

LOAD-PARTITION-COUNT.
    OPEN INPUT PARTITION-PARM-FILE
    IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "LENMRGE1: LENPART not available, cannot consolidate"
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    READ PARTITION-PARM-FILE
            DISPLAY "LENMRGE1: LENPART not available, cannot consolidate"
            CLOSE PARTITION-PARM-FILE
            MOVE 12 TO RETURN-CODE
            PERFORM END-RUN-LEDGER
            STOP RUN
    END-READ
    CLOSE PARTITION-PARM-FILE
        DISPLAY "LENMRGE1: LENPART partition count must be 1 to 4, got "
                LPT-PARTITION-COUNT
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    MOVE LPT-PARTITION-COUNT TO WS-PARTITION-COUNT.
    ELSE
        PERFORM READ-SLICE-RECORD
        PERFORM UNTIL WS-SLICE-EOF
            MOVE SLICE-RECORD TO LEN-VALID-OUTPUT-RECORD
            MOVE LEN-RUN-ID TO LVO-RUN-ID
            WRITE LEN-VALID-OUTPUT-RECORD
            ADD 1 TO WS-MERGED-VALID-COUNT
            PERFORM READ-SLICE-RECORD
        END-PERFORM
    ELSE
        PERFORM READ-SLICE-RECORD
        PERFORM UNTIL WS-SLICE-EOF
            MOVE SLICE-RECORD TO LEN-REJECT-RECORD
            MOVE LEN-RUN-ID TO LRJ-RUN-ID
            WRITE LEN-REJECT-RECORD
            ADD 1 TO WS-MERGED-REJECT-COUNT
            PERFORM READ-SLICE-RECORD
        END-PERFORM
    ELSE
        PERFORM READ-SLICE-RECORD
        PERFORM UNTIL WS-SLICE-EOF
            MOVE SLICE-RECORD TO LEN-AUDIT-RECORD
            MOVE LEN-RUN-ID TO LAR-RUN-ID
            WRITE LEN-AUDIT-RECORD
            ADD 1 TO WS-MERGED-AUDIT-COUNT
            PERFORM READ-SLICE-RECORD
        END-PERFORM
    IF WS-SLICE-FILE-STATUS = "00"
        PERFORM READ-SLICE-RECORD
        PERFORM UNTIL WS-SLICE-EOF
            MOVE SLICE-RECORD TO LEN-ALERT-RECORD
            MOVE LEN-RUN-ID TO LAL-RUN-ID
            WRITE LEN-ALERT-RECORD
            PERFORM READ-SLICE-RECORD
        END-PERFORM
        CLOSE SLICE-FILE
    ELSE
        PERFORM READ-SLICE-RECORD
        PERFORM UNTIL WS-SLICE-EOF
            MOVE SLICE-RECORD(1:127) TO LEN-BALANCE-RECORD
            SET WS-BAL-RECORD-SEEN TO TRUE
            PERFORM READ-SLICE-RECORD
        END-PERFORM

WRITE-COMBINED-BALANCE.
    MOVE "LENMRGE1"                 TO LBL-JOB-NAME
    MOVE WS-BUSINESS-DATE           TO LBL-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LBL-RUN-TIME
    MOVE WS-COMB-READ               TO LBL-RECORDS-READ
    MOVE WS-COMB-SKIPPED            TO LBL-RECORDS-SKIPPED
    MOVE WS-COMB-REJECTED           TO LBL-RECORDS-REJECTED
    MOVE WS-COMB-DUPLICATES         TO LBL-DUPLICATE-KEYS
    MOVE WS-COMB-SEVERITY           TO LBL-RUN-SEVERITY
    MOVE ZERO                       TO LBL-LETTERS-SUSPENDED
                                       LBL-LETTERS-REPRINTED
                                       LBL-LETTERS-WAITING
    MOVE LEN-RUN-ID                 TO LBL-RUN-ID
    IF WS-RUN-PROBLEM
        MOVE 'N' TO LBL-BALANCED-SW
    ELSE
    END-IF
    WRITE LEN-BALANCE-RECORD
    CLOSE BALANCE-FILE.

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
        DISPLAY "LENMRGE1: predecessor step(s) not complete for business date "
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
