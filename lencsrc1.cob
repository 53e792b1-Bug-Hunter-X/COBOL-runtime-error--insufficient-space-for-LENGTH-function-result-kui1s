IDENTIFICATION DIVISION.
PROGRAM-ID. LENCSRC1.
*> Hold / service-desk case reconciliation. Every customer with a
*> letter held on LENHOLD should have an open case on the LENCASE
*> register, and every open case should still have a letter held;
*> a mismatch means the desk is either blind to a held customer or
*> chasing one whose letter has already gone. Both files are keyed
*> on the customer first, so they are read in step and matched:
*>   OPEN HOLD, NO CASE - held segments and no case on the register,
*>                        or the case closed (here or by the CRM)
*>                        with the letter still held;
*>   OPEN CASE, NO HOLD - an open case and nothing held.
*> Each exception is a line on the LENCSRPT report with what is
*> known from both sides; the run ends with return code 4 when
*> there are any, so the mismatch is looked at. A missing file is
*> read as empty, which lists everything on the other side.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-HOLD-FILE ASSIGN TO "LENHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT CASE-FILE ASSIGN TO "LENCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LCS-CUSTOMER-ID
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENCSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-HOLD-FILE.
    COPY lenhold.

FD  CASE-FILE.
    COPY lencase.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-CASE-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-HOLD-OPEN-SW            PIC X VALUE 'N'.
        88  WS-HOLD-OPEN                 VALUE 'Y'.
    05  WS-CASE-OPEN-SW            PIC X VALUE 'N'.
        88  WS-CASE-FILE-OPEN            VALUE 'Y'.

*> the match keys: the customer ID as text, HIGH-VALUES once a file
*> is exhausted so the other side runs out against it.
01  WS-HOLD-NEXT-KEY               PIC X(10).
01  WS-HOLD-KEY                    PIC X(10).
01  WS-CASE-KEY                    PIC X(10).

*> the held segments of the customer at WS-HOLD-KEY
01  WS-HOLD-SEGMENTS               PIC 9(5).
01  WS-HOLD-SINCE-DATE             PIC 9(8).
01  WS-SEGMENT-SINCE-DATE          PIC 9(8).

01  WS-HELD-CUSTOMERS              PIC 9(7) VALUE ZERO.
01  WS-OPEN-CASES                  PIC 9(7) VALUE ZERO.
01  WS-MATCHED                     PIC 9(7) VALUE ZERO.
01  WS-HOLDS-WITHOUT-CASE          PIC 9(7) VALUE ZERO.
01  WS-CASES-WITHOUT-HOLD          PIC 9(7) VALUE ZERO.

01  WS-HEADING-1.
    05  FILLER                     PIC X(47) VALUE
        "LENHOLD / LENCASE SERVICE DESK RECONCILIATION -".
    05  FILLER                     PIC X(15) VALUE " BUSINESS DATE ".
    05  WS-HDG-BUSINESS-DATE       PIC 9(8).
    05  FILLER                     PIC X(62) VALUE SPACES.

01  WS-HEADING-2.
    05  FILLER                     PIC X(20) VALUE "EXCEPTION".
    05  FILLER                     PIC X(11) VALUE "CUSTOMER".
    05  FILLER                     PIC X(19) VALUE "CASE REFERENCE".
    05  FILLER                     PIC X(8)  VALUE "HELD".
    05  FILLER                     PIC X(10) VALUE "HELD SINCE".
    05  FILLER                     PIC X(10) VALUE "  OPENED".
    05  FILLER                     PIC X(13) VALUE "  CRM CASE".
    05  FILLER                     PIC X(41) VALUE "NOTE".

01  WS-DETAIL-LINE.
    05  WS-DTL-EXCEPTION           PIC X(19).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-CUSTOMER-ID         PIC X(10).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-CASE-REF            PIC X(18).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-SEGMENTS            PIC Z(4)9.
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  WS-DTL-HELD-SINCE          PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-DTL-OPENED-DATE         PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-DTL-CRM-CASE-NUMBER     PIC X(12).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-NOTE                PIC X(41).

01  WS-TOTAL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-TOT-LABEL               PIC X(40).
    05  WS-TOT-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(81) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENCSRC1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER

    OPEN INPUT CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS = "00"
        SET WS-HOLD-OPEN TO TRUE
    ELSE
        DISPLAY "LENCSRC1: LENHOLD not available, no holds to match"
    END-IF
    OPEN INPUT CASE-FILE
    IF WS-CASE-FILE-STATUS = "00"
        SET WS-CASE-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "LENCSRC1: LENCASE not available, no cases to match"
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-HEADING-2

    PERFORM READ-HOLD-RECORD
    PERFORM NEXT-HELD-CUSTOMER
    PERFORM NEXT-CASE-RECORD
    PERFORM UNTIL WS-HOLD-KEY = HIGH-VALUES
              AND WS-CASE-KEY = HIGH-VALUES
        EVALUATE TRUE
            WHEN WS-HOLD-KEY < WS-CASE-KEY
                PERFORM REPORT-HOLD-WITHOUT-CASE
                PERFORM NEXT-HELD-CUSTOMER
            WHEN WS-CASE-KEY < WS-HOLD-KEY
                IF LCS-CASE-OPEN
                    PERFORM REPORT-CASE-WITHOUT-HOLD
                END-IF
                PERFORM NEXT-CASE-RECORD
            WHEN OTHER
                PERFORM MATCH-HOLD-AND-CASE
                PERFORM NEXT-HELD-CUSTOMER
                PERFORM NEXT-CASE-RECORD
        END-EVALUATE
    END-PERFORM

    PERFORM WRITE-TOTALS
    CLOSE REPORT-FILE
    IF WS-HOLD-OPEN
        CLOSE CUSTOMER-HOLD-FILE
    END-IF
    IF WS-CASE-FILE-OPEN
        CLOSE CASE-FILE
    END-IF

    DISPLAY "LENCSRC1: " WS-HELD-CUSTOMERS " held customer(s), "
            WS-OPEN-CASES " open case(s), "
            WS-HOLDS-WITHOUT-CASE " hold(s) without a case, "
            WS-CASES-WITHOUT-HOLD " case(s) without a hold"
    IF WS-HOLDS-WITHOUT-CASE > ZERO OR WS-CASES-WITHOUT-HOLD > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-HOLD-RECORD.
    *> held records only -- a released segment holds nothing up.
    MOVE SPACES TO WS-HOLD-NEXT-KEY
    PERFORM UNTIL WS-HOLD-NEXT-KEY NOT = SPACES
        IF NOT WS-HOLD-OPEN
            MOVE HIGH-VALUES TO WS-HOLD-NEXT-KEY
        ELSE
            READ CUSTOMER-HOLD-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-HOLD-NEXT-KEY
                NOT AT END
                    IF LHD-HELD
                        MOVE LHD-CUSTOMER-ID TO WS-HOLD-NEXT-KEY
                    END-IF
            END-READ
        END-IF
    END-PERFORM.

NEXT-HELD-CUSTOMER.
    *> gathers the held segments of the next customer; the record
    *> after the last of them is left read ahead.
    MOVE WS-HOLD-NEXT-KEY TO WS-HOLD-KEY
    MOVE ZERO TO WS-HOLD-SEGMENTS
    MOVE ZERO TO WS-HOLD-SINCE-DATE
    PERFORM UNTIL WS-HOLD-NEXT-KEY NOT = WS-HOLD-KEY
               OR WS-HOLD-KEY = HIGH-VALUES
        ADD 1 TO WS-HOLD-SEGMENTS
        IF LHD-FIRST-HELD-DATE NUMERIC AND LHD-FIRST-HELD-DATE > ZERO
            MOVE LHD-FIRST-HELD-DATE TO WS-SEGMENT-SINCE-DATE
        ELSE
            MOVE LHD-RUN-DATE        TO WS-SEGMENT-SINCE-DATE
        END-IF
        IF WS-HOLD-SINCE-DATE = ZERO
           OR WS-SEGMENT-SINCE-DATE < WS-HOLD-SINCE-DATE
            MOVE WS-SEGMENT-SINCE-DATE TO WS-HOLD-SINCE-DATE
        END-IF
        PERFORM READ-HOLD-RECORD
    END-PERFORM
    IF WS-HOLD-KEY NOT = HIGH-VALUES
        ADD 1 TO WS-HELD-CUSTOMERS
    END-IF.

NEXT-CASE-RECORD.
    IF NOT WS-CASE-FILE-OPEN
        MOVE HIGH-VALUES TO WS-CASE-KEY
    ELSE
        READ CASE-FILE
            AT END
                MOVE HIGH-VALUES TO WS-CASE-KEY
            NOT AT END
                MOVE LCS-CUSTOMER-ID TO WS-CASE-KEY
                IF LCS-CASE-OPEN
                    ADD 1 TO WS-OPEN-CASES
                END-IF
        END-READ
    END-IF.

MATCH-HOLD-AND-CASE.
    EVALUATE TRUE
        WHEN LCS-CASE-CLOSED
            PERFORM REPORT-HOLD-WITHOUT-CASE
        WHEN LCS-CRM-CLOSED
            PERFORM REPORT-HOLD-WITHOUT-CASE
        WHEN OTHER
            ADD 1 TO WS-MATCHED
    END-EVALUATE.

REPORT-HOLD-WITHOUT-CASE.
    *> reached with the case record for the same customer when one
    *> is on file (closed), otherwise with the next case read.
    ADD 1 TO WS-HOLDS-WITHOUT-CASE
    MOVE "OPEN HOLD, NO CASE" TO WS-DTL-EXCEPTION
    MOVE WS-HOLD-KEY          TO WS-DTL-CUSTOMER-ID
    MOVE WS-HOLD-SEGMENTS     TO WS-DTL-SEGMENTS
    MOVE WS-HOLD-SINCE-DATE   TO WS-DTL-HELD-SINCE
    IF WS-CASE-KEY = WS-HOLD-KEY
        MOVE LCS-CASE-REF        TO WS-DTL-CASE-REF
        MOVE LCS-OPENED-DATE     TO WS-DTL-OPENED-DATE
        MOVE LCS-CRM-CASE-NUMBER TO WS-DTL-CRM-CASE-NUMBER
        IF LCS-CASE-CLOSED
            MOVE SPACES TO WS-DTL-NOTE
            STRING "CASE CLOSED " LCS-CLOSED-DATE
                " WITH THE LETTER HELD"
                DELIMITED BY SIZE INTO WS-DTL-NOTE
        ELSE
            MOVE "CASE CLOSED IN THE CRM WITH THE LETTER HELD"
                TO WS-DTL-NOTE
        END-IF
    ELSE
        MOVE SPACES TO WS-DTL-CASE-REF
                       WS-DTL-OPENED-DATE
                       WS-DTL-CRM-CASE-NUMBER
        MOVE "NO CASE ON THE REGISTER" TO WS-DTL-NOTE
    END-IF
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

REPORT-CASE-WITHOUT-HOLD.
    ADD 1 TO WS-CASES-WITHOUT-HOLD
    MOVE "OPEN CASE, NO HOLD"  TO WS-DTL-EXCEPTION
    MOVE WS-CASE-KEY           TO WS-DTL-CUSTOMER-ID
    MOVE LCS-CASE-REF          TO WS-DTL-CASE-REF
    MOVE ZERO                  TO WS-DTL-SEGMENTS
    MOVE SPACES                TO WS-DTL-HELD-SINCE
    MOVE LCS-OPENED-DATE       TO WS-DTL-OPENED-DATE
    MOVE LCS-CRM-CASE-NUMBER   TO WS-DTL-CRM-CASE-NUMBER
    MOVE "NO SEGMENT HELD - CLOSE THE CASE" TO WS-DTL-NOTE
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-TOTALS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "CUSTOMERS WITH A LETTER HELD"   TO WS-TOT-LABEL
    MOVE WS-HELD-CUSTOMERS                TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "OPEN CASES ON THE REGISTER"     TO WS-TOT-LABEL
    MOVE WS-OPEN-CASES                    TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "HELD CUSTOMERS WITH AN OPEN CASE" TO WS-TOT-LABEL
    MOVE WS-MATCHED                       TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "OPEN HOLDS WITH NO CASE"        TO WS-TOT-LABEL
    MOVE WS-HOLDS-WITHOUT-CASE            TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "OPEN CASES WITH NO HOLD"        TO WS-TOT-LABEL
    MOVE WS-CASES-WITHOUT-HOLD            TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.

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
        DISPLAY "LENCSRC1: predecessor step(s) not complete for business date "
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
