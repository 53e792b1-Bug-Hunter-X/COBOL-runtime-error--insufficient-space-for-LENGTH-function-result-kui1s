IDENTIFICATION DIVISION.
PROGRAM-ID. LENWCHK1.
*> Batch window completeness report. Reads the LENRUNL run ledger
*> every batch step writes through LENLEDG1 and, for the business
*> date, prints one line per step (starts, ends, refused starts,
*> last return code) followed by every exception found against the
*> LENDEPT dependency table (or the compiled-in defaults):
*>   - an expected ('E') step with no start entry -- skipped;
*>   - a step started more than once -- ran twice (LENVAL01 may
*>     start once per LENPART stream on a night LENSPLT1 ran);
*>   - a step started before a 'P' predecessor had ended cleanly,
*>     or refused by LENLEDG1 for that reason -- out of order
*>     (on a night LENSPLT1 split cleanly, a 'P' rule on LENVAL01
*>     wants every stream's clean end and, for any step but
*>     LENMRGE1, LENMRGE1's clean end as well -- as LENLEDG1 does);
*>   - a step with a start but no end entry, or whose last end
*>     carries return code 12 or higher;
*>   - one half of a 'G' pair (LENSPLT1/LENMRGE1) without the other.
*> Written to LENWCRPT; RETURN-CODE 4 when anything is flagged, so
*> the night LENPGAT1 runs against yesterday's holds is caught here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-LEDGER-FILE ASSIGN TO "LENRUNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

    SELECT DEPENDENCY-FILE ASSIGN TO "LENDEPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPEND-FILE-STATUS.

    SELECT PARTITION-PARM-FILE ASSIGN TO "LENPART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENWCRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  RUN-LEDGER-FILE
    RECORDING MODE IS F.
    COPY lenrunl.

FD  DEPENDENCY-FILE
    RECORDING MODE IS F.
    COPY lendept.

FD  PARTITION-PARM-FILE
    RECORDING MODE IS F.
    COPY lenpart.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-LEDGER-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-DEPEND-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

    COPY lendepdf.

01  WS-SWITCHES.
    05  WS-DEPEND-EOF-SW           PIC X VALUE 'N'.
        88  WS-DEPEND-EOF                VALUE 'Y'.
    05  WS-LEDGER-EOF-SW           PIC X VALUE 'N'.
        88  WS-LEDGER-EOF                VALUE 'Y'.
    05  WS-PRINT-PASS-SW           PIC X VALUE 'N'.
        88  WS-PRINT-PASS                VALUE 'Y'.
    05  WS-SPLIT-CLEAN-SW          PIC X VALUE 'N'.
        88  WS-PARTITIONED-NIGHT         VALUE 'Y'.

01  WS-DEPEND-TABLE.
    05  WS-DEP-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-DEP-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-DEP-COUNT
                      INDEXED BY WS-DEP-IDX.
        10  WS-DEP-JOB-NAME        PIC X(8).
        10  WS-DEP-PREDECESSOR     PIC X(8).
        10  WS-DEP-RULE-SW         PIC X.
        10  WS-DEP-MAX-RETURN-CODE PIC 9(4).

01  WS-EVENT-TABLE.
    *> the business date's ledger entries in ledger (time) order;
    *> the subscript is the sequence the order checks compare.
    05  WS-EVT-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-EVT-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-EVT-COUNT
                      INDEXED BY WS-EVT-IDX.
        10  WS-EVT-JOB-NAME        PIC X(8).
        10  WS-EVT-EVENT-SW        PIC X.
        10  WS-EVT-RETURN-CODE     PIC 9(4).

01  WS-STEP-TABLE.
    05  WS-STP-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-STP-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-STP-COUNT
                      INDEXED BY WS-STP-IDX WS-FND-IDX.
        10  WS-STP-JOB-NAME        PIC X(8).
        10  WS-STP-STARTS          PIC 9(5).
        10  WS-STP-ENDS            PIC 9(5).
        10  WS-STP-BLOCKS          PIC 9(5).
        10  WS-STP-FIRST-START     PIC 9(5).
        10  WS-STP-LAST-RC         PIC 9(4).
        10  WS-STP-FINDINGS        PIC 9(4).

01  WS-MATCH-IDX                   PIC 9(4) VALUE ZERO.
01  WS-PARTNER-IDX                 PIC 9(4) VALUE ZERO.
01  WS-DEFAULT-SUB                 PIC 9(4).
01  WS-LOOKUP-JOB-NAME             PIC X(8).
01  WS-CLEAN-END-SEQ               PIC 9(5).
01  WS-CLEAN-ENDS                  PIC 9(5).
01  WS-ENDS-NEEDED                 PIC 9(5).
01  WS-ALLOWED-STARTS              PIC 9(5).
01  WS-PARTITION-COUNT             PIC 9 VALUE 1.
01  WS-EXCEPTIONS                  PIC 9(5) VALUE ZERO.
01  WS-FINDING-TEXT                PIC X(80).
01  WS-FINDING-JOB-NAME            PIC X(8).

01  WS-HEADING-1.
    05  FILLER                     PIC X(48) VALUE
        "BATCH WINDOW COMPLETENESS REPORT - BUSINESS DATE".
    05  WS-HDG-BUSINESS-DATE       PIC 9(8).
    05  FILLER                     PIC X(76) VALUE SPACES.
01  WS-HEADING-2.
    05  FILLER                     PIC X(9)  VALUE "STEP".
    05  FILLER                     PIC X(8)  VALUE "STARTS".
    05  FILLER                     PIC X(8)  VALUE "ENDS".
    05  FILLER                     PIC X(9)  VALUE "REFUSED".
    05  FILLER                     PIC X(8)  VALUE "LAST RC".
    05  FILLER                     PIC X(90) VALUE "STATUS".
01  WS-HEADING-3.
    05  FILLER                     PIC X(132) VALUE
        "EXCEPTIONS".

01  WS-DETAIL-LINE.
    05  WS-DTL-JOB-NAME            PIC X(8).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-STARTS              PIC Z(4)9.
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  WS-DTL-ENDS                PIC Z(4)9.
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  WS-DTL-BLOCKS              PIC Z(4)9.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-DTL-LAST-RC             PIC Z(3)9.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-DTL-STATUS              PIC X(20).
    05  FILLER                     PIC X(70) VALUE SPACES.

01  WS-EXCEPTION-LINE.
    05  WS-EXC-JOB-NAME            PIC X(8).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-EXC-TEXT                PIC X(80).
    05  FILLER                     PIC X(43) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENWCHK1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-DEPENDENCY-TABLE
    PERFORM LOAD-PARTITION-COUNT
    PERFORM LOAD-LEDGER-EVENTS
    PERFORM NOTE-PARTITIONED-NIGHT
    PERFORM BUILD-STEP-TABLE

    OPEN OUTPUT REPORT-FILE
    MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2
    PERFORM COUNT-STEP-FINDINGS
    PERFORM VARYING WS-STP-IDX FROM 1 BY 1
            UNTIL WS-STP-IDX > WS-STP-COUNT
        PERFORM PRINT-STEP-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-HEADING-3
    PERFORM REPORT-STEP-FINDINGS
    IF WS-EXCEPTIONS = ZERO
        MOVE SPACES TO WS-EXC-JOB-NAME
        MOVE "NONE - EVERY STEP RAN ONCE, IN ORDER, AND ENDED CLEANLY"
            TO WS-EXC-TEXT
        WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
    END-IF
    CLOSE REPORT-FILE

    DISPLAY "LENWCHK1: " WS-STP-COUNT " step(s) on the ledger for "
            WS-BUSINESS-DATE ", " WS-EXCEPTIONS " exception(s)"
    IF WS-EXCEPTIONS > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-DEPENDENCY-TABLE.
    *> same table LENLEDG1 enforces: LENDEPT when supplied,
    *> otherwise the compiled-in defaults.
    OPEN INPUT DEPENDENCY-FILE
    IF WS-DEPEND-FILE-STATUS = "00"
        PERFORM READ-DEPENDENCY-RECORD
        PERFORM UNTIL WS-DEPEND-EOF
            IF WS-DEP-COUNT < 500
                ADD 1 TO WS-DEP-COUNT
                MOVE LDP-JOB-NAME        TO WS-DEP-JOB-NAME(WS-DEP-COUNT)
                MOVE LDP-PREDECESSOR     TO WS-DEP-PREDECESSOR(WS-DEP-COUNT)
                MOVE LDP-RULE-SW         TO WS-DEP-RULE-SW(WS-DEP-COUNT)
                MOVE LDP-MAX-RETURN-CODE TO WS-DEP-MAX-RETURN-CODE(WS-DEP-COUNT)
            ELSE
                DISPLAY "LENWCHK1: LENDEPT has more than 500 rules, ignoring the rest"
            END-IF
            PERFORM READ-DEPENDENCY-RECORD
        END-PERFORM
        CLOSE DEPENDENCY-FILE
    ELSE
        PERFORM VARYING WS-DEFAULT-SUB FROM 1 BY 1
                UNTIL WS-DEFAULT-SUB > LDD-DEFAULT-COUNT
            ADD 1 TO WS-DEP-COUNT
            MOVE LDD-JOB-NAME(WS-DEFAULT-SUB)
                TO WS-DEP-JOB-NAME(WS-DEP-COUNT)
            MOVE LDD-PREDECESSOR(WS-DEFAULT-SUB)
                TO WS-DEP-PREDECESSOR(WS-DEP-COUNT)
            MOVE LDD-RULE-SW(WS-DEFAULT-SUB)
                TO WS-DEP-RULE-SW(WS-DEP-COUNT)
            MOVE LDD-MAX-RETURN-CODE(WS-DEFAULT-SUB)
                TO WS-DEP-MAX-RETURN-CODE(WS-DEP-COUNT)
        END-PERFORM
    END-IF.

READ-DEPENDENCY-RECORD.
    READ DEPENDENCY-FILE
        AT END SET WS-DEPEND-EOF TO TRUE
    END-READ.

LOAD-PARTITION-COUNT.
    *> only matters on a night LENSPLT1 ran; a missing parm file
    *> leaves the single-stream count.
    OPEN INPUT PARTITION-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ PARTITION-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LPT-PARTITION-COUNT > ZERO
                    MOVE LPT-PARTITION-COUNT TO WS-PARTITION-COUNT
                END-IF
        END-READ
        CLOSE PARTITION-PARM-FILE
    END-IF.

LOAD-LEDGER-EVENTS.
    OPEN INPUT RUN-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "00"
        PERFORM READ-LEDGER-RECORD
        PERFORM UNTIL WS-LEDGER-EOF
            IF LRL-BUSINESS-DATE = WS-BUSINESS-DATE
               AND LRL-JOB-NAME NOT = WS-LEDGER-JOB-NAME
                IF WS-EVT-COUNT < 5000
                    ADD 1 TO WS-EVT-COUNT
                    MOVE LRL-JOB-NAME    TO WS-EVT-JOB-NAME(WS-EVT-COUNT)
                    MOVE LRL-EVENT-SW    TO WS-EVT-EVENT-SW(WS-EVT-COUNT)
                    MOVE LRL-RETURN-CODE TO WS-EVT-RETURN-CODE(WS-EVT-COUNT)
                ELSE
                    DISPLAY "LENWCHK1: more than 5000 ledger entries for the business date, ignoring the rest"
                END-IF
            END-IF
            PERFORM READ-LEDGER-RECORD
        END-PERFORM
        CLOSE RUN-LEDGER-FILE
    ELSE
        DISPLAY "LENWCHK1: LENRUNL not available, every expected step reports as skipped"
    END-IF.

READ-LEDGER-RECORD.
    READ RUN-LEDGER-FILE
        AT END SET WS-LEDGER-EOF TO TRUE
    END-READ.

NOTE-PARTITIONED-NIGHT.
    *> the same test LENLEDG1 makes: LENSPLT1's latest end is clean.
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > WS-EVT-COUNT
        IF WS-EVT-JOB-NAME(WS-EVT-IDX) = "LENSPLT1"
           AND WS-EVT-EVENT-SW(WS-EVT-IDX) = 'E'
            IF WS-EVT-RETURN-CODE(WS-EVT-IDX) = ZERO
                MOVE 'Y' TO WS-SPLIT-CLEAN-SW
            ELSE
                MOVE 'N' TO WS-SPLIT-CLEAN-SW
            END-IF
        END-IF
    END-PERFORM.

BUILD-STEP-TABLE.
    *> expected steps first, so a skipped one still gets a line,
    *> then every step the ledger shows in the order it first ran.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        IF WS-DEP-RULE-SW(WS-DEP-IDX) = 'E'
            MOVE WS-DEP-JOB-NAME(WS-DEP-IDX) TO WS-LOOKUP-JOB-NAME
            PERFORM FIND-OR-ADD-STEP
        END-IF
    END-PERFORM
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > WS-EVT-COUNT
        MOVE WS-EVT-JOB-NAME(WS-EVT-IDX) TO WS-LOOKUP-JOB-NAME
        PERFORM FIND-OR-ADD-STEP
        IF WS-MATCH-IDX NOT = ZERO
            EVALUATE WS-EVT-EVENT-SW(WS-EVT-IDX)
                WHEN 'S'
                    ADD 1 TO WS-STP-STARTS(WS-MATCH-IDX)
                    IF WS-STP-FIRST-START(WS-MATCH-IDX) = ZERO
                        SET WS-STP-FIRST-START(WS-MATCH-IDX) TO WS-EVT-IDX
                    END-IF
                WHEN 'E'
                    ADD 1 TO WS-STP-ENDS(WS-MATCH-IDX)
                    MOVE WS-EVT-RETURN-CODE(WS-EVT-IDX)
                        TO WS-STP-LAST-RC(WS-MATCH-IDX)
                WHEN 'B'
                    ADD 1 TO WS-STP-BLOCKS(WS-MATCH-IDX)
            END-EVALUATE
        END-IF
    END-PERFORM.

FIND-OR-ADD-STEP.
    PERFORM FIND-STEP
    IF WS-MATCH-IDX = ZERO
        IF WS-STP-COUNT < 200
            ADD 1 TO WS-STP-COUNT
            MOVE WS-STP-COUNT       TO WS-MATCH-IDX
            MOVE WS-LOOKUP-JOB-NAME TO WS-STP-JOB-NAME(WS-MATCH-IDX)
            MOVE ZERO TO WS-STP-STARTS(WS-MATCH-IDX)
                         WS-STP-ENDS(WS-MATCH-IDX)
                         WS-STP-BLOCKS(WS-MATCH-IDX)
                         WS-STP-FIRST-START(WS-MATCH-IDX)
                         WS-STP-LAST-RC(WS-MATCH-IDX)
                         WS-STP-FINDINGS(WS-MATCH-IDX)
        ELSE
            DISPLAY "LENWCHK1: more than 200 distinct steps, ignoring "
                    WS-LOOKUP-JOB-NAME
        END-IF
    END-IF.

FIND-STEP.
    *> its own index, so a lookup made while checking a step never
    *> disturbs the WS-STP-IDX walk over the table.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-FND-IDX FROM 1 BY 1
            UNTIL WS-FND-IDX > WS-STP-COUNT
        IF WS-STP-JOB-NAME(WS-FND-IDX) = WS-LOOKUP-JOB-NAME
            SET WS-MATCH-IDX TO WS-FND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

COUNT-STEP-FINDINGS.
    *> a dry pass of the checks so each step line can say whether
    *> it has exceptions; REPORT-STEP-FINDINGS prints them.
    MOVE 'N' TO WS-PRINT-PASS-SW
    PERFORM VARYING WS-STP-IDX FROM 1 BY 1
            UNTIL WS-STP-IDX > WS-STP-COUNT
        SET WS-MATCH-IDX TO WS-STP-IDX
        PERFORM CHECK-ONE-STEP
    END-PERFORM
    MOVE ZERO TO WS-EXCEPTIONS.

REPORT-STEP-FINDINGS.
    SET WS-PRINT-PASS TO TRUE
    PERFORM VARYING WS-STP-IDX FROM 1 BY 1
            UNTIL WS-STP-IDX > WS-STP-COUNT
        SET WS-MATCH-IDX TO WS-STP-IDX
        PERFORM CHECK-ONE-STEP
    END-PERFORM.

CHECK-ONE-STEP.
    MOVE WS-STP-JOB-NAME(WS-MATCH-IDX) TO WS-FINDING-JOB-NAME
    PERFORM CHECK-STEP-SKIPPED
    PERFORM CHECK-STEP-DUPLICATED
    PERFORM CHECK-STEP-ENDING
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        IF WS-DEP-JOB-NAME(WS-DEP-IDX) = WS-FINDING-JOB-NAME
            EVALUATE WS-DEP-RULE-SW(WS-DEP-IDX)
                WHEN 'P'
                    PERFORM CHECK-STEP-ORDER
                WHEN 'G'
                    PERFORM CHECK-STEP-GROUP
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

CHECK-STEP-SKIPPED.
    IF WS-STP-STARTS(WS-MATCH-IDX) = ZERO
        PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                UNTIL WS-DEP-IDX > WS-DEP-COUNT
            IF WS-DEP-JOB-NAME(WS-DEP-IDX) = WS-FINDING-JOB-NAME
               AND WS-DEP-RULE-SW(WS-DEP-IDX) = 'E'
                MOVE SPACES TO WS-FINDING-TEXT
                IF WS-STP-BLOCKS(WS-MATCH-IDX) > ZERO
                    MOVE "SKIPPED - EVERY START REFUSED, PREDECESSOR NOT COMPLETE"
                        TO WS-FINDING-TEXT
                ELSE
                    MOVE "SKIPPED - NO RUN FOR THE BUSINESS DATE"
                        TO WS-FINDING-TEXT
                END-IF
                PERFORM RECORD-FINDING
            END-IF
        END-PERFORM
    END-IF.

CHECK-STEP-DUPLICATED.
    MOVE 1 TO WS-ALLOWED-STARTS
    IF WS-FINDING-JOB-NAME = "LENVAL01"
        MOVE "LENSPLT1" TO WS-LOOKUP-JOB-NAME
        PERFORM FIND-STEP
        IF WS-MATCH-IDX NOT = ZERO
            IF WS-STP-STARTS(WS-MATCH-IDX) > ZERO
                MOVE WS-PARTITION-COUNT TO WS-ALLOWED-STARTS
            END-IF
        END-IF
        SET WS-MATCH-IDX TO WS-STP-IDX
    END-IF
    IF WS-STP-STARTS(WS-MATCH-IDX) > WS-ALLOWED-STARTS
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "RAN " WS-STP-STARTS(WS-MATCH-IDX) " TIMES, "
            WS-ALLOWED-STARTS " EXPECTED"
            DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM RECORD-FINDING
    END-IF.

CHECK-STEP-ENDING.
    IF WS-STP-STARTS(WS-MATCH-IDX) > WS-STP-ENDS(WS-MATCH-IDX)
        MOVE SPACES TO WS-FINDING-TEXT
        MOVE "STARTED WITHOUT AN END ENTRY - ABENDED OR STILL RUNNING"
            TO WS-FINDING-TEXT
        PERFORM RECORD-FINDING
    END-IF
    IF WS-STP-ENDS(WS-MATCH-IDX) > ZERO
       AND WS-STP-LAST-RC(WS-MATCH-IDX) >= 12
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "LAST RUN ENDED RETURN CODE " WS-STP-LAST-RC(WS-MATCH-IDX)
            DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM RECORD-FINDING
    END-IF.

CHECK-STEP-ORDER.
    *> the step's first start must come after the predecessor's
    *> first clean end; a refused start is reported as well, since
    *> it means the schedule tried to run the step too early.
    IF WS-STP-BLOCKS(WS-MATCH-IDX) > ZERO
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "START REFUSED " WS-STP-BLOCKS(WS-MATCH-IDX)
            " TIME(S) - TRIED TO RUN BEFORE "
            WS-DEP-PREDECESSOR(WS-DEP-IDX) " COMPLETED"
            DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM RECORD-FINDING
    END-IF
    IF WS-STP-STARTS(WS-MATCH-IDX) > ZERO
        IF WS-DEP-PREDECESSOR(WS-DEP-IDX) = "LENVAL01"
           AND WS-PARTITIONED-NIGHT
            PERFORM CHECK-STREAM-ORDER
        ELSE
            MOVE WS-DEP-PREDECESSOR(WS-DEP-IDX) TO WS-LOOKUP-JOB-NAME
            MOVE 1 TO WS-ENDS-NEEDED
            PERFORM FIND-CLEAN-END
            IF WS-CLEAN-END-SEQ = ZERO
               OR WS-CLEAN-END-SEQ > WS-STP-FIRST-START(WS-MATCH-IDX)
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "OUT OF ORDER - STARTED BEFORE "
                    WS-DEP-PREDECESSOR(WS-DEP-IDX) " HAD COMPLETED CLEANLY"
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                PERFORM RECORD-FINDING
            END-IF
        END-IF
    END-IF.

CHECK-STREAM-ORDER.
    *> LENVAL01 on a partitioned night: the last of its streams'
    *> clean ends is the one that counts, and a step reading the
    *> consolidated files (anything but LENMRGE1) must also start
    *> after LENMRGE1 has ended cleanly.
    MOVE "LENVAL01" TO WS-LOOKUP-JOB-NAME
    MOVE WS-PARTITION-COUNT TO WS-ENDS-NEEDED
    PERFORM FIND-CLEAN-END
    IF WS-CLEAN-END-SEQ = ZERO
       OR WS-CLEAN-END-SEQ > WS-STP-FIRST-START(WS-MATCH-IDX)
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "OUT OF ORDER - STARTED BEFORE ALL " WS-PARTITION-COUNT
            " LENVAL01 STREAMS HAD COMPLETED CLEANLY"
            DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM RECORD-FINDING
    END-IF
    IF WS-FINDING-JOB-NAME NOT = "LENMRGE1"
        MOVE "LENMRGE1" TO WS-LOOKUP-JOB-NAME
        MOVE 1 TO WS-ENDS-NEEDED
        PERFORM FIND-CLEAN-END
        IF WS-CLEAN-END-SEQ = ZERO
           OR WS-CLEAN-END-SEQ > WS-STP-FIRST-START(WS-MATCH-IDX)
            MOVE SPACES TO WS-FINDING-TEXT
            MOVE "OUT OF ORDER - STARTED BEFORE LENMRGE1 HAD COMPLETED CLEANLY"
                TO WS-FINDING-TEXT
            PERFORM RECORD-FINDING
        END-IF
    END-IF.

FIND-CLEAN-END.
    *> ledger sequence of WS-LOOKUP-JOB-NAME's WS-ENDS-NEEDED'th end
    *> within the rule's return code, zero when it has not got there.
    MOVE ZERO TO WS-CLEAN-END-SEQ
    MOVE ZERO TO WS-CLEAN-ENDS
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > WS-EVT-COUNT
               OR WS-CLEAN-END-SEQ NOT = ZERO
        IF WS-EVT-JOB-NAME(WS-EVT-IDX) = WS-LOOKUP-JOB-NAME
           AND WS-EVT-EVENT-SW(WS-EVT-IDX) = 'E'
           AND WS-EVT-RETURN-CODE(WS-EVT-IDX)
                   NOT > WS-DEP-MAX-RETURN-CODE(WS-DEP-IDX)
            ADD 1 TO WS-CLEAN-ENDS
            IF WS-CLEAN-ENDS NOT < WS-ENDS-NEEDED
                SET WS-CLEAN-END-SEQ TO WS-EVT-IDX
            END-IF
        END-IF
    END-PERFORM.

CHECK-STEP-GROUP.
    IF WS-STP-STARTS(WS-MATCH-IDX) > ZERO
        MOVE WS-DEP-PREDECESSOR(WS-DEP-IDX) TO WS-LOOKUP-JOB-NAME
        PERFORM FIND-STEP
        MOVE WS-MATCH-IDX TO WS-PARTNER-IDX
        SET WS-MATCH-IDX TO WS-STP-IDX
        IF WS-PARTNER-IDX = ZERO
            PERFORM REPORT-GROUP-BREAK
        ELSE
            IF WS-STP-STARTS(WS-PARTNER-IDX) = ZERO
                PERFORM REPORT-GROUP-BREAK
            END-IF
        END-IF
    END-IF.

REPORT-GROUP-BREAK.
    MOVE SPACES TO WS-FINDING-TEXT
    STRING "RAN WITHOUT " WS-DEP-PREDECESSOR(WS-DEP-IDX)
        " - THE TWO STEPS MUST RUN TOGETHER"
        DELIMITED BY SIZE INTO WS-FINDING-TEXT
    PERFORM RECORD-FINDING.

RECORD-FINDING.
    *> the counting pass only tallies against the step; the
    *> print pass writes the exception line.
    ADD 1 TO WS-EXCEPTIONS
    IF WS-PRINT-PASS
        MOVE WS-FINDING-JOB-NAME TO WS-EXC-JOB-NAME
        MOVE WS-FINDING-TEXT     TO WS-EXC-TEXT
        WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
    ELSE
        ADD 1 TO WS-STP-FINDINGS(WS-MATCH-IDX)
    END-IF.

PRINT-STEP-LINE.
    MOVE WS-STP-JOB-NAME(WS-STP-IDX) TO WS-DTL-JOB-NAME
    MOVE WS-STP-STARTS(WS-STP-IDX)   TO WS-DTL-STARTS
    MOVE WS-STP-ENDS(WS-STP-IDX)     TO WS-DTL-ENDS
    MOVE WS-STP-BLOCKS(WS-STP-IDX)   TO WS-DTL-BLOCKS
    MOVE WS-STP-LAST-RC(WS-STP-IDX)  TO WS-DTL-LAST-RC
    IF WS-STP-FINDINGS(WS-STP-IDX) = ZERO
        MOVE "OK"             TO WS-DTL-STATUS
    ELSE
        MOVE "*SEE EXCEPTIONS*" TO WS-DTL-STATUS
    END-IF
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

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
        DISPLAY "LENWCHK1: predecessor step(s) not complete for business date "
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
