IDENTIFICATION DIVISION.
PROGRAM-ID. LENLEDG1.
*> Shared batch window run ledger: every batch step in the
*> subsystem calls this first thing with LG-EVENT "START" and last
*> thing with "END", the way LENALRT1 is called for alerts.
*>
*> START resolves the business date (the LENBDATE override when
*> one is supplied, otherwise the LENCAL shop calendar's business
*> day for the system clock, from LENCALD1), checks the step's 'P' rules
*> on the LENDEPT dependency table against the LENRUNL ledger --
*> each predecessor's latest end entry for the business date must
*> carry a return code no higher than the rule's maximum -- and
*> appends an 'S' start entry, returning LG-RETURN-CODE zero. When
*> a predecessor has not completed cleanly it appends a 'B' entry
*> instead and returns 16, the subsystem's "dependency not met"
*> code, and the caller stops before touching any file.
*> A night LENSPLT1 split cleanly runs LENVAL01 once per LENPART
*> stream, so there a 'P' rule on LENVAL01 needs a clean end from
*> every stream, not just the latest one, and any step other than
*> LENMRGE1 that waits on LENVAL01 also waits for LENMRGE1 to have
*> ended cleanly -- until then the consolidated files are not there.
*> END appends an 'E' entry with the step's return code.
*> The business date is handed back to the caller on both events.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-LEDGER-FILE ASSIGN TO "LENRUNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

    SELECT DEPENDENCY-FILE ASSIGN TO "LENDEPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPEND-FILE-STATUS.

    SELECT BUSINESS-DATE-FILE ASSIGN TO "LENBDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.

    SELECT PARTITION-PARM-FILE ASSIGN TO "LENPART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-LEDGER-FILE
    RECORDING MODE IS F.
    COPY lenrunl.

FD  DEPENDENCY-FILE
    RECORDING MODE IS F.
    COPY lendept.

FD  BUSINESS-DATE-FILE
    RECORDING MODE IS F.
01  BUSINESS-DATE-RECORD.
    05  BDT-BUSINESS-DATE          PIC 9(8).

FD  PARTITION-PARM-FILE
    RECORDING MODE IS F.
    COPY lenpart.

WORKING-STORAGE SECTION.
01  WS-LEDGER-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-DEPEND-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-BDATE-FILE-STATUS           PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

    COPY lendepdf.

01  WS-SWITCHES.
    05  WS-FIRST-CALL-SW           PIC X VALUE 'Y'.
        88  WS-FIRST-CALL                VALUE 'Y'.
    05  WS-DEPEND-EOF-SW           PIC X VALUE 'N'.
        88  WS-DEPEND-EOF                VALUE 'Y'.
    05  WS-LEDGER-EOF-SW           PIC X VALUE 'N'.
        88  WS-LEDGER-EOF                VALUE 'Y'.
    05  WS-BLOCKED-SW              PIC X VALUE 'N'.
        88  WS-STEP-BLOCKED              VALUE 'Y'.
    05  WS-SPLIT-CLEAN-SW          PIC X VALUE 'N'.
        88  WS-PARTITIONED-NIGHT         VALUE 'Y'.
    05  WS-MERGE-END-SW            PIC X VALUE 'N'.
        88  WS-MERGE-END-SEEN            VALUE 'Y'.

01  WS-DEPEND-TABLE.
    05  WS-DEP-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-DEP-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-DEP-COUNT
                      INDEXED BY WS-DEP-IDX.
        10  WS-DEP-JOB-NAME        PIC X(8).
        10  WS-DEP-PREDECESSOR     PIC X(8).
        10  WS-DEP-RULE-SW         PIC X.
        10  WS-DEP-MAX-RETURN-CODE PIC 9(4).
        10  WS-DEP-LAST-END-SW     PIC X.
            88  WS-DEP-END-SEEN          VALUE 'Y'.
        10  WS-DEP-LAST-RETURN-CODE PIC 9(4).
        10  WS-DEP-CLEAN-ENDS      PIC 9(4).

01  WS-DEFAULT-SUB                 PIC 9(4).
01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
01  WS-BLOCK-DETAIL                PIC X(40).

01  WS-STREAM-JOB-NAME             PIC X(8) VALUE "LENVAL01".
01  WS-SPLIT-JOB-NAME              PIC X(8) VALUE "LENSPLT1".
01  WS-MERGE-JOB-NAME              PIC X(8) VALUE "LENMRGE1".
01  WS-MERGE-LAST-RETURN-CODE      PIC 9(4) VALUE ZERO.
01  WS-PARTITION-COUNT             PIC 9 VALUE ZERO.

01  WS-CAL-FUNCTION                PIC X(8) VALUE "BUSDATE".
01  WS-CAL-FROM-DATE               PIC 9(8) VALUE ZERO.
01  WS-CAL-TO-DATE                 PIC 9(8) VALUE ZERO.
01  WS-CAL-DAY-COUNT               PIC 9(5) VALUE ZERO.

LINKAGE SECTION.
01  LG-JOB-NAME                    PIC X(8).
01  LG-EVENT                       PIC X(5).
01  LG-RETURN-CODE                 PIC 9(4).
01  LG-BUSINESS-DATE               PIC 9(8).

PROCEDURE DIVISION USING LG-JOB-NAME LG-EVENT LG-RETURN-CODE
                         LG-BUSINESS-DATE.
MAIN-PARA.
    IF WS-FIRST-CALL
        PERFORM RESOLVE-BUSINESS-DATE
        PERFORM LOAD-DEPENDENCY-TABLE
        MOVE 'N' TO WS-FIRST-CALL-SW
    END-IF
    MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE

    IF LG-EVENT = "START"
        PERFORM CHECK-STEP-DEPENDENCIES
        IF WS-STEP-BLOCKED
            MOVE 16 TO LG-RETURN-CODE
            MOVE 'B' TO LRL-EVENT-SW
            MOVE WS-BLOCK-DETAIL TO LRL-DETAIL
        ELSE
            MOVE ZERO TO LG-RETURN-CODE
            MOVE 'S' TO LRL-EVENT-SW
            MOVE SPACES TO LRL-DETAIL
        END-IF
    ELSE
        MOVE 'E' TO LRL-EVENT-SW
        MOVE SPACES TO LRL-DETAIL
    END-IF
    PERFORM WRITE-LEDGER-RECORD
    GOBACK.

RESOLVE-BUSINESS-DATE.
    *> A missing or zero override just means the window is running
    *> on its own day -- same guard LENALRT1 uses for LENATHRS. The
    *> calendar, not the clock, says what that day is: a window that
    *> runs past midnight or into a holiday still stamps the
    *> business day it is processing.
    CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
        WS-CAL-TO-DATE WS-CAL-DAY-COUNT
    MOVE WS-CAL-TO-DATE TO WS-BUSINESS-DATE
    OPEN INPUT BUSINESS-DATE-FILE
    IF WS-BDATE-FILE-STATUS = "00"
        READ BUSINESS-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BDT-BUSINESS-DATE > ZERO
                    MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
        END-READ
        CLOSE BUSINESS-DATE-FILE
    END-IF.

LOAD-DEPENDENCY-TABLE.
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
                DISPLAY "LENLEDG1: LENDEPT has more than 500 rules, ignoring the rest"
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

CHECK-STEP-DEPENDENCIES.
    *> one pass of the ledger notes, for every 'P' rule of this
    *> step, the latest end entry its predecessor has for the
    *> business date -- the ledger is in time order, so the last
    *> one read wins and a clean rerun clears an earlier failure --
    *> and how many of its ends were clean, for the LENVAL01
    *> streams of a partitioned night.
    MOVE 'N' TO WS-BLOCKED-SW
    MOVE SPACES TO WS-BLOCK-DETAIL
    MOVE 'N' TO WS-SPLIT-CLEAN-SW
    MOVE 'N' TO WS-MERGE-END-SW
    MOVE ZERO TO WS-MERGE-LAST-RETURN-CODE
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        MOVE 'N'  TO WS-DEP-LAST-END-SW(WS-DEP-IDX)
        MOVE ZERO TO WS-DEP-LAST-RETURN-CODE(WS-DEP-IDX)
        MOVE ZERO TO WS-DEP-CLEAN-ENDS(WS-DEP-IDX)
    END-PERFORM

    MOVE 'N' TO WS-LEDGER-EOF-SW
    OPEN INPUT RUN-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "00"
        PERFORM READ-LEDGER-RECORD
        PERFORM UNTIL WS-LEDGER-EOF
            IF LRL-ENDED AND LRL-BUSINESS-DATE = WS-BUSINESS-DATE
                PERFORM NOTE-WINDOW-STEP-END
                PERFORM NOTE-PREDECESSOR-END
            END-IF
            PERFORM READ-LEDGER-RECORD
        END-PERFORM
        CLOSE RUN-LEDGER-FILE
    END-IF
    IF WS-PARTITIONED-NIGHT
        PERFORM LOAD-PARTITION-COUNT
    END-IF

    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        IF WS-DEP-JOB-NAME(WS-DEP-IDX) = LG-JOB-NAME
           AND WS-DEP-RULE-SW(WS-DEP-IDX) = 'P'
            IF WS-DEP-PREDECESSOR(WS-DEP-IDX) = WS-STREAM-JOB-NAME
               AND WS-PARTITIONED-NIGHT
                PERFORM CHECK-STREAM-RULE
            ELSE
                PERFORM CHECK-PREDECESSOR-RULE
            END-IF
        END-IF
    END-PERFORM.

CHECK-PREDECESSOR-RULE.
    IF NOT WS-DEP-END-SEEN(WS-DEP-IDX)
        SET WS-STEP-BLOCKED TO TRUE
        MOVE SPACES TO WS-BLOCK-DETAIL
        STRING WS-DEP-PREDECESSOR(WS-DEP-IDX) DELIMITED BY SPACE
            " HAS NOT RUN" DELIMITED BY SIZE
            INTO WS-BLOCK-DETAIL
        DISPLAY "LENLEDG1: " LG-JOB-NAME " needs "
                WS-DEP-PREDECESSOR(WS-DEP-IDX)
                " complete for business date " WS-BUSINESS-DATE
                ", it has not run"
    ELSE
        IF WS-DEP-LAST-RETURN-CODE(WS-DEP-IDX) >
                WS-DEP-MAX-RETURN-CODE(WS-DEP-IDX)
            SET WS-STEP-BLOCKED TO TRUE
            MOVE SPACES TO WS-BLOCK-DETAIL
            STRING WS-DEP-PREDECESSOR(WS-DEP-IDX) DELIMITED BY SPACE
                " ENDED RC " WS-DEP-LAST-RETURN-CODE(WS-DEP-IDX)
                DELIMITED BY SIZE
                INTO WS-BLOCK-DETAIL
            DISPLAY "LENLEDG1: " LG-JOB-NAME " needs "
                    WS-DEP-PREDECESSOR(WS-DEP-IDX)
                    " complete for business date " WS-BUSINESS-DATE
                    ", it ended RC "
                    WS-DEP-LAST-RETURN-CODE(WS-DEP-IDX)
        END-IF
    END-IF.

CHECK-STREAM-RULE.
    *> a partitioned night: each stream writes its own end entry,
    *> so the latest one only says the last stream to finish is
    *> done. Every stream must have ended cleanly (a failed stream
    *> rerun cleanly counts once), and everything downstream of
    *> LENVAL01 except LENMRGE1 itself also needs the merge.
    EVALUATE TRUE
        WHEN WS-PARTITION-COUNT = ZERO
            SET WS-STEP-BLOCKED TO TRUE
            MOVE "LENPART NOT AVAILABLE" TO WS-BLOCK-DETAIL
            DISPLAY "LENLEDG1: " LG-JOB-NAME " needs every "
                    WS-STREAM-JOB-NAME " stream complete for business date "
                    WS-BUSINESS-DATE ", LENPART not available to count them"
        WHEN WS-DEP-CLEAN-ENDS(WS-DEP-IDX) < WS-PARTITION-COUNT
            SET WS-STEP-BLOCKED TO TRUE
            MOVE SPACES TO WS-BLOCK-DETAIL
            STRING WS-STREAM-JOB-NAME " " WS-DEP-CLEAN-ENDS(WS-DEP-IDX)
                " OF " WS-PARTITION-COUNT " STREAMS CLEAN"
                DELIMITED BY SIZE
                INTO WS-BLOCK-DETAIL
            DISPLAY "LENLEDG1: " LG-JOB-NAME " needs all "
                    WS-PARTITION-COUNT " " WS-STREAM-JOB-NAME
                    " streams complete for business date " WS-BUSINESS-DATE
                    ", " WS-DEP-CLEAN-ENDS(WS-DEP-IDX) " ended cleanly"
        WHEN LG-JOB-NAME = WS-MERGE-JOB-NAME
            CONTINUE
        WHEN NOT WS-MERGE-END-SEEN
            SET WS-STEP-BLOCKED TO TRUE
            MOVE SPACES TO WS-BLOCK-DETAIL
            STRING WS-MERGE-JOB-NAME DELIMITED BY SPACE
                " HAS NOT RUN" DELIMITED BY SIZE
                INTO WS-BLOCK-DETAIL
            DISPLAY "LENLEDG1: " LG-JOB-NAME " needs "
                    WS-MERGE-JOB-NAME
                    " complete for business date " WS-BUSINESS-DATE
                    ", it has not run"
        WHEN WS-MERGE-LAST-RETURN-CODE > WS-DEP-MAX-RETURN-CODE(WS-DEP-IDX)
            SET WS-STEP-BLOCKED TO TRUE
            MOVE SPACES TO WS-BLOCK-DETAIL
            STRING WS-MERGE-JOB-NAME DELIMITED BY SPACE
                " ENDED RC " WS-MERGE-LAST-RETURN-CODE
                DELIMITED BY SIZE
                INTO WS-BLOCK-DETAIL
            DISPLAY "LENLEDG1: " LG-JOB-NAME " needs "
                    WS-MERGE-JOB-NAME
                    " complete for business date " WS-BUSINESS-DATE
                    ", it ended RC " WS-MERGE-LAST-RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LOAD-PARTITION-COUNT.
    *> LENSPLT1 could not have split without it; if it has gone or
    *> is out of range since, the streams cannot be counted and the
    *> count stays zero, which holds every step waiting on them.
    MOVE ZERO TO WS-PARTITION-COUNT
    OPEN INPUT PARTITION-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ PARTITION-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LPT-PARTITION-COUNT NUMERIC
                   AND LPT-PARTITION-COUNT >= 1
                   AND LPT-PARTITION-COUNT <= 4
                    MOVE LPT-PARTITION-COUNT TO WS-PARTITION-COUNT
                END-IF
        END-READ
        CLOSE PARTITION-PARM-FILE
    END-IF.

READ-LEDGER-RECORD.
    READ RUN-LEDGER-FILE
        AT END SET WS-LEDGER-EOF TO TRUE
    END-READ.

NOTE-WINDOW-STEP-END.
    *> LENSPLT1 ends zero or 12; only a clean split means tonight's
    *> LENVAL01 ran as streams (a failed split rerun cleanly counts).
    EVALUATE LRL-JOB-NAME
        WHEN WS-SPLIT-JOB-NAME
            IF LRL-RETURN-CODE = ZERO
                MOVE 'Y' TO WS-SPLIT-CLEAN-SW
            ELSE
                MOVE 'N' TO WS-SPLIT-CLEAN-SW
            END-IF
        WHEN WS-MERGE-JOB-NAME
            MOVE 'Y' TO WS-MERGE-END-SW
            MOVE LRL-RETURN-CODE TO WS-MERGE-LAST-RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

NOTE-PREDECESSOR-END.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        IF WS-DEP-JOB-NAME(WS-DEP-IDX) = LG-JOB-NAME
           AND WS-DEP-PREDECESSOR(WS-DEP-IDX) = LRL-JOB-NAME
            MOVE 'Y' TO WS-DEP-LAST-END-SW(WS-DEP-IDX)
            MOVE LRL-RETURN-CODE TO WS-DEP-LAST-RETURN-CODE(WS-DEP-IDX)
            IF LRL-RETURN-CODE NOT > WS-DEP-MAX-RETURN-CODE(WS-DEP-IDX)
                ADD 1 TO WS-DEP-CLEAN-ENDS(WS-DEP-IDX)
            END-IF
        END-IF
    END-PERFORM.

WRITE-LEDGER-RECORD.
    *> appended and closed per call -- the same per-write open/close
    *> LENALRT1 uses -- so parallel LENVAL01 streams and a step that
    *> abends after its start entry both leave the ledger readable.
    MOVE LG-JOB-NAME                TO LRL-JOB-NAME
    MOVE WS-BUSINESS-DATE           TO LRL-BUSINESS-DATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO LRL-EVENT-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LRL-EVENT-TIME
    MOVE LG-RETURN-CODE             TO LRL-RETURN-CODE

    OPEN EXTEND RUN-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LEDGER-FILE
    END-IF
    WRITE LEN-RUN-LEDGER-RECORD
    CLOSE RUN-LEDGER-FILE.
