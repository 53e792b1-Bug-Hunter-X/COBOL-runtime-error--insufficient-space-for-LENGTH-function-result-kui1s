IDENTIFICATION DIVISION.
PROGRAM-ID. LENCPIT1.
*> Point-in-time listing of the LENCTRL control limits -- the answer
*> to "what were the limits on date X" when a batch night is being
*> investigated or an auditor asks why a field was truncated then.
*> LENCTRL keeps every dated version of an entry (see lenctlr.cpy);
*> for each source system / field the version in effect on the
*> as-of date is picked exactly the way LENVAL01 and LENVDOC1 pick
*> it for a business date: the latest effective date on or before
*> the as-of date, the later record winning a tie. The listing
*> shows that version's max length, disposition and effective date,
*> how many versions the entry has on file, and the next version
*> due after the as-of date. An entry whose versions all start
*> after the as-of date is listed as not yet in effect.
*> The as-of date comes from the optional LENCPITP parm file
*> (YYYYMMDD); when it is absent the business date is used.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "LENCTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT AS-OF-PARM-FILE ASSIGN TO "LENCPITP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENCPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE
    RECORDING MODE IS F.
    COPY lenctlr.

FD  AS-OF-PARM-FILE
    RECORDING MODE IS F.
01  AS-OF-PARM-RECORD.
    05  CPP-AS-OF-DATE             PIC 9(8).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CONTROL-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-CONTROL-EOF-SW          PIC X VALUE 'N'.
        88  WS-CONTROL-EOF               VALUE 'Y'.
    05  WS-MATCH-FOUND-SW          PIC X VALUE 'N'.
        88  WS-MATCH-FOUND               VALUE 'Y'.
    05  WS-TABLE-FULL-SW           PIC X VALUE 'N'.
        88  WS-TABLE-FULL                VALUE 'Y'.

01  WS-AS-OF-DATE                  PIC 9(8) VALUE ZERO.

01  WS-CONTROL-TABLE.
    *> one entry per source system / field, kept in key order as
    *> LENVAL01 keeps its own, so the listing comes out sorted.
    05  WS-CONTROL-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-CONTROL-ENTRY OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-CONTROL-COUNT
                         ASCENDING KEY IS WS-CTL-KEY
                         INDEXED BY WS-CTL-IDX.
        10  WS-CTL-KEY.
            15  WS-CTL-SOURCE-SYSTEM PIC X(10).
            15  WS-CTL-FIELD-NAME  PIC X(30).
        10  WS-CTL-MAX-LENGTH      PIC 9(5).
        10  WS-CTL-DISPOSITION     PIC X.
        10  WS-CTL-EFFECTIVE-DATE  PIC 9(8).
        10  WS-CTL-IN-EFFECT-SW    PIC X.
            88  WS-CTL-IN-EFFECT         VALUE 'Y'.
        10  WS-CTL-VERSION-COUNT   PIC 9(5).
        10  WS-CTL-NEXT-DATE       PIC 9(8).

01  WS-CONTROL-HOLD.
    05  WS-HOLD-KEY.
        10  WS-HOLD-SOURCE-SYSTEM  PIC X(10).
        10  WS-HOLD-FIELD-NAME     PIC X(30).
    05  WS-HOLD-MAX-LENGTH         PIC 9(5).
    05  WS-HOLD-DISPOSITION        PIC X.
    05  WS-HOLD-EFFECTIVE-DATE     PIC 9(8).
    05  WS-HOLD-IN-EFFECT-SW       PIC X.
    05  WS-HOLD-VERSION-COUNT      PIC 9(5).
    05  WS-HOLD-NEXT-DATE          PIC 9(8).
01  WS-LOOKUP-KEY                  PIC X(40).
01  WS-CTL-SUB                     PIC 9(5).

01  WS-VERSIONS-READ               PIC 9(9) VALUE ZERO.
01  WS-ENTRIES-IN-EFFECT           PIC 9(9) VALUE ZERO.
01  WS-ENTRIES-NOT-YET             PIC 9(9) VALUE ZERO.
01  WS-ENTRIES-WITH-LATER          PIC 9(9) VALUE ZERO.

01  WS-HEADING-1.
    05  FILLER                     PIC X(45) VALUE
        "LENCTRL CONTROL LIMITS IN EFFECT - AS OF DATE".
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-HDG-AS-OF-DATE          PIC 9(8).
    05  FILLER                     PIC X(78) VALUE SPACES.

01  WS-HEADING-2.
    05  FILLER                     PIC X(11) VALUE "SOURCE".
    05  FILLER                     PIC X(31) VALUE "FIELD NAME".
    05  FILLER                     PIC X(7)  VALUE "MAX LEN".
    05  FILLER                     PIC X(6)  VALUE "  DISP".
    05  FILLER                     PIC X(12) VALUE "   EFFECTIVE".
    05  FILLER                     PIC X(10) VALUE "  VERSIONS".
    05  FILLER                     PIC X(55) VALUE "   NEXT CHANGE".

01  WS-DETAIL-LINE.
    05  WS-DTL-SOURCE-SYSTEM       PIC X(10).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-FIELD-NAME          PIC X(30).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-MAX-LENGTH          PIC Z(6)9.
    05  FILLER                     PIC X(5) VALUE SPACES.
    05  WS-DTL-DISPOSITION         PIC X.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-DTL-EFFECTIVE-DATE      PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-DTL-VERSION-COUNT       PIC Z(7)9.
    05  FILLER                     PIC X(5) VALUE SPACES.
    05  WS-DTL-NEXT-DATE           PIC X(8).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-NOTE                PIC X(41).

01  WS-TOTAL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-TOT-LABEL               PIC X(40).
    05  WS-TOT-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(81) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENCPIT1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM RESOLVE-AS-OF-DATE

    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        DISPLAY "LENCPIT1: LENCTRL not available, status "
                WS-CONTROL-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM LOAD-CONTROL-VERSIONS
    CLOSE CONTROL-FILE

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-LISTING
    CLOSE REPORT-FILE

    DISPLAY "LENCPIT1: as of " WS-AS-OF-DATE ", "
            WS-VERSIONS-READ " version(s) read, "
            WS-ENTRIES-IN-EFFECT " entr(ies) in effect, "
            WS-ENTRIES-NOT-YET " not yet in effect"
    IF WS-TABLE-FULL
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

RESOLVE-AS-OF-DATE.
    *> A missing parm file just means the default applies -- same
    *> guard LENALRT1 uses for LENATHRS.
    OPEN INPUT AS-OF-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ AS-OF-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CPP-AS-OF-DATE NUMERIC
                    IF FUNCTION TEST-DATE-YYYYMMDD(CPP-AS-OF-DATE) = ZERO
                        MOVE CPP-AS-OF-DATE TO WS-AS-OF-DATE
                    ELSE
                        DISPLAY "LENCPIT1: LENCPITP date " CPP-AS-OF-DATE
                                " is not valid, using the business date"
                    END-IF
                END-IF
        END-READ
        CLOSE AS-OF-PARM-FILE
    END-IF
    IF WS-AS-OF-DATE = ZERO
        MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
    END-IF.

LOAD-CONTROL-VERSIONS.
    PERFORM READ-CONTROL-RECORD
    PERFORM UNTIL WS-CONTROL-EOF
        ADD 1 TO WS-VERSIONS-READ
        IF LCR-EFFECTIVE-DATE NOT NUMERIC
            MOVE ZERO TO LCR-EFFECTIVE-DATE
        END-IF
        PERFORM APPLY-CONTROL-VERSION
        PERFORM READ-CONTROL-RECORD
    END-PERFORM.

APPLY-CONTROL-VERSION.
    *> versions on or before the as-of date compete to be the one in
    *> effect (latest date, later record on a tie); versions after
    *> it only count toward the earliest change still to come.
    MOVE 'N' TO WS-MATCH-FOUND-SW
    MOVE LCR-SOURCE-SYSTEM TO WS-HOLD-SOURCE-SYSTEM
    MOVE LCR-FIELD-NAME    TO WS-HOLD-FIELD-NAME
    MOVE WS-HOLD-KEY       TO WS-LOOKUP-KEY
    IF WS-CONTROL-COUNT > ZERO
        SEARCH ALL WS-CONTROL-ENTRY
            AT END
                CONTINUE
            WHEN WS-CTL-KEY(WS-CTL-IDX) = WS-LOOKUP-KEY
                SET WS-MATCH-FOUND TO TRUE
        END-SEARCH
    END-IF
    IF WS-MATCH-FOUND
        ADD 1 TO WS-CTL-VERSION-COUNT(WS-CTL-IDX)
        IF LCR-EFFECTIVE-DATE > WS-AS-OF-DATE
            IF WS-CTL-NEXT-DATE(WS-CTL-IDX) = ZERO
               OR LCR-EFFECTIVE-DATE < WS-CTL-NEXT-DATE(WS-CTL-IDX)
                MOVE LCR-EFFECTIVE-DATE TO WS-CTL-NEXT-DATE(WS-CTL-IDX)
            END-IF
        ELSE
            IF NOT WS-CTL-IN-EFFECT(WS-CTL-IDX)
               OR LCR-EFFECTIVE-DATE
                    NOT < WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                MOVE LCR-MAX-LENGTH  TO WS-CTL-MAX-LENGTH(WS-CTL-IDX)
                MOVE LCR-DISPOSITION TO WS-CTL-DISPOSITION(WS-CTL-IDX)
                MOVE LCR-EFFECTIVE-DATE
                    TO WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                MOVE 'Y' TO WS-CTL-IN-EFFECT-SW(WS-CTL-IDX)
            END-IF
        END-IF
    ELSE
        IF WS-CONTROL-COUNT < 20000
            MOVE 1 TO WS-HOLD-VERSION-COUNT
            IF LCR-EFFECTIVE-DATE > WS-AS-OF-DATE
                MOVE ZERO               TO WS-HOLD-MAX-LENGTH
                MOVE SPACE              TO WS-HOLD-DISPOSITION
                MOVE ZERO               TO WS-HOLD-EFFECTIVE-DATE
                MOVE 'N'                TO WS-HOLD-IN-EFFECT-SW
                MOVE LCR-EFFECTIVE-DATE TO WS-HOLD-NEXT-DATE
            ELSE
                MOVE LCR-MAX-LENGTH     TO WS-HOLD-MAX-LENGTH
                MOVE LCR-DISPOSITION    TO WS-HOLD-DISPOSITION
                MOVE LCR-EFFECTIVE-DATE TO WS-HOLD-EFFECTIVE-DATE
                MOVE 'Y'                TO WS-HOLD-IN-EFFECT-SW
                MOVE ZERO               TO WS-HOLD-NEXT-DATE
            END-IF
            PERFORM INSERT-CONTROL-ENTRY
        ELSE
            IF NOT WS-TABLE-FULL
                DISPLAY "LENCPIT1: more than 20000 control entries, listing the first 20000"
                SET WS-TABLE-FULL TO TRUE
            END-IF
        END-IF
    END-IF.

INSERT-CONTROL-ENTRY.
    ADD 1 TO WS-CONTROL-COUNT
    MOVE WS-CONTROL-COUNT TO WS-CTL-SUB
    PERFORM SHIFT-CONTROL-ENTRY-UP
        UNTIL WS-CTL-SUB = 1
           OR WS-CTL-KEY(WS-CTL-SUB - 1) NOT > WS-HOLD-KEY
    MOVE WS-CONTROL-HOLD TO WS-CONTROL-ENTRY(WS-CTL-SUB).

SHIFT-CONTROL-ENTRY-UP.
    MOVE WS-CONTROL-ENTRY(WS-CTL-SUB - 1)
        TO WS-CONTROL-ENTRY(WS-CTL-SUB)
    SUBTRACT 1 FROM WS-CTL-SUB.

READ-CONTROL-RECORD.
    READ CONTROL-FILE
        AT END SET WS-CONTROL-EOF TO TRUE
    END-READ.

WRITE-LISTING.
    MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-HEADING-2
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
        PERFORM WRITE-DETAIL-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "VERSIONS ON FILE"           TO WS-TOT-LABEL
    MOVE WS-VERSIONS-READ             TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ENTRIES IN EFFECT"          TO WS-TOT-LABEL
    MOVE WS-ENTRIES-IN-EFFECT         TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ENTRIES NOT YET IN EFFECT"  TO WS-TOT-LABEL
    MOVE WS-ENTRIES-NOT-YET           TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ENTRIES WITH A LATER CHANGE" TO WS-TOT-LABEL
    MOVE WS-ENTRIES-WITH-LATER        TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.

WRITE-DETAIL-LINE.
    MOVE SPACES TO WS-DTL-NOTE
    MOVE WS-CTL-SOURCE-SYSTEM(WS-CTL-IDX)  TO WS-DTL-SOURCE-SYSTEM
    MOVE WS-CTL-FIELD-NAME(WS-CTL-IDX)     TO WS-DTL-FIELD-NAME
    MOVE WS-CTL-VERSION-COUNT(WS-CTL-IDX)  TO WS-DTL-VERSION-COUNT
    IF WS-CTL-IN-EFFECT(WS-CTL-IDX)
        ADD 1 TO WS-ENTRIES-IN-EFFECT
        MOVE WS-CTL-MAX-LENGTH(WS-CTL-IDX)  TO WS-DTL-MAX-LENGTH
        MOVE WS-CTL-DISPOSITION(WS-CTL-IDX) TO WS-DTL-DISPOSITION
        *> a version with no effective date has always been in force
        IF WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX) = ZERO
            MOVE "ALWAYS"                    TO WS-DTL-EFFECTIVE-DATE
        ELSE
            MOVE WS-CTL-EFFECTIVE-DATE(WS-CTL-IDX)
                TO WS-DTL-EFFECTIVE-DATE
        END-IF
    ELSE
        ADD 1 TO WS-ENTRIES-NOT-YET
        MOVE ZERO   TO WS-DTL-MAX-LENGTH
        MOVE SPACE  TO WS-DTL-DISPOSITION
        MOVE SPACES TO WS-DTL-EFFECTIVE-DATE
        MOVE "NOT YET IN EFFECT ON THE AS-OF DATE" TO WS-DTL-NOTE
    END-IF
    IF WS-CTL-NEXT-DATE(WS-CTL-IDX) = ZERO
        MOVE SPACES TO WS-DTL-NEXT-DATE
    ELSE
        ADD 1 TO WS-ENTRIES-WITH-LATER
        MOVE WS-CTL-NEXT-DATE(WS-CTL-IDX) TO WS-DTL-NEXT-DATE
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
        DISPLAY "LENCPIT1: predecessor step(s) not complete for business date "
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
