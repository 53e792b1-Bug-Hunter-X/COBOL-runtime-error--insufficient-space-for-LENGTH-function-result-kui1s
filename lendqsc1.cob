IDENTIFICATION DIVISION.
PROGRAM-ID. LENDQSC1.
*> Monthly data-quality scorecard per source system, built from the
*> LENDQEV event history LENDQCL1 collects each night. For every
*> LDR-SOURCE-SYSTEM feed the LENDQRPT scorecard shows, for the
*> report month with the prior month alongside for comparison:
*> volume received, structural defects, rejects, truncations,
*> warning alerts and repeat-cycle keys (each as a count and a rate
*> of volume), rejects by reason, and the fields causing most of
*> the trouble this month.
*> Alongside the scorecard it writes the LENDQFB outbound feedback
*> file for the feed teams: one section per source system listing
*> every record key rejected or truncated during the month with the
*> field, the length it arrived with and the allowed max.
*> The report month comes from the optional LENDQSCP parm file
*> (YYYYMM); when it is absent the month before the business
*> date's month is reported, since the job runs after month end.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DQ-EVENT-FILE ASSIGN TO "LENDQEV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-FILE-STATUS.

    SELECT SCORECARD-PARM-FILE ASSIGN TO "LENDQSCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENDQRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT FEEDBACK-FILE ASSIGN TO "LENDQFB"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DQ-EVENT-FILE
    RECORDING MODE IS F.
    COPY lendqev.

FD  SCORECARD-PARM-FILE
    RECORDING MODE IS F.
01  SCORECARD-PARM-RECORD.
    05  DSP-REPORT-MONTH           PIC 9(6).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

FD  FEEDBACK-FILE
    RECORDING MODE IS F.
    COPY lendqfb.

WORKING-STORAGE SECTION.
01  WS-EVENT-FILE-STATUS           PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-EVENT-EOF-SW            PIC X VALUE 'N'.
        88  WS-EVENT-EOF                 VALUE 'Y'.
    05  WS-ENTRY-FOUND-SW          PIC X VALUE 'N'.
        88  WS-ENTRY-FOUND               VALUE 'Y'.
    05  WS-TABLE-FULL-SW           PIC X VALUE 'N'.
        88  WS-TABLE-FULL                VALUE 'Y'.

01  WS-REPORT-MONTH                PIC 9(6) VALUE ZERO.
01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
    05  WS-RPT-YEAR                PIC 9(4).
    05  WS-RPT-MM                  PIC 9(2).
01  WS-PRIOR-MONTH                 PIC 9(6) VALUE ZERO.
01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
    05  WS-PRI-YEAR                PIC 9(4).
    05  WS-PRI-MM                  PIC 9(2).

*> period 1 is the report month, period 2 the prior month
01  WS-PERIOD                      PIC 9 VALUE ZERO.
01  WS-PERIOD-SUB                  PIC 9.

01  WS-EVENTS-READ                 PIC 9(9) VALUE ZERO.
01  WS-EVENTS-USED                 PIC 9(9) VALUE ZERO.
01  WS-FEEDBACK-WRITTEN            PIC 9(9) VALUE ZERO.
01  WS-SECTION-DETAILS             PIC 9(9) VALUE ZERO.

*> source systems, kept in source-system order as they are added
*> (the same insert-in-place LENVAL01 uses for its control table)
01  WS-SOURCE-TABLE.
    05  WS-SRC-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-SRC-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SRC-COUNT
                       INDEXED BY WS-SRC-IDX.
        10  WS-SRC-SOURCE-SYSTEM   PIC X(10).
        10  WS-SRC-PERIOD OCCURS 2 TIMES.
            15  WS-SRC-VOLUME      PIC 9(9).
            15  WS-SRC-DEFECTS     PIC 9(9).
            15  WS-SRC-REJECTS     PIC 9(9).
            15  WS-SRC-TRUNCATIONS PIC 9(9).
            15  WS-SRC-WARNINGS    PIC 9(9).
            15  WS-SRC-CYCLES      PIC 9(9).
01  WS-SOURCE-HOLD.
    05  WS-HOLD-SOURCE-SYSTEM      PIC X(10).
    05  FILLER                     PIC X(108).
01  WS-SRC-SUB                     PIC 9(4).

01  WS-REASON-TABLE.
    05  WS-RSN-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-RSN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-RSN-COUNT
                       INDEXED BY WS-RSN-IDX.
        10  WS-RSN-SOURCE-SYSTEM   PIC X(10).
        10  WS-RSN-REASON          PIC X(40).
        10  WS-RSN-REJECTS         PIC 9(9) OCCURS 2 TIMES.

01  WS-FIELD-TABLE.
    05  WS-FLD-COUNT               PIC 9(4) VALUE ZERO.
    05  WS-FLD-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-FLD-COUNT
                       INDEXED BY WS-FLD-IDX.
        10  WS-FLD-SOURCE-SYSTEM   PIC X(10).
        10  WS-FLD-FIELD-NAME      PIC X(30).
        10  WS-FLD-REJECTS         PIC 9(9).
        10  WS-FLD-TRUNCATIONS     PIC 9(9).
        10  WS-FLD-WARNINGS        PIC 9(9).
        10  WS-FLD-TOTAL           PIC 9(9).
        10  WS-FLD-PRINTED-SW      PIC X.
01  WS-TOP-FIELD-LIMIT             PIC 9(2) VALUE 5.
01  WS-TOP-FIELDS-PRINTED          PIC 9(2).
01  WS-BEST-SUB                    PIC 9(4).
01  WS-BEST-TOTAL                  PIC 9(9).
01  WS-FLD-SUB                     PIC 9(4).

01  WS-RATE-COUNT                  PIC 9(9).
01  WS-RATE-VOLUME                 PIC 9(9).
01  WS-RATE                        PIC 9(3)V99.

01  WS-HEADING-1.
    05  FILLER                     PIC X(48) VALUE
        "SOURCE SYSTEM DATA QUALITY SCORECARD - MONTH".
    05  WS-HDG-REPORT-MONTH        PIC 9(6).
    05  FILLER                     PIC X(16) VALUE "   PRIOR MONTH".
    05  WS-HDG-PRIOR-MONTH         PIC 9(6).
    05  FILLER                     PIC X(56) VALUE SPACES.

01  WS-SOURCE-LINE.
    05  FILLER                     PIC X(15) VALUE "SOURCE SYSTEM: ".
    05  WS-SRL-SOURCE-SYSTEM       PIC X(10).
    05  FILLER                     PIC X(107) VALUE SPACES.

01  WS-METRIC-HEADING.
    05  FILLER                     PIC X(32) VALUE "  METRIC".
    05  FILLER                     PIC X(9)  VALUE "THIS MNTH".
    05  FILLER                     PIC X(8)  VALUE "  RATE %".
    05  FILLER                     PIC X(13) VALUE "  PRIOR MNTH".
    05  FILLER                     PIC X(70) VALUE "  RATE %".

01  WS-METRIC-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-MTL-LABEL               PIC X(30).
    05  WS-MTL-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-MTL-RATE                PIC ZZ9.99.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-MTL-PRIOR-COUNT         PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-MTL-PRIOR-RATE          PIC ZZ9.99.
    05  FILLER                     PIC X(62) VALUE SPACES.

01  WS-SUBHEADING-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-SUB-TITLE               PIC X(130).

01  WS-REASON-LINE.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-RNL-REASON              PIC X(40).
    05  WS-RNL-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RNL-RATE                PIC ZZ9.99.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-RNL-PRIOR-COUNT         PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-RNL-PRIOR-RATE          PIC ZZ9.99.
    05  FILLER                     PIC X(50) VALUE SPACES.

01  WS-FIELD-HEADING.
    05  FILLER                     PIC X(34) VALUE "    FIELD".
    05  FILLER                     PIC X(10) VALUE "   REJECTS".
    05  FILLER                     PIC X(10) VALUE "  TRUNCATD".
    05  FILLER                     PIC X(10) VALUE "  WARNINGS".
    05  FILLER                     PIC X(68) VALUE "     TOTAL".

01  WS-FIELD-LINE.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-FDL-FIELD-NAME          PIC X(30).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-FDL-REJECTS             PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-FDL-TRUNCATIONS         PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-FDL-WARNINGS            PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-FDL-TOTAL               PIC Z(8)9.
    05  FILLER                     PIC X(58) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENDQSC1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM RESOLVE-REPORT-MONTH

    OPEN INPUT DQ-EVENT-FILE
    IF WS-EVENT-FILE-STATUS NOT = "00"
        DISPLAY "LENDQSC1: LENDQEV not available, no scorecard produced"
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    PERFORM READ-EVENT-RECORD
    PERFORM UNTIL WS-EVENT-EOF
        ADD 1 TO WS-EVENTS-READ
        PERFORM ACCUMULATE-EVENT
        PERFORM READ-EVENT-RECORD
    END-PERFORM
    CLOSE DQ-EVENT-FILE

    OPEN OUTPUT REPORT-FILE
    MOVE WS-REPORT-MONTH TO WS-HDG-REPORT-MONTH
    MOVE WS-PRIOR-MONTH  TO WS-HDG-PRIOR-MONTH
    WRITE REPORT-LINE FROM WS-HEADING-1
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > WS-SRC-COUNT
        PERFORM WRITE-SOURCE-SCORECARD
    END-PERFORM
    CLOSE REPORT-FILE

    OPEN OUTPUT FEEDBACK-FILE
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > WS-SRC-COUNT
        IF WS-SRC-VOLUME(WS-SRC-IDX 1) > ZERO
           OR WS-SRC-REJECTS(WS-SRC-IDX 1) > ZERO
           OR WS-SRC-TRUNCATIONS(WS-SRC-IDX 1) > ZERO
            PERFORM WRITE-SOURCE-FEEDBACK
        END-IF
    END-PERFORM
    CLOSE FEEDBACK-FILE

    DISPLAY "LENDQSC1: month " WS-REPORT-MONTH ", "
            WS-EVENTS-READ " event(s) read, "
            WS-EVENTS-USED " in the two months, "
            WS-SRC-COUNT " source system(s), "
            WS-FEEDBACK-WRITTEN " feedback detail(s)"
    IF WS-TABLE-FULL
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

RESOLVE-REPORT-MONTH.
    *> A missing parm file just means the default applies -- same
    *> guard LENALRT1 uses for LENATHRS.
    OPEN INPUT SCORECARD-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ SCORECARD-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF DSP-REPORT-MONTH NUMERIC
                   AND DSP-REPORT-MONTH(5:2) >= "01"
                   AND DSP-REPORT-MONTH(5:2) <= "12"
                    MOVE DSP-REPORT-MONTH TO WS-REPORT-MONTH
                END-IF
        END-READ
        CLOSE SCORECARD-PARM-FILE
    END-IF
    IF WS-REPORT-MONTH = ZERO
        MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
        IF WS-RPT-MM = 1
            SUBTRACT 1 FROM WS-RPT-YEAR
            MOVE 12 TO WS-RPT-MM
        ELSE
            SUBTRACT 1 FROM WS-RPT-MM
        END-IF
    END-IF
    MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH
    IF WS-PRI-MM = 1
        SUBTRACT 1 FROM WS-PRI-YEAR
        MOVE 12 TO WS-PRI-MM
    ELSE
        SUBTRACT 1 FROM WS-PRI-MM
    END-IF.

READ-EVENT-RECORD.
    READ DQ-EVENT-FILE
        AT END SET WS-EVENT-EOF TO TRUE
    END-READ.

ACCUMULATE-EVENT.
    EVALUATE LDQ-BUSINESS-DATE(1:6)
        WHEN WS-REPORT-MONTH
            MOVE 1 TO WS-PERIOD
        WHEN WS-PRIOR-MONTH
            MOVE 2 TO WS-PERIOD
        WHEN OTHER
            MOVE ZERO TO WS-PERIOD
    END-EVALUATE
    IF WS-PERIOD > ZERO
        ADD 1 TO WS-EVENTS-USED
        PERFORM FIND-SOURCE-ENTRY
        IF WS-ENTRY-FOUND
            PERFORM ADD-EVENT-TO-SOURCE
        END-IF
        IF LDQ-REJECT
            PERFORM ADD-EVENT-TO-REASON
        END-IF
        IF WS-PERIOD = 1
           AND (LDQ-REJECT OR LDQ-TRUNCATION OR LDQ-WARNING)
            PERFORM ADD-EVENT-TO-FIELD
        END-IF
    END-IF.

FIND-SOURCE-ENTRY.
    MOVE 'Y' TO WS-ENTRY-FOUND-SW
    SET WS-SRC-IDX TO 1
    SEARCH WS-SRC-ENTRY
        AT END
            IF WS-SRC-COUNT < 200
                PERFORM INSERT-SOURCE-ENTRY
            ELSE
                IF NOT WS-TABLE-FULL
                    DISPLAY "LENDQSC1: more than 200 source systems, ignoring the rest"
                END-IF
                SET WS-TABLE-FULL TO TRUE
                MOVE 'N' TO WS-ENTRY-FOUND-SW
            END-IF
        WHEN WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX) = LDQ-SOURCE-SYSTEM
            CONTINUE
    END-SEARCH.

INSERT-SOURCE-ENTRY.
    MOVE LOW-VALUES         TO WS-SOURCE-HOLD
    MOVE LDQ-SOURCE-SYSTEM  TO WS-HOLD-SOURCE-SYSTEM
    ADD 1 TO WS-SRC-COUNT
    MOVE WS-SRC-COUNT TO WS-SRC-SUB
    PERFORM SHIFT-SOURCE-ENTRY-UP
        UNTIL WS-SRC-SUB = 1
           OR WS-SRC-SOURCE-SYSTEM(WS-SRC-SUB - 1) NOT > WS-HOLD-SOURCE-SYSTEM
    MOVE WS-SOURCE-HOLD TO WS-SRC-ENTRY(WS-SRC-SUB)
    INITIALIZE WS-SRC-PERIOD(WS-SRC-SUB 1)
    INITIALIZE WS-SRC-PERIOD(WS-SRC-SUB 2)
    SET WS-SRC-IDX TO WS-SRC-SUB.

SHIFT-SOURCE-ENTRY-UP.
    MOVE WS-SRC-ENTRY(WS-SRC-SUB - 1) TO WS-SRC-ENTRY(WS-SRC-SUB)
    SUBTRACT 1 FROM WS-SRC-SUB.

ADD-EVENT-TO-SOURCE.
    EVALUATE TRUE
        WHEN LDQ-VOLUME
            ADD LDQ-EVENT-COUNT TO WS-SRC-VOLUME(WS-SRC-IDX WS-PERIOD)
        WHEN LDQ-STRUCTURAL-DEFECT
            ADD 1 TO WS-SRC-DEFECTS(WS-SRC-IDX WS-PERIOD)
        WHEN LDQ-REJECT
            ADD 1 TO WS-SRC-REJECTS(WS-SRC-IDX WS-PERIOD)
        WHEN LDQ-TRUNCATION
            ADD 1 TO WS-SRC-TRUNCATIONS(WS-SRC-IDX WS-PERIOD)
        WHEN LDQ-WARNING
            ADD 1 TO WS-SRC-WARNINGS(WS-SRC-IDX WS-PERIOD)
        WHEN LDQ-REPEAT-CYCLE
            ADD 1 TO WS-SRC-CYCLES(WS-SRC-IDX WS-PERIOD)
    END-EVALUATE.

ADD-EVENT-TO-REASON.
    SET WS-RSN-IDX TO 1
    SEARCH WS-RSN-ENTRY
        AT END
            IF WS-RSN-COUNT < 1000
                ADD 1 TO WS-RSN-COUNT
                MOVE LDQ-SOURCE-SYSTEM TO WS-RSN-SOURCE-SYSTEM(WS-RSN-COUNT)
                MOVE LDQ-REASON        TO WS-RSN-REASON(WS-RSN-COUNT)
                MOVE ZERO TO WS-RSN-REJECTS(WS-RSN-COUNT 1)
                MOVE ZERO TO WS-RSN-REJECTS(WS-RSN-COUNT 2)
                ADD 1 TO WS-RSN-REJECTS(WS-RSN-COUNT WS-PERIOD)
            ELSE
                IF NOT WS-TABLE-FULL
                    DISPLAY "LENDQSC1: more than 1000 reject reasons, ignoring the rest"
                END-IF
                SET WS-TABLE-FULL TO TRUE
            END-IF
        WHEN WS-RSN-SOURCE-SYSTEM(WS-RSN-IDX) = LDQ-SOURCE-SYSTEM
         AND WS-RSN-REASON(WS-RSN-IDX) = LDQ-REASON
            ADD 1 TO WS-RSN-REJECTS(WS-RSN-IDX WS-PERIOD)
    END-SEARCH.

ADD-EVENT-TO-FIELD.
    SET WS-FLD-IDX TO 1
    SEARCH WS-FLD-ENTRY
        AT END
            IF WS-FLD-COUNT < 2000
                ADD 1 TO WS-FLD-COUNT
                SET WS-FLD-IDX TO WS-FLD-COUNT
                MOVE LDQ-SOURCE-SYSTEM TO WS-FLD-SOURCE-SYSTEM(WS-FLD-IDX)
                MOVE LDQ-FIELD-NAME    TO WS-FLD-FIELD-NAME(WS-FLD-IDX)
                MOVE ZERO TO WS-FLD-REJECTS(WS-FLD-IDX)
                MOVE ZERO TO WS-FLD-TRUNCATIONS(WS-FLD-IDX)
                MOVE ZERO TO WS-FLD-WARNINGS(WS-FLD-IDX)
                MOVE ZERO TO WS-FLD-TOTAL(WS-FLD-IDX)
                MOVE 'N'  TO WS-FLD-PRINTED-SW(WS-FLD-IDX)
                PERFORM COUNT-FIELD-EVENT
            ELSE
                IF NOT WS-TABLE-FULL
                    DISPLAY "LENDQSC1: more than 2000 trouble fields, ignoring the rest"
                END-IF
                SET WS-TABLE-FULL TO TRUE
            END-IF
        WHEN WS-FLD-SOURCE-SYSTEM(WS-FLD-IDX) = LDQ-SOURCE-SYSTEM
         AND WS-FLD-FIELD-NAME(WS-FLD-IDX) = LDQ-FIELD-NAME
            PERFORM COUNT-FIELD-EVENT
    END-SEARCH.

COUNT-FIELD-EVENT.
    EVALUATE TRUE
        WHEN LDQ-REJECT
            ADD 1 TO WS-FLD-REJECTS(WS-FLD-IDX)
        WHEN LDQ-TRUNCATION
            ADD 1 TO WS-FLD-TRUNCATIONS(WS-FLD-IDX)
        WHEN LDQ-WARNING
            ADD 1 TO WS-FLD-WARNINGS(WS-FLD-IDX)
    END-EVALUATE
    ADD 1 TO WS-FLD-TOTAL(WS-FLD-IDX).

WRITE-SOURCE-SCORECARD.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX) TO WS-SRL-SOURCE-SYSTEM
    WRITE REPORT-LINE FROM WS-SOURCE-LINE
    WRITE REPORT-LINE FROM WS-METRIC-HEADING

    MOVE "VOLUME RECEIVED" TO WS-MTL-LABEL
    MOVE WS-SRC-VOLUME(WS-SRC-IDX 1) TO WS-MTL-COUNT
    MOVE WS-SRC-VOLUME(WS-SRC-IDX 2) TO WS-MTL-PRIOR-COUNT
    MOVE ZERO TO WS-MTL-RATE
    MOVE ZERO TO WS-MTL-PRIOR-RATE
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "STRUCTURAL DEFECTS" TO WS-MTL-LABEL
    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1 UNTIL WS-PERIOD-SUB > 2
        MOVE WS-SRC-DEFECTS(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-COUNT
        PERFORM SET-METRIC-COLUMNS
    END-PERFORM
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "REJECTS" TO WS-MTL-LABEL
    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1 UNTIL WS-PERIOD-SUB > 2
        MOVE WS-SRC-REJECTS(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-COUNT
        PERFORM SET-METRIC-COLUMNS
    END-PERFORM
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "TRUNCATIONS" TO WS-MTL-LABEL
    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1 UNTIL WS-PERIOD-SUB > 2
        MOVE WS-SRC-TRUNCATIONS(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-COUNT
        PERFORM SET-METRIC-COLUMNS
    END-PERFORM
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "WARNING ALERTS" TO WS-MTL-LABEL
    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1 UNTIL WS-PERIOD-SUB > 2
        MOVE WS-SRC-WARNINGS(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-COUNT
        PERFORM SET-METRIC-COLUMNS
    END-PERFORM
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "REPEAT-CYCLE KEYS" TO WS-MTL-LABEL
    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1 UNTIL WS-PERIOD-SUB > 2
        MOVE WS-SRC-CYCLES(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-COUNT
        PERFORM SET-METRIC-COLUMNS
    END-PERFORM
    WRITE REPORT-LINE FROM WS-METRIC-LINE

    MOVE "REJECTS BY REASON" TO WS-SUB-TITLE
    WRITE REPORT-LINE FROM WS-SUBHEADING-LINE
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > WS-RSN-COUNT
        IF WS-RSN-SOURCE-SYSTEM(WS-RSN-IDX) = WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX)
            PERFORM WRITE-REASON-LINE
        END-IF
    END-PERFORM

    MOVE "TOP TROUBLE FIELDS THIS MONTH" TO WS-SUB-TITLE
    WRITE REPORT-LINE FROM WS-SUBHEADING-LINE
    WRITE REPORT-LINE FROM WS-FIELD-HEADING
    MOVE ZERO TO WS-TOP-FIELDS-PRINTED
    MOVE 1 TO WS-BEST-SUB
    PERFORM WRITE-NEXT-TOP-FIELD
        UNTIL WS-TOP-FIELDS-PRINTED >= WS-TOP-FIELD-LIMIT
           OR WS-BEST-SUB = ZERO.

SET-METRIC-COLUMNS.
    MOVE WS-SRC-VOLUME(WS-SRC-IDX WS-PERIOD-SUB) TO WS-RATE-VOLUME
    PERFORM COMPUTE-RATE
    IF WS-PERIOD-SUB = 1
        MOVE WS-RATE-COUNT TO WS-MTL-COUNT
        MOVE WS-RATE       TO WS-MTL-RATE
    ELSE
        MOVE WS-RATE-COUNT TO WS-MTL-PRIOR-COUNT
        MOVE WS-RATE       TO WS-MTL-PRIOR-RATE
    END-IF.

COMPUTE-RATE.
    *> percent of the records received; a month with no volume on
    *> file for the feed shows no rate rather than dividing by zero.
    MOVE ZERO TO WS-RATE
    IF WS-RATE-VOLUME > ZERO
        COMPUTE WS-RATE ROUNDED = WS-RATE-COUNT * 100 / WS-RATE-VOLUME
            ON SIZE ERROR
                MOVE 999.99 TO WS-RATE
        END-COMPUTE
    END-IF.

WRITE-REASON-LINE.
    MOVE WS-RSN-REASON(WS-RSN-IDX) TO WS-RNL-REASON
    MOVE WS-RSN-REJECTS(WS-RSN-IDX 1) TO WS-RNL-COUNT
    MOVE WS-RSN-REJECTS(WS-RSN-IDX 1) TO WS-RATE-COUNT
    MOVE WS-SRC-VOLUME(WS-SRC-IDX 1)  TO WS-RATE-VOLUME
    PERFORM COMPUTE-RATE
    MOVE WS-RATE TO WS-RNL-RATE
    MOVE WS-RSN-REJECTS(WS-RSN-IDX 2) TO WS-RNL-PRIOR-COUNT
    MOVE WS-RSN-REJECTS(WS-RSN-IDX 2) TO WS-RATE-COUNT
    MOVE WS-SRC-VOLUME(WS-SRC-IDX 2)  TO WS-RATE-VOLUME
    PERFORM COMPUTE-RATE
    MOVE WS-RATE TO WS-RNL-PRIOR-RATE
    WRITE REPORT-LINE FROM WS-REASON-LINE.

WRITE-NEXT-TOP-FIELD.
    *> pick the unprinted field of this source with the most trouble
    *> this month; WS-BEST-SUB stays zero when none is left.
    MOVE ZERO TO WS-BEST-SUB
    MOVE ZERO TO WS-BEST-TOTAL
    PERFORM VARYING WS-FLD-SUB FROM 1 BY 1 UNTIL WS-FLD-SUB > WS-FLD-COUNT
        IF WS-FLD-SOURCE-SYSTEM(WS-FLD-SUB) = WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX)
           AND WS-FLD-PRINTED-SW(WS-FLD-SUB) = 'N'
           AND WS-FLD-TOTAL(WS-FLD-SUB) > WS-BEST-TOTAL
            MOVE WS-FLD-SUB               TO WS-BEST-SUB
            MOVE WS-FLD-TOTAL(WS-FLD-SUB) TO WS-BEST-TOTAL
        END-IF
    END-PERFORM
    IF WS-BEST-SUB > ZERO
        MOVE 'Y' TO WS-FLD-PRINTED-SW(WS-BEST-SUB)
        MOVE WS-FLD-FIELD-NAME(WS-BEST-SUB)  TO WS-FDL-FIELD-NAME
        MOVE WS-FLD-REJECTS(WS-BEST-SUB)     TO WS-FDL-REJECTS
        MOVE WS-FLD-TRUNCATIONS(WS-BEST-SUB) TO WS-FDL-TRUNCATIONS
        MOVE WS-FLD-WARNINGS(WS-BEST-SUB)    TO WS-FDL-WARNINGS
        MOVE WS-FLD-TOTAL(WS-BEST-SUB)       TO WS-FDL-TOTAL
        WRITE REPORT-LINE FROM WS-FIELD-LINE
        ADD 1 TO WS-TOP-FIELDS-PRINTED
    END-IF.

WRITE-SOURCE-FEEDBACK.
    *> one section per source system, so the history is re-read
    *> once per feed rather than held in storage -- a month of
    *> rejects across every feed will not fit a table.
    MOVE SPACES TO LEN-DQ-FEEDBACK-RECORD
    SET LFB-HEADER TO TRUE
    MOVE WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX) TO LFB-SOURCE-SYSTEM
    MOVE WS-REPORT-MONTH                  TO LFB-REPORT-MONTH
    MOVE FUNCTION CURRENT-DATE(1:8)       TO LFB-CREATED-DATE
    WRITE LEN-DQ-FEEDBACK-RECORD
    MOVE ZERO TO WS-SECTION-DETAILS

    MOVE 'N' TO WS-EVENT-EOF-SW
    OPEN INPUT DQ-EVENT-FILE
    PERFORM READ-EVENT-RECORD
    PERFORM UNTIL WS-EVENT-EOF
        IF LDQ-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
           AND LDQ-SOURCE-SYSTEM = WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX)
           AND (LDQ-REJECT OR LDQ-TRUNCATION)
            PERFORM WRITE-FEEDBACK-DETAIL
        END-IF
        PERFORM READ-EVENT-RECORD
    END-PERFORM
    CLOSE DQ-EVENT-FILE

    MOVE SPACES TO LEN-DQ-FEEDBACK-RECORD
    SET LFB-TRAILER TO TRUE
    MOVE WS-SRC-SOURCE-SYSTEM(WS-SRC-IDX) TO LFB-SOURCE-SYSTEM
    MOVE WS-REPORT-MONTH                  TO LFB-REPORT-MONTH
    MOVE WS-SECTION-DETAILS               TO LFB-DETAIL-COUNT
    WRITE LEN-DQ-FEEDBACK-RECORD.

WRITE-FEEDBACK-DETAIL.
    MOVE SPACES TO LEN-DQ-FEEDBACK-RECORD
    SET LFB-DETAIL TO TRUE
    MOVE LDQ-SOURCE-SYSTEM  TO LFB-SOURCE-SYSTEM
    MOVE WS-REPORT-MONTH    TO LFB-REPORT-MONTH
    MOVE LDQ-BUSINESS-DATE  TO LFB-BUSINESS-DATE
    MOVE LDQ-RECORD-KEY     TO LFB-RECORD-KEY
    MOVE LDQ-FIELD-NAME     TO LFB-FIELD-NAME
    MOVE LDQ-EVENT-TYPE-SW  TO LFB-ISSUE-SW
    MOVE LDQ-ARRIVED-LENGTH TO LFB-ARRIVED-LENGTH
    MOVE LDQ-MAX-LENGTH     TO LFB-ALLOWED-MAX
    MOVE LDQ-REASON         TO LFB-REASON
    WRITE LEN-DQ-FEEDBACK-RECORD
    ADD 1 TO WS-SECTION-DETAILS
    ADD 1 TO WS-FEEDBACK-WRITTEN.

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
        DISPLAY "LENDQSC1: predecessor step(s) not complete for business date "
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
