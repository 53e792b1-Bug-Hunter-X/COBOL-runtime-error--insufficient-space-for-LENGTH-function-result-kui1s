    *> the whole point is that the key bytes may not be numeric,
    *> and a 9(10) record area would hide exactly that.
    05  DER-RECORD-KEY-X           PIC X(10).
    05  DER-CUSTOMER-ID-X          PIC X(10).
    05  DER-SOURCE-SYSTEM          PIC X(10).
    05  FILLER                     PIC X(233).

FD  CLEAN-DRIVER-FILE
    RECORDING MODE IS F.
    *> then (on a header) customer, source system, segment count.
    05  DOE-RECORD-TYPE            PIC X.
    05  DOE-DOCUMENT-KEY-X         PIC X(10).
    05  DOE-CUSTOMER-ID-X          PIC X(10).
    05  DOE-SOURCE-SYSTEM          PIC X(10).
    05  DOE-SEGMENT-COUNT-X        PIC X(3).
    05  FILLER                     PIC X(251).

    *> unit handling LENVDOC1 applies, moved ahead of validation.
    05  WS-DOC-HEADER-RECORD       PIC X(285).
    05  WS-DOC-KEY-X               PIC X(10).
    05  WS-DOC-SOURCE-SYSTEM       PIC X(10).
    05  WS-DOC-SEGMENT-COUNT       PIC 9(3).
    05  WS-DOC-DETAILS-SEEN        PIC 9(3).
    05  WS-DOC-DETAIL-RECORD OCCURS 200 TIMES
    05  FILLER                     PIC X(132) VALUE
        "FEED ACCEPTANCE EDIT REPORT - STRUCTURAL DEFECTS".

*> each defect carries the feed's source system (spaces when no
*> header identifies it) so LENDQCL1 can charge it to that feed.
01  WS-DEFECT-LINE.
    05  WS-DFL-FEED                PIC X(9).
    05  WS-DFL-KEY                 PIC X(10).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DFL-SOURCE-SYSTEM       PIC X(10).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DFL-MESSAGE             PIC X(101).

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENFEDT1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    OPEN OUTPUT EDIT-REPORT-FILE
    WRITE EDIT-REPORT-LINE FROM WS-HEADING-1

       OR WS-DOC-RECORD-DEFECTS > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

EDIT-DRIVER-FEED.
    END-READ.

EDIT-ONE-DRIVER-RECORD.
    MOVE DER-SOURCE-SYSTEM TO WS-DFL-SOURCE-SYSTEM
    IF DER-RECORD-KEY-X IS NOT NUMERIC
        MOVE "DRIVER"            TO WS-DFL-FEED
        MOVE DER-RECORD-KEY-X    TO WS-DFL-KEY
    END-READ.

EDIT-ONE-DOCUMENT-RECORD.
    IF WS-DOC-IN-PROGRESS
        MOVE WS-DOC-SOURCE-SYSTEM TO WS-DFL-SOURCE-SYSTEM
    ELSE
        MOVE SPACES TO WS-DFL-SOURCE-SYSTEM
    END-IF
    EVALUATE DOE-RECORD-TYPE
        WHEN 'H'
            IF WS-DOC-IN-PROGRESS
    MOVE 'N'                  TO WS-DOC-DEFECT-SW
    MOVE DOCUMENT-EDIT-RECORD TO WS-DOC-HEADER-RECORD
    MOVE DOE-DOCUMENT-KEY-X   TO WS-DOC-KEY-X
    MOVE DOE-SOURCE-SYSTEM    TO WS-DOC-SOURCE-SYSTEM
    MOVE DOE-SOURCE-SYSTEM    TO WS-DFL-SOURCE-SYSTEM
    MOVE ZERO                 TO WS-DOC-DETAILS-SEEN
    SET WS-DOC-IN-PROGRESS    TO TRUE
    IF DOE-DOCUMENT-KEY-X IS NOT NUMERIC
    END-IF.

FINISH-OPEN-DOCUMENT.
    MOVE WS-DOC-SOURCE-SYSTEM TO WS-DFL-SOURCE-SYSTEM
    IF WS-DOC-DETAILS-SEEN NOT = WS-DOC-SEGMENT-COUNT
        MOVE "DOCUMENT"  TO WS-DFL-FEED
        MOVE WS-DOC-KEY-X TO WS-DFL-KEY
        ADD 1 TO WS-DOCS-CLEAN
    END-IF
    MOVE 'N' TO WS-DOC-OPEN-SW.

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
        DISPLAY "LENFEDT1: predecessor step(s) not complete for business date "
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
