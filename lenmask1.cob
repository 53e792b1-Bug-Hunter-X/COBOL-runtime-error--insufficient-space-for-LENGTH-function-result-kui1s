IDENTIFICATION DIVISION.
PROGRAM-ID. LENMASK1.
*> Customer data erasure and retention masking. The text values
*> the subsystem validates -- names, address lines, free-form
*> message text -- used to stay on its files for good, so a
*> customer's erasure request or our own retention policy meant
*> hand-editing datasets. This job masks them in place:
*>   - every customer ID on the LENERASE request file (customer ID
*>     and the erasure request reference) has the text masked on
*>     every file that carries it, whatever its age;
*>   - the scheduled pass masks any text older than the LENMSKP
*>     retention period (days and day basis, the LENHRETP way;
*>     default 365 calendar days when the parm is absent), back
*>     from the business date. A record's age is the date in its
*>     run ID stamp (lenrunid.cpy), so a record written before the
*>     stamp existed carries no date and is left to an erasure
*>     request. LENHSUSP holds letters still waiting to print and
*>     LENRESUB repairs still waiting to revalidate, so those two
*>     are masked on erasure only.
*> Masking replaces every non-blank byte of the text with '*'.
*> Keys, customer IDs, field and segment names, computed and
*> maximum lengths, reasons, dispositions, dates and run IDs are
*> untouched, so balancing, cycle and trend reporting add up as
*> before, and a text already masked is not counted again.
*> Files and what is masked:
*>   LENVREJ   LRJ-TEXT-VALUE        LENRESUB  LDR-TEXT-VALUE
*>   LENVOUT   LVO-TEXT-VALUE        LENVDACC/LENVDREJ the detail
*>   LENHSUSP  the parked letter's     LDO-TEXT-VALUE (the customer
*>             segment texts           is on the document header)
*>   LENCASE   the CRM update texts
*>   LENPSUPP, LENHHIST - no text held (customer, segment name,
*>             reason and dates only); their records are counted
*>             for a requested customer so the certificate shows
*>             everything on file for them.
*> The sequential files are filtered through the LENMSKWK work
*> file and copied back only when something was masked -- the same
*> staging LENBACK1 uses. The LENMSKRP certificate lists, in
*> customer order, each customer masked and per file the records
*> held and masked for them -- an erasure request is marked with
*> its request reference, and one with nothing on file says so --
*> then per file the records read and masked by erasure and by
*> retention.
*> Return code 8 when an erasure request could not be taken on (the
*> customer table is full), 4 when the request file held an unusable
*> customer ID or the certificate could not list every customer the
*> retention pass masked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERASURE-REQUEST-FILE ASSIGN TO "LENERASE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.

    SELECT RETENTION-PARM-FILE ASSIGN TO "LENMSKP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT REJECT-FILE ASSIGN TO "LENVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT RESUBMIT-FILE ASSIGN TO "LENRESUB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT VALID-OUTPUT-FILE ASSIGN TO "LENVOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT DOCUMENT-OUTPUT-FILE ASSIGN TO WS-TARGET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "LENHSUSP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LSU-SUSPENSE-KEY
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT CASE-FILE ASSIGN TO "LENCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LCS-CUSTOMER-ID
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT SUPPRESS-MANIFEST-FILE ASSIGN TO "LENPSUPP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT HOLD-HISTORY-FILE ASSIGN TO "LENHHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT MASK-WORK-FILE ASSIGN TO "LENMSKWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENMSKRP"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ERASURE-REQUEST-FILE
    RECORDING MODE IS F.
01  ERASURE-REQUEST-RECORD.
    05  ERQ-CUSTOMER-ID            PIC 9(10).
    05  ERQ-REQUEST-REF            PIC X(20).

FD  RETENTION-PARM-FILE
    RECORDING MODE IS F.
01  RETENTION-PARM-RECORD.
    05  MKP-RETENTION-DAYS         PIC 9(4).
    05  MKP-DAY-BASIS-SW           PIC X.

FD  REJECT-FILE
    RECORDING MODE IS F.
    COPY lenvrej.

FD  RESUBMIT-FILE
    RECORDING MODE IS F.
    COPY lendrvr.

FD  VALID-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvout.

FD  DOCUMENT-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvdout.

FD  SUSPENSE-FILE.
    COPY lenhsus.

FD  CASE-FILE.
    COPY lencase.

FD  SUPPRESS-MANIFEST-FILE
    RECORDING MODE IS F.
01  SUPPRESS-MANIFEST-RECORD.
    05  SPM-CUSTOMER-ID            PIC 9(10).
    05  FILLER                     PIC X(68).

FD  HOLD-HISTORY-FILE
    RECORDING MODE IS F.
    COPY lenhold.

FD  MASK-WORK-FILE
    RECORDING MODE IS F.
01  MASK-WORK-RECORD               PIC X(335).

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-REQUEST-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-TARGET-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-WORK-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-REQUEST-EOF-SW          PIC X VALUE 'N'.
        88  WS-REQUEST-EOF               VALUE 'Y'.
    05  WS-TARGET-EOF-SW           PIC X VALUE 'N'.
        88  WS-TARGET-EOF                VALUE 'Y'.
    05  WS-WORK-EOF-SW             PIC X VALUE 'N'.
        88  WS-WORK-EOF                  VALUE 'Y'.
    05  WS-MATCH-FOUND-SW          PIC X VALUE 'N'.
        88  WS-MATCH-FOUND               VALUE 'Y'.
    05  WS-ERASURE-DUE-SW          PIC X VALUE 'N'.
        88  WS-ERASURE-DUE               VALUE 'Y'.
    05  WS-RETENTION-DUE-SW        PIC X VALUE 'N'.
        88  WS-RETENTION-DUE             VALUE 'Y'.
    05  WS-RECORD-CHANGED-SW       PIC X VALUE 'N'.
        88  WS-RECORD-CHANGED            VALUE 'Y'.
    05  WS-CERT-FULL-SW            PIC X VALUE 'N'.
        88  WS-CERT-FULL                 VALUE 'Y'.
    05  WS-UPDATE-DUE-SW           PIC X VALUE 'N'.
        88  WS-UPDATE-DUE                VALUE 'Y'.

01  WS-RETENTION-DAYS              PIC 9(4) VALUE 365.
01  WS-DAY-BASIS-SW                PIC X VALUE 'C'.
    88  WS-BUSINESS-DAY-BASIS            VALUE 'B'.
01  WS-CUTOFF-DATE                 PIC 9(8) VALUE ZERO.
01  WS-CUTOFF-DATE-INT             PIC 9(9).

01  WS-CAL-FUNCTION                PIC X(8) VALUE "BACKBUS".
01  WS-CAL-FROM-DATE               PIC 9(8).
01  WS-CAL-TO-DATE                 PIC 9(8).
01  WS-CAL-DAY-COUNT               PIC 9(5).

    COPY lenrunid.
    COPY lendoc.
    COPY lenmsg.

*> the record being looked at: whose it is and how old its text is
*> (zero when the record carries no date).
01  WS-RECORD-CUSTOMER-ID          PIC 9(10).
01  WS-RECORD-DATE                 PIC 9(8).
01  WS-DOC-KEY                     PIC 9(10) VALUE ZERO.
01  WS-DOC-CUSTOMER-ID             PIC 9(10) VALUE ZERO.

01  WS-MASK-TEXT                   PIC X(200).
01  WS-MASK-LENGTH                 PIC 9(3).
01  WS-MASK-SUB                    PIC 9(3).
01  WS-SEG-SUB                     PIC 9(2).
01  WS-UPDATE-SUB                  PIC 9.

01  WS-TARGET-NAME                 PIC X(8).
01  WS-FILE-NUMBER                 PIC 9(2).

01  WS-FILE-NAME-LIST.
    05  FILLER PIC X(48) VALUE "LENVREJ                                 ".
    05  FILLER PIC X(48) VALUE "LENRESUBERASURE ONLY - AWAITING REVALIDATION".
    05  FILLER PIC X(48) VALUE "LENVOUT                                 ".
    05  FILLER PIC X(48) VALUE "LENVDACC                                ".
    05  FILLER PIC X(48) VALUE "LENVDREJ                                ".
    05  FILLER PIC X(48) VALUE "LENHSUSPERASURE ONLY - LETTERS AWAITING PRINT".
    05  FILLER PIC X(48) VALUE "LENCASE                                 ".
    05  FILLER PIC X(48) VALUE "LENPSUPPNO TEXT HELD - COUNTED ONLY".
    05  FILLER PIC X(48) VALUE "LENHHISTNO TEXT HELD - COUNTED ONLY".
01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
    05  WS-FNT-ENTRY OCCURS 9 TIMES.
        10  WS-FNT-FILE-NAME       PIC X(8).
        10  WS-FNT-NOTE            PIC X(40).

01  WS-FILE-TOTALS.
    05  WS-FTT-ENTRY OCCURS 9 TIMES.
        10  WS-FTT-PRESENT-SW      PIC X.
            88  WS-FTT-PRESENT           VALUE 'Y'.
        10  WS-FTT-RECORDS-READ    PIC 9(9).
        10  WS-FTT-ERASURE-MASKED  PIC 9(9).
        10  WS-FTT-RETENTION-MASKED PIC 9(9).

01  WS-CERT-TABLE.
    *> one entry per customer on the certificate, in customer order:
    *> the erasure requests are loaded first, the retention pass
    *> adds the customers it masks.
    05  WS-CERT-COUNT              PIC 9(4) VALUE ZERO.
    05  WS-CERT-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-CERT-COUNT
                      ASCENDING KEY IS WS-CRT-CUSTOMER-ID
                      INDEXED BY WS-CRT-IDX.
        10  WS-CRT-CUSTOMER-ID     PIC 9(10).
        10  WS-CRT-ERASURE-SW      PIC X.
            88  WS-CRT-ERASURE           VALUE 'Y'.
        10  WS-CRT-REQUEST-REF     PIC X(20).
        10  WS-CRT-FILE OCCURS 9 TIMES.
            15  WS-CRT-FOUND       PIC 9(7).
            15  WS-CRT-MASKED      PIC 9(7).

01  WS-CERT-HOLD.
    05  WS-CHD-CUSTOMER-ID         PIC 9(10).
    05  WS-CHD-ERASURE-SW          PIC X.
    05  WS-CHD-REQUEST-REF         PIC X(20).
    05  WS-CHD-FILE OCCURS 9 TIMES.
        10  WS-CHD-FOUND           PIC 9(7).
        10  WS-CHD-MASKED          PIC 9(7).
01  WS-LOOKUP-CUSTOMER-ID          PIC 9(10).
01  WS-CRT-SUB                     PIC 9(4).
01  WS-CERT-FILES-FOUND            PIC 9(2).

01  WS-REQUESTS-READ               PIC 9(7) VALUE ZERO.
01  WS-REQUESTS-TAKEN              PIC 9(7) VALUE ZERO.
01  WS-REQUESTS-INVALID            PIC 9(7) VALUE ZERO.
01  WS-REQUESTS-NOT-TAKEN          PIC 9(7) VALUE ZERO.
01  WS-RETENTION-CUSTOMERS         PIC 9(7) VALUE ZERO.
01  WS-RECORDS-MASKED              PIC 9(9) VALUE ZERO.

01  WS-HEADING-1.
    05  FILLER                     PIC X(60) VALUE
        "LENMASK1 CUSTOMER DATA MASKING CERTIFICATE - BUSINESS DATE".
    05  WS-HDG-BUSINESS-DATE       PIC 9(8).
    05  FILLER                     PIC X(64) VALUE SPACES.

01  WS-HEADING-2.
    05  FILLER                     PIC X(33) VALUE
        "RETENTION PASS: TEXT DATED BEFORE".
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-HDG-CUTOFF-DATE         PIC 9(8).
    05  FILLER                     PIC X(2) VALUE " (".
    05  WS-HDG-RETENTION-DAYS      PIC Z(3)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-HDG-DAY-BASIS           PIC X(8).
    05  FILLER                     PIC X(75) VALUE " DAYS) MASKED".

01  WS-CUSTOMER-LINE.
    05  FILLER                     PIC X(9) VALUE "CUSTOMER ".
    05  WS-CUS-CUSTOMER-ID         PIC 9(10).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CUS-BASIS               PIC X(25).
    05  WS-CUS-REQUEST-REF         PIC X(20).
    05  FILLER                     PIC X(66) VALUE SPACES.

01  WS-CERT-FILE-LINE.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-CFL-FILE-NAME           PIC X(8).
    05  FILLER                     PIC X(15) VALUE "  RECORDS HELD ".
    05  WS-CFL-FOUND               PIC Z(6)9.
    05  FILLER                     PIC X(9) VALUE "  MASKED ".
    05  WS-CFL-MASKED              PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CFL-NOTE                PIC X(40).
    05  FILLER                     PIC X(40) VALUE SPACES.

01  WS-HEADING-3.
    05  FILLER                     PIC X(10) VALUE "FILE".
    05  FILLER                     PIC X(11) VALUE "       READ".
    05  FILLER                     PIC X(11) VALUE "    ERASURE".
    05  FILLER                     PIC X(11) VALUE "  RETENTION".
    05  FILLER                     PIC X(89) VALUE "  NOTE".

01  WS-FILE-TOTAL-LINE.
    05  WS-FTL-FILE-NAME           PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-FTL-READ                PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-FTL-ERASURE             PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-FTL-RETENTION           PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-FTL-NOTE                PIC X(40).
    05  FILLER                     PIC X(49) VALUE SPACES.

01  WS-TOTAL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-TOT-LABEL               PIC X(50).
    05  WS-TOT-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(71) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENMASK1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-RETENTION-PERIOD
    PERFORM RESOLVE-RETENTION-CUTOFF
    PERFORM LOAD-ERASURE-REQUESTS
    INITIALIZE WS-FILE-TOTALS

    PERFORM MASK-REJECT-FILE
    PERFORM MASK-RESUBMIT-FILE
    PERFORM MASK-VALID-OUTPUT-FILE
    MOVE 4 TO WS-FILE-NUMBER
    PERFORM MASK-DOCUMENT-FILE
    MOVE 5 TO WS-FILE-NUMBER
    PERFORM MASK-DOCUMENT-FILE
    PERFORM MASK-SUSPENSE-FILE
    PERFORM MASK-CASE-FILE
    PERFORM COUNT-MANIFEST-FILE
    PERFORM COUNT-HOLD-HISTORY-FILE

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-CERTIFICATE
    CLOSE REPORT-FILE

    DISPLAY "LENMASK1: " WS-REQUESTS-TAKEN " erasure request(s), "
            WS-RETENTION-CUSTOMERS " customer(s) past retention, "
            WS-RECORDS-MASKED " record(s) masked, cutoff "
            WS-CUTOFF-DATE
    EVALUATE TRUE
        WHEN WS-REQUESTS-NOT-TAKEN > ZERO
            MOVE 8 TO RETURN-CODE
        WHEN WS-REQUESTS-INVALID > ZERO OR WS-CERT-FULL
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-RETENTION-PERIOD.
    *> A missing parm file just means the compiled-in default
    *> applies -- same guard LENALRT1 uses for LENATHRS.
    OPEN INPUT RETENTION-PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ RETENTION-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF MKP-RETENTION-DAYS NUMERIC
                   AND MKP-RETENTION-DAYS > ZERO
                    MOVE MKP-RETENTION-DAYS TO WS-RETENTION-DAYS
                END-IF
                IF MKP-DAY-BASIS-SW = 'B'
                    MOVE 'B' TO WS-DAY-BASIS-SW
                END-IF
        END-READ
        CLOSE RETENTION-PARM-FILE
    END-IF.

RESOLVE-RETENTION-CUTOFF.
    *> back from the business date, not the clock, so a late-running
    *> window masks the same records it would have masked on time.
    IF WS-BUSINESS-DAY-BASIS
        MOVE WS-BUSINESS-DATE  TO WS-CAL-FROM-DATE
        MOVE WS-RETENTION-DAYS TO WS-CAL-DAY-COUNT
        CALL "LENCALD1" USING WS-CAL-FUNCTION WS-CAL-FROM-DATE
            WS-CAL-TO-DATE WS-CAL-DAY-COUNT
        MOVE WS-CAL-TO-DATE TO WS-CUTOFF-DATE
    ELSE
        COMPUTE WS-CUTOFF-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
            - WS-RETENTION-DAYS
        COMPUTE WS-CUTOFF-DATE =
            FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DATE-INT)
    END-IF.

LOAD-ERASURE-REQUESTS.
    *> LENERASE is optional: the scheduled retention run has none.
    OPEN INPUT ERASURE-REQUEST-FILE
    IF WS-REQUEST-FILE-STATUS = "00"
        PERFORM READ-REQUEST-RECORD
        PERFORM UNTIL WS-REQUEST-EOF
            ADD 1 TO WS-REQUESTS-READ
            PERFORM TAKE-ERASURE-REQUEST
            PERFORM READ-REQUEST-RECORD
        END-PERFORM
        CLOSE ERASURE-REQUEST-FILE
    END-IF.

READ-REQUEST-RECORD.
    READ ERASURE-REQUEST-FILE
        AT END SET WS-REQUEST-EOF TO TRUE
    END-READ.

TAKE-ERASURE-REQUEST.
    *> a customer requested twice keeps the first request reference.
    IF ERQ-CUSTOMER-ID NOT NUMERIC OR ERQ-CUSTOMER-ID = ZERO
        ADD 1 TO WS-REQUESTS-INVALID
        DISPLAY "LENMASK1: LENERASE record " WS-REQUESTS-READ
                " has no usable customer ID, request "
                ERQ-REQUEST-REF " not taken"
    ELSE
        MOVE ERQ-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
        PERFORM FIND-CERT-ENTRY
        IF WS-MATCH-FOUND
            IF NOT WS-CRT-ERASURE(WS-CRT-IDX)
                MOVE 'Y' TO WS-CRT-ERASURE-SW(WS-CRT-IDX)
                MOVE ERQ-REQUEST-REF TO WS-CRT-REQUEST-REF(WS-CRT-IDX)
                ADD 1 TO WS-REQUESTS-TAKEN
            END-IF
        ELSE
            IF WS-CERT-COUNT < 5000
                PERFORM CLEAR-CERT-HOLD
                MOVE 'Y'             TO WS-CHD-ERASURE-SW
                MOVE ERQ-REQUEST-REF TO WS-CHD-REQUEST-REF
                PERFORM INSERT-CERT-ENTRY
                ADD 1 TO WS-REQUESTS-TAKEN
            ELSE
                ADD 1 TO WS-REQUESTS-NOT-TAKEN
                DISPLAY "LENMASK1: more than 5000 erasure requests, customer "
                        ERQ-CUSTOMER-ID " request " ERQ-REQUEST-REF
                        " not taken -- rerun it"
            END-IF
        END-IF
    END-IF.

FIND-CERT-ENTRY.
    MOVE 'N' TO WS-MATCH-FOUND-SW
    IF WS-CERT-COUNT > ZERO
        SEARCH ALL WS-CERT-ENTRY
            AT END
                CONTINUE
            WHEN WS-CRT-CUSTOMER-ID(WS-CRT-IDX) = WS-LOOKUP-CUSTOMER-ID
                SET WS-MATCH-FOUND TO TRUE
        END-SEARCH
    END-IF.

CLEAR-CERT-HOLD.
    MOVE ZERO                  TO WS-CERT-HOLD
    MOVE WS-LOOKUP-CUSTOMER-ID TO WS-CHD-CUSTOMER-ID
    MOVE 'N'                   TO WS-CHD-ERASURE-SW
    MOVE SPACES                TO WS-CHD-REQUEST-REF.

INSERT-CERT-ENTRY.
    ADD 1 TO WS-CERT-COUNT
    MOVE WS-CERT-COUNT TO WS-CRT-SUB
    PERFORM SHIFT-CERT-ENTRY-UP
        UNTIL WS-CRT-SUB = 1
           OR WS-CRT-CUSTOMER-ID(WS-CRT-SUB - 1) < WS-CHD-CUSTOMER-ID
    MOVE WS-CERT-HOLD TO WS-CERT-ENTRY(WS-CRT-SUB)
    SET WS-CRT-IDX TO WS-CRT-SUB.

SHIFT-CERT-ENTRY-UP.
    MOVE WS-CERT-ENTRY(WS-CRT-SUB - 1) TO WS-CERT-ENTRY(WS-CRT-SUB)
    SUBTRACT 1 FROM WS-CRT-SUB.

DECIDE-MASKING.
    *> an erasure request masks whatever the age; otherwise a dated
    *> text older than the cutoff is masked by the retention pass.
    MOVE 'N' TO WS-ERASURE-DUE-SW
    MOVE 'N' TO WS-RETENTION-DUE-SW
    MOVE 'N' TO WS-RECORD-CHANGED-SW
    IF WS-RECORD-CUSTOMER-ID NOT NUMERIC
        MOVE ZERO TO WS-RECORD-CUSTOMER-ID
    END-IF
    IF WS-RECORD-CUSTOMER-ID > ZERO
        MOVE WS-RECORD-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
        PERFORM FIND-CERT-ENTRY
        IF WS-MATCH-FOUND
            IF WS-CRT-ERASURE(WS-CRT-IDX)
                SET WS-ERASURE-DUE TO TRUE
            END-IF
        END-IF
    END-IF
    IF NOT WS-ERASURE-DUE
        IF WS-RECORD-DATE NUMERIC
           AND WS-RECORD-DATE > ZERO
           AND WS-RECORD-DATE < WS-CUTOFF-DATE
            SET WS-RETENTION-DUE TO TRUE
        END-IF
    END-IF.

RUN-ID-RECORD-DATE.
    *> the run ID stamp carries the date the record was written;
    *> an unstamped record has spaces there and no age.
    IF LRI-START-DATE NUMERIC
        MOVE LRI-START-DATE TO WS-RECORD-DATE
    ELSE
        MOVE ZERO TO WS-RECORD-DATE
    END-IF.

MASK-TEXT-VALUE.
    *> every non-blank byte becomes '*', so the text keeps its shape
    *> and length; a byte already masked is left as it is.
    PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
            UNTIL WS-MASK-SUB > WS-MASK-LENGTH
        IF WS-MASK-TEXT(WS-MASK-SUB:1) NOT = SPACE
           AND WS-MASK-TEXT(WS-MASK-SUB:1) NOT = "*"
            MOVE "*" TO WS-MASK-TEXT(WS-MASK-SUB:1)
            SET WS-RECORD-CHANGED TO TRUE
        END-IF
    END-PERFORM.

TALLY-RECORD.
    *> file totals, and the customer's line on the certificate: a
    *> requested customer counts every record on file for them, a
    *> retention customer only what was masked.
    ADD 1 TO WS-FTT-RECORDS-READ(WS-FILE-NUMBER)
    IF WS-ERASURE-DUE
        ADD 1 TO WS-CRT-FOUND(WS-CRT-IDX WS-FILE-NUMBER)
        IF WS-RECORD-CHANGED
            ADD 1 TO WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER)
            ADD 1 TO WS-CRT-MASKED(WS-CRT-IDX WS-FILE-NUMBER)
            ADD 1 TO WS-RECORDS-MASKED
        END-IF
    END-IF
    IF WS-RETENTION-DUE AND WS-RECORD-CHANGED
        ADD 1 TO WS-FTT-RETENTION-MASKED(WS-FILE-NUMBER)
        ADD 1 TO WS-RECORDS-MASKED
        PERFORM TALLY-RETENTION-CUSTOMER
    END-IF.

TALLY-RETENTION-CUSTOMER.
    MOVE WS-RECORD-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
    PERFORM FIND-CERT-ENTRY
    IF NOT WS-MATCH-FOUND
        IF WS-CERT-COUNT < 5000
            PERFORM CLEAR-CERT-HOLD
            PERFORM INSERT-CERT-ENTRY
            SET WS-MATCH-FOUND TO TRUE
            ADD 1 TO WS-RETENTION-CUSTOMERS
        ELSE
            IF NOT WS-CERT-FULL
                DISPLAY "LENMASK1: more than 5000 customers masked, the certificate lists the first 5000"
                SET WS-CERT-FULL TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-MATCH-FOUND
        ADD 1 TO WS-CRT-FOUND(WS-CRT-IDX WS-FILE-NUMBER)
        ADD 1 TO WS-CRT-MASKED(WS-CRT-IDX WS-FILE-NUMBER)
    END-IF.

MASK-REJECT-FILE.
    MOVE 1 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT REJECT-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        OPEN OUTPUT MASK-WORK-FILE
        PERFORM READ-REJECT-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LRJ-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE LRJ-RUN-ID      TO LEN-RUN-ID
            PERFORM RUN-ID-RECORD-DATE
            PERFORM DECIDE-MASKING
            IF WS-ERASURE-DUE OR WS-RETENTION-DUE
                MOVE LRJ-TEXT-VALUE TO WS-MASK-TEXT
                MOVE 200 TO WS-MASK-LENGTH
                PERFORM MASK-TEXT-VALUE
                MOVE WS-MASK-TEXT TO LRJ-TEXT-VALUE
            END-IF
            PERFORM TALLY-RECORD
            WRITE MASK-WORK-RECORD FROM LEN-REJECT-RECORD
            PERFORM READ-REJECT-RECORD
        END-PERFORM
        CLOSE REJECT-FILE
        CLOSE MASK-WORK-FILE
        IF WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER) > ZERO
           OR WS-FTT-RETENTION-MASKED(WS-FILE-NUMBER) > ZERO
            PERFORM COPY-WORK-FILE-BACK
        END-IF
    END-IF.

READ-REJECT-RECORD.
    READ REJECT-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

MASK-RESUBMIT-FILE.
    *> LENDRVR layout, no date: erasure only.
    MOVE 2 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT RESUBMIT-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        OPEN OUTPUT MASK-WORK-FILE
        PERFORM READ-RESUBMIT-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LDR-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE ZERO            TO WS-RECORD-DATE
            PERFORM DECIDE-MASKING
            IF WS-ERASURE-DUE
                MOVE LDR-TEXT-VALUE TO WS-MASK-TEXT
                MOVE 200 TO WS-MASK-LENGTH
                PERFORM MASK-TEXT-VALUE
                MOVE WS-MASK-TEXT TO LDR-TEXT-VALUE
            END-IF
            PERFORM TALLY-RECORD
            WRITE MASK-WORK-RECORD FROM LEN-DRIVER-RECORD
            PERFORM READ-RESUBMIT-RECORD
        END-PERFORM
        CLOSE RESUBMIT-FILE
        CLOSE MASK-WORK-FILE
        IF WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER) > ZERO
            PERFORM COPY-WORK-FILE-BACK
        END-IF
    END-IF.

READ-RESUBMIT-RECORD.
    READ RESUBMIT-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

MASK-VALID-OUTPUT-FILE.
    MOVE 3 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT VALID-OUTPUT-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        OPEN OUTPUT MASK-WORK-FILE
        PERFORM READ-VALID-OUTPUT-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LVO-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE LVO-RUN-ID      TO LEN-RUN-ID
            PERFORM RUN-ID-RECORD-DATE
            PERFORM DECIDE-MASKING
            IF WS-ERASURE-DUE OR WS-RETENTION-DUE
                MOVE LVO-TEXT-VALUE TO WS-MASK-TEXT
                MOVE 200 TO WS-MASK-LENGTH
                PERFORM MASK-TEXT-VALUE
                MOVE WS-MASK-TEXT TO LVO-TEXT-VALUE
            END-IF
            PERFORM TALLY-RECORD
            WRITE MASK-WORK-RECORD FROM LEN-VALID-OUTPUT-RECORD
            PERFORM READ-VALID-OUTPUT-RECORD
        END-PERFORM
        CLOSE VALID-OUTPUT-FILE
        CLOSE MASK-WORK-FILE
        IF WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER) > ZERO
           OR WS-FTT-RETENTION-MASKED(WS-FILE-NUMBER) > ZERO
            PERFORM COPY-WORK-FILE-BACK
        END-IF
    END-IF.

READ-VALID-OUTPUT-RECORD.
    READ VALID-OUTPUT-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

MASK-DOCUMENT-FILE.
    *> LENVDACC (4) or LENVDREJ (5). A detail carries no customer
    *> ID; it belongs to the header before it with the same key.
    MOVE WS-FNT-FILE-NAME(WS-FILE-NUMBER) TO WS-TARGET-NAME
    MOVE 'N' TO WS-TARGET-EOF-SW
    MOVE ZERO TO WS-DOC-KEY WS-DOC-CUSTOMER-ID
    OPEN INPUT DOCUMENT-OUTPUT-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        OPEN OUTPUT MASK-WORK-FILE
        PERFORM READ-DOCUMENT-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LDX-DOCUMENT-IMAGE TO LEN-DOCUMENT-RECORD
            IF LDO-HEADER
                MOVE LDO-DOCUMENT-KEY TO WS-DOC-KEY
                MOVE LDO-CUSTOMER-ID  TO WS-DOC-CUSTOMER-ID
            END-IF
            IF LDO-DOCUMENT-KEY = WS-DOC-KEY
                MOVE WS-DOC-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            ELSE
                MOVE ZERO TO WS-RECORD-CUSTOMER-ID
            END-IF
            MOVE LDX-RUN-ID TO LEN-RUN-ID
            PERFORM RUN-ID-RECORD-DATE
            PERFORM DECIDE-MASKING
            IF LDO-DETAIL
               AND (WS-ERASURE-DUE OR WS-RETENTION-DUE)
                MOVE LDO-TEXT-VALUE TO WS-MASK-TEXT
                MOVE 200 TO WS-MASK-LENGTH
                PERFORM MASK-TEXT-VALUE
                MOVE WS-MASK-TEXT TO LDO-TEXT-VALUE
                MOVE LEN-DOCUMENT-RECORD TO LDX-DOCUMENT-IMAGE
            END-IF
            PERFORM TALLY-RECORD
            WRITE MASK-WORK-RECORD FROM LEN-DOCUMENT-OUTPUT-RECORD
            PERFORM READ-DOCUMENT-RECORD
        END-PERFORM
        CLOSE DOCUMENT-OUTPUT-FILE
        CLOSE MASK-WORK-FILE
        IF WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER) > ZERO
           OR WS-FTT-RETENTION-MASKED(WS-FILE-NUMBER) > ZERO
            PERFORM COPY-WORK-FILE-BACK
        END-IF
    END-IF.

READ-DOCUMENT-RECORD.
    READ DOCUMENT-OUTPUT-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

COPY-WORK-FILE-BACK.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT MASK-WORK-FILE
    EVALUATE WS-FILE-NUMBER
        WHEN 1
            OPEN OUTPUT REJECT-FILE
        WHEN 2
            OPEN OUTPUT RESUBMIT-FILE
        WHEN 3
            OPEN OUTPUT VALID-OUTPUT-FILE
        WHEN 4
        WHEN 5
            OPEN OUTPUT DOCUMENT-OUTPUT-FILE
    END-EVALUATE
    PERFORM READ-WORK-RECORD
    PERFORM UNTIL WS-WORK-EOF
        EVALUATE WS-FILE-NUMBER
            WHEN 1
                WRITE LEN-REJECT-RECORD FROM MASK-WORK-RECORD
            WHEN 2
                WRITE LEN-DRIVER-RECORD FROM MASK-WORK-RECORD
            WHEN 3
                WRITE LEN-VALID-OUTPUT-RECORD FROM MASK-WORK-RECORD
            WHEN 4
            WHEN 5
                WRITE LEN-DOCUMENT-OUTPUT-RECORD FROM MASK-WORK-RECORD
        END-EVALUATE
        PERFORM READ-WORK-RECORD
    END-PERFORM
    EVALUATE WS-FILE-NUMBER
        WHEN 1
            CLOSE REJECT-FILE
        WHEN 2
            CLOSE RESUBMIT-FILE
        WHEN 3
            CLOSE VALID-OUTPUT-FILE
        WHEN 4
        WHEN 5
            CLOSE DOCUMENT-OUTPUT-FILE
    END-EVALUATE
    CLOSE MASK-WORK-FILE.

READ-WORK-RECORD.
    READ MASK-WORK-FILE
        AT END SET WS-WORK-EOF TO TRUE
    END-READ.

MASK-SUSPENSE-FILE.
    *> a parked letter is still to be printed, so it is masked on
    *> erasure only; the key, segment names and count stay.
    MOVE 6 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN I-O SUSPENSE-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        PERFORM READ-SUSPENSE-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LSU-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE ZERO            TO WS-RECORD-DATE
            PERFORM DECIDE-MASKING
            IF WS-ERASURE-DUE
                MOVE LSU-MESSAGE-IMAGE TO CUSTOMER-MSG-RECORD
                PERFORM MASK-SUSPENDED-SEGMENT
                    VARYING WS-SEG-SUB FROM 1 BY 1
                    UNTIL WS-SEG-SUB > 10
                IF WS-RECORD-CHANGED
                    MOVE CUSTOMER-MSG-RECORD TO LSU-MESSAGE-IMAGE
                    REWRITE LEN-SUSPENSE-RECORD
                END-IF
            END-IF
            PERFORM TALLY-RECORD
            PERFORM READ-SUSPENSE-RECORD
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

READ-SUSPENSE-RECORD.
    READ SUSPENSE-FILE NEXT RECORD
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

MASK-SUSPENDED-SEGMENT.
    MOVE CMR-SEGMENT-TEXT(WS-SEG-SUB) TO WS-MASK-TEXT
    MOVE 100 TO WS-MASK-LENGTH
    PERFORM MASK-TEXT-VALUE
    MOVE WS-MASK-TEXT(1:100) TO CMR-SEGMENT-TEXT(WS-SEG-SUB).

MASK-CASE-FILE.
    *> the CRM update texts: all of them on erasure, each one dated
    *> before the cutoff on the retention pass.
    MOVE 7 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN I-O CASE-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        PERFORM READ-CASE-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LCS-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE ZERO            TO WS-RECORD-DATE
            PERFORM DECIDE-MASKING
            PERFORM MASK-CASE-UPDATE
                VARYING WS-UPDATE-SUB FROM 1 BY 1
                UNTIL WS-UPDATE-SUB > 3
            IF WS-RECORD-CHANGED
                REWRITE LEN-CASE-RECORD
            END-IF
            PERFORM TALLY-RECORD
            PERFORM READ-CASE-RECORD
        END-PERFORM
        CLOSE CASE-FILE
    END-IF.

READ-CASE-RECORD.
    READ CASE-FILE NEXT RECORD
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

MASK-CASE-UPDATE.
    MOVE 'N' TO WS-UPDATE-DUE-SW
    IF WS-ERASURE-DUE
        SET WS-UPDATE-DUE TO TRUE
    ELSE
        IF LCS-UPDATE-DATE(WS-UPDATE-SUB) NUMERIC
           AND LCS-UPDATE-DATE(WS-UPDATE-SUB) > ZERO
           AND LCS-UPDATE-DATE(WS-UPDATE-SUB) < WS-CUTOFF-DATE
            SET WS-UPDATE-DUE TO TRUE
            SET WS-RETENTION-DUE TO TRUE
        END-IF
    END-IF
    IF WS-UPDATE-DUE
        MOVE LCS-UPDATE-TEXT(WS-UPDATE-SUB) TO WS-MASK-TEXT
        MOVE 60 TO WS-MASK-LENGTH
        PERFORM MASK-TEXT-VALUE
        MOVE WS-MASK-TEXT(1:60) TO LCS-UPDATE-TEXT(WS-UPDATE-SUB)
    END-IF.

COUNT-MANIFEST-FILE.
    MOVE 8 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT SUPPRESS-MANIFEST-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        PERFORM READ-MANIFEST-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE SPM-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE ZERO            TO WS-RECORD-DATE
            PERFORM DECIDE-MASKING
            PERFORM TALLY-RECORD
            PERFORM READ-MANIFEST-RECORD
        END-PERFORM
        CLOSE SUPPRESS-MANIFEST-FILE
    END-IF.

READ-MANIFEST-RECORD.
    READ SUPPRESS-MANIFEST-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

COUNT-HOLD-HISTORY-FILE.
    MOVE 9 TO WS-FILE-NUMBER
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT HOLD-HISTORY-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        MOVE 'Y' TO WS-FTT-PRESENT-SW(WS-FILE-NUMBER)
        PERFORM READ-HOLD-HISTORY-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            MOVE LHD-CUSTOMER-ID TO WS-RECORD-CUSTOMER-ID
            MOVE ZERO            TO WS-RECORD-DATE
            PERFORM DECIDE-MASKING
            PERFORM TALLY-RECORD
            PERFORM READ-HOLD-HISTORY-RECORD
        END-PERFORM
        CLOSE HOLD-HISTORY-FILE
    END-IF.

READ-HOLD-HISTORY-RECORD.
    READ HOLD-HISTORY-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

WRITE-CERTIFICATE.
    MOVE WS-BUSINESS-DATE  TO WS-HDG-BUSINESS-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    MOVE WS-CUTOFF-DATE    TO WS-HDG-CUTOFF-DATE
    MOVE WS-RETENTION-DAYS TO WS-HDG-RETENTION-DAYS
    IF WS-BUSINESS-DAY-BASIS
        MOVE "BUSINESS" TO WS-HDG-DAY-BASIS
    ELSE
        MOVE "CALENDAR" TO WS-HDG-DAY-BASIS
    END-IF
    WRITE REPORT-LINE FROM WS-HEADING-2
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-CERT-CUSTOMER
        VARYING WS-CRT-SUB FROM 1 BY 1
        UNTIL WS-CRT-SUB > WS-CERT-COUNT
    IF WS-CERT-COUNT = ZERO
        MOVE "NO CUSTOMER TEXT MASKED THIS RUN" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-HEADING-3
    PERFORM WRITE-FILE-TOTAL
        VARYING WS-FILE-NUMBER FROM 1 BY 1
        UNTIL WS-FILE-NUMBER > 9

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "ERASURE REQUESTS READ"                TO WS-TOT-LABEL
    MOVE WS-REQUESTS-READ                       TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ERASURE REQUESTS TAKEN"               TO WS-TOT-LABEL
    MOVE WS-REQUESTS-TAKEN                      TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ERASURE REQUESTS NOT TAKEN"           TO WS-TOT-LABEL
    COMPUTE WS-TOT-COUNT = WS-REQUESTS-INVALID + WS-REQUESTS-NOT-TAKEN
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "CUSTOMERS MASKED BY THE RETENTION PASS" TO WS-TOT-LABEL
    MOVE WS-RETENTION-CUSTOMERS                 TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "RECORDS MASKED"                       TO WS-TOT-LABEL
    MOVE WS-RECORDS-MASKED                      TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-CERT-FULL
        MOVE "CERTIFICATE INCOMPLETE - OVER 5000 CUSTOMERS, SEE THE FILE TOTALS"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-CERT-CUSTOMER.
    MOVE WS-CRT-CUSTOMER-ID(WS-CRT-SUB) TO WS-CUS-CUSTOMER-ID
    IF WS-CRT-ERASURE(WS-CRT-SUB)
        MOVE "ERASURE REQUEST"     TO WS-CUS-BASIS
        MOVE WS-CRT-REQUEST-REF(WS-CRT-SUB) TO WS-CUS-REQUEST-REF
    ELSE
        MOVE "PAST RETENTION PERIOD" TO WS-CUS-BASIS
        MOVE SPACES                TO WS-CUS-REQUEST-REF
    END-IF
    WRITE REPORT-LINE FROM WS-CUSTOMER-LINE
    MOVE ZERO TO WS-CERT-FILES-FOUND
    PERFORM WRITE-CERT-FILE-LINE
        VARYING WS-FILE-NUMBER FROM 1 BY 1
        UNTIL WS-FILE-NUMBER > 9
    IF WS-CERT-FILES-FOUND = ZERO
        MOVE "    NO RECORDS ON FILE FOR THIS CUSTOMER" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-CERT-FILE-LINE.
    IF WS-CRT-FOUND(WS-CRT-SUB WS-FILE-NUMBER) > ZERO
        ADD 1 TO WS-CERT-FILES-FOUND
        MOVE WS-FNT-FILE-NAME(WS-FILE-NUMBER) TO WS-CFL-FILE-NAME
        MOVE WS-CRT-FOUND(WS-CRT-SUB WS-FILE-NUMBER)  TO WS-CFL-FOUND
        MOVE WS-CRT-MASKED(WS-CRT-SUB WS-FILE-NUMBER) TO WS-CFL-MASKED
        IF WS-FILE-NUMBER > 7
            MOVE WS-FNT-NOTE(WS-FILE-NUMBER) TO WS-CFL-NOTE
        ELSE
            IF WS-CRT-MASKED(WS-CRT-SUB WS-FILE-NUMBER)
               < WS-CRT-FOUND(WS-CRT-SUB WS-FILE-NUMBER)
                MOVE "REST ALREADY MASKED OR NO TEXT"
                    TO WS-CFL-NOTE
            ELSE
                MOVE SPACES TO WS-CFL-NOTE
            END-IF
        END-IF
        WRITE REPORT-LINE FROM WS-CERT-FILE-LINE
    END-IF.

WRITE-FILE-TOTAL.
    MOVE WS-FNT-FILE-NAME(WS-FILE-NUMBER)        TO WS-FTL-FILE-NAME
    MOVE WS-FTT-RECORDS-READ(WS-FILE-NUMBER)     TO WS-FTL-READ
    MOVE WS-FTT-ERASURE-MASKED(WS-FILE-NUMBER)   TO WS-FTL-ERASURE
    MOVE WS-FTT-RETENTION-MASKED(WS-FILE-NUMBER) TO WS-FTL-RETENTION
    IF WS-FTT-PRESENT(WS-FILE-NUMBER)
        MOVE WS-FNT-NOTE(WS-FILE-NUMBER) TO WS-FTL-NOTE
    ELSE
        MOVE "NOT PRESENT" TO WS-FTL-NOTE
    END-IF
    WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE.

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
        DISPLAY "LENMASK1: predecessor step(s) not complete for business date "
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
