*> LENVREJ (with the reject reason and how many times the record
*> has cycled through repair), and the customer's LENHOLD records,
*> held or released. No more grepping record keys by hand.
*> The customer's service desk case from the LENCASE register is
*> shown last, with the CRM case number and the latest updates the
*> CRM has sent back (loaded nightly by LENCSLD1).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT CASE-FILE ASSIGN TO "LENCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LCS-CUSTOMER-ID
        FILE STATUS IS WS-CASE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  VALID-OUTPUT-FILE
FD  CUSTOMER-HOLD-FILE.
    COPY lenhold.

FD  CASE-FILE.
    COPY lencase.

WORKING-STORAGE SECTION.
01  WS-VOUT-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-VREJ-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-CASE-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-VOUT-EOF-SW             PIC X VALUE 'N'.
01  WS-VALIDATED-FOUND             PIC 9(5).
01  WS-REJECTED-FOUND              PIC 9(5).
01  WS-HOLDS-FOUND                 PIC 9(5).
01  WS-UPDATE-SUB                  PIC 9.

SCREEN SECTION.
01  SCR-INQUIRY-SCREEN.
    PERFORM SHOW-VALIDATED-RECORDS
    PERFORM SHOW-REJECTED-RECORDS
    PERFORM SHOW-HOLD-RECORDS
    PERFORM SHOW-CASE-RECORD
    IF WS-VALIDATED-FOUND = ZERO
       AND WS-REJECTED-FOUND = ZERO
       AND WS-HOLDS-FOUND = ZERO
                    IF LHD-HELD
                        DISPLAY "HELD: " LHD-SEGMENT-NAME " - "
                                LHD-HOLD-REASON " since "
                                LHD-FIRST-HELD-DATE
                    ELSE
                        DISPLAY "RELEASED: " LHD-SEGMENT-NAME
                                " - " LHD-HOLD-REASON
                                " held on " LHD-FIRST-HELD-DATE
                                " released " LHD-RELEASE-DATE
                    END-IF
                END-IF
        END-READ
    IF WS-HOLD-FILE-STATUS = "00"
        CLOSE CUSTOMER-HOLD-FILE
    END-IF.

SHOW-CASE-RECORD.
    *> one case per customer, keyed on the customer ID; no register
    *> (or no case) simply shows nothing.
    OPEN INPUT CASE-FILE
    IF WS-CASE-FILE-STATUS = "00"
        MOVE WS-SCR-CUSTOMER-ID TO LCS-CUSTOMER-ID
        READ CASE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM DISPLAY-CASE-RECORD
        END-READ
        CLOSE CASE-FILE
    END-IF.

DISPLAY-CASE-RECORD.
    IF LCS-CASE-OPEN
        DISPLAY "CASE OPEN: " LCS-CASE-REF " opened "
                LCS-OPENED-DATE
    ELSE
        DISPLAY "CASE CLOSED: " LCS-CASE-REF " opened "
                LCS-OPENED-DATE " closed " LCS-CLOSED-DATE
    END-IF
    IF LCS-ESCALATED
        DISPLAY "  escalated as an aged hold"
    END-IF
    IF LCS-CRM-CASE-NUMBER = SPACES
        DISPLAY "  not yet acknowledged by the CRM"
    ELSE
        IF LCS-CRM-CLOSED
            DISPLAY "  CRM case " LCS-CRM-CASE-NUMBER " (closed in CRM)"
        ELSE
            DISPLAY "  CRM case " LCS-CRM-CASE-NUMBER
        END-IF
    END-IF
    PERFORM VARYING WS-UPDATE-SUB FROM 1 BY 1
            UNTIL WS-UPDATE-SUB > 3
               OR WS-UPDATE-SUB > LCS-UPDATE-COUNT
        DISPLAY "  CRM UPDATE " LCS-UPDATE-DATE(WS-UPDATE-SUB) ": "
                LCS-UPDATE-TEXT(WS-UPDATE-SUB)
    END-PERFORM.
