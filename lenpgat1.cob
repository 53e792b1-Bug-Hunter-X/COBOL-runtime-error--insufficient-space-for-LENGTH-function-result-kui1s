*> proves its run: a balance record on LENBALF showing input
*> customers = printed + suppressed, and RETURN-CODE 12 when they
*> do not reconcile.
*> A suppressed letter is not dropped: its message image is parked
*> on the LENHSUSP suspense file keyed by customer. Before tonight's
*> feed is gated, every parked letter is checked against LENHOLD
*> again, and one whose customer has no 'H' hold left (LENHREL1 or
*> LENHARL1 released them since) is written to LENPREXT and taken
*> off suspense. The suspended, reprinted and still-waiting counts
*> go on the balance record, which also proves the suspense file:
*> letters parked before the run + parked tonight = reprinted +
*> still waiting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALANCE-FILE-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "LENHSUSP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LSU-SUSPENSE-KEY
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MSG-FILE
    RECORDING MODE IS F.
    COPY lenbal.

FD  SUSPENSE-FILE.
    COPY lenhsus.

WORKING-STORAGE SECTION.
01  WS-MSG-FILE-STATUS             PIC XX VALUE SPACES.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-BALANCE-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-SUSPENSE-FILE-STATUS        PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-MSG-EOF-SW              PIC X VALUE 'N'.
        88  WS-CUSTOMER-DONE             VALUE 'Y'.
    05  WS-OUT-OF-BALANCE-SW       PIC X VALUE 'N'.
        88  WS-OUT-OF-BALANCE            VALUE 'Y'.
    05  WS-SUSPENSE-EOF-SW         PIC X VALUE 'N'.
        88  WS-SUSPENSE-EOF              VALUE 'Y'.
    05  WS-SUSPENSE-WRITTEN-SW     PIC X VALUE 'N'.
        88  WS-SUSPENSE-WRITTEN          VALUE 'Y'.

01  WS-CUSTOMERS-READ              PIC 9(9) VALUE ZERO.
01  WS-CUSTOMERS-PRINTED           PIC 9(9) VALUE ZERO.
01  WS-CUSTOMERS-SUPPRESSED       PIC 9(9) VALUE ZERO.
01  WS-SUSPENSE-OPENING            PIC 9(9) VALUE ZERO.
01  WS-LETTERS-SUSPENDED           PIC 9(9) VALUE ZERO.
01  WS-LETTERS-REPRINTED           PIC 9(9) VALUE ZERO.
01  WS-LETTERS-WAITING             PIC 9(9) VALUE ZERO.
01  WS-GATE-CUSTOMER-ID            PIC 9(10) VALUE ZERO.
01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENPGAT1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    *> a missing hold file just means BUG has not held anything --
    *> everything prints -- same guard LENHREL1 applies.
    OPEN INPUT CUSTOMER-HOLD-FILE
            CLOSE CUSTOMER-HOLD-FILE
        END-IF
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF
    OPEN OUTPUT PRINT-EXTRACT-FILE
    OPEN OUTPUT SUPPRESS-MANIFEST-FILE
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE

    *> the suspense file carries letters parked by earlier runs, so
    *> only a file-not-found ("35") may create it -- the same guard
    *> BUG puts on LENHOLD, for the same reason.
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "35"
        OPEN OUTPUT SUSPENSE-FILE
        CLOSE SUSPENSE-FILE
        OPEN I-O SUSPENSE-FILE
    END-IF
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        DISPLAY "LENPGAT1: LENHSUSP open failed with status "
                WS-SUSPENSE-FILE-STATUS ", run stopped"
        CLOSE CUSTOMER-MSG-FILE
        CLOSE PRINT-EXTRACT-FILE
        CLOSE SUPPRESS-MANIFEST-FILE
        IF WS-HOLD-AVAILABLE
            CLOSE CUSTOMER-HOLD-FILE
        END-IF
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    PERFORM SWEEP-SUSPENSE-FILE

    PERFORM READ-CUSTOMER-MSG-RECORD
    PERFORM UNTIL WS-MSG-EOF
    CLOSE CUSTOMER-MSG-FILE
    CLOSE PRINT-EXTRACT-FILE
    CLOSE SUPPRESS-MANIFEST-FILE
    CLOSE SUSPENSE-FILE
    IF WS-HOLD-AVAILABLE
        CLOSE CUSTOMER-HOLD-FILE
    END-IF
    DISPLAY "LENPGAT1: " WS-CUSTOMERS-READ " customer(s) read, "
            WS-CUSTOMERS-PRINTED " released to print, "
            WS-CUSTOMERS-SUPPRESSED " suppressed"
    DISPLAY "LENPGAT1: " WS-LETTERS-SUSPENDED " letter(s) suspended, "
            WS-LETTERS-REPRINTED " reprinted from suspense, "
            WS-LETTERS-WAITING " still waiting"
    IF WS-OUT-OF-BALANCE
        DISPLAY "LENPGAT1: GATE OUT OF BALANCE - " WS-CUSTOMERS-READ
                " read vs " WS-CUSTOMERS-PRINTED " printed + "
                WS-CUSTOMERS-SUPPRESSED " suppressed; "
                WS-SUSPENSE-OPENING " parked + "
                WS-LETTERS-SUSPENDED " suspended vs "
                WS-LETTERS-REPRINTED " reprinted + "
                WS-LETTERS-WAITING " waiting"
        MOVE 12 TO RETURN-CODE
    END-IF
    PERFORM END-RUN-LEDGER
    STOP RUN.

READ-CUSTOMER-MSG-RECORD.
        AT END SET WS-MSG-EOF TO TRUE
    END-READ.

SWEEP-SUSPENSE-FILE.
    *> runs before tonight's feed is gated, so only letters parked
    *> by earlier runs are swept. A parked letter is reprinted once
    *> its customer has no 'H' hold left; the manifest is not
    *> written for letters still waiting -- they were listed the
    *> night they were suppressed.
    MOVE 'N' TO WS-SUSPENSE-EOF-SW
    PERFORM READ-SUSPENSE-RECORD
    PERFORM UNTIL WS-SUSPENSE-EOF
        ADD 1 TO WS-SUSPENSE-OPENING
        MOVE LSU-CUSTOMER-ID TO WS-GATE-CUSTOMER-ID
        PERFORM FIND-ACTIVE-HOLD
        IF WS-CUSTOMER-HELD
            ADD 1 TO WS-LETTERS-WAITING
        ELSE
            WRITE PRINT-EXTRACT-RECORD FROM LSU-MESSAGE-IMAGE
            DELETE SUSPENSE-FILE RECORD
                INVALID KEY
                    DISPLAY "LENPGAT1: LENHSUSP delete failed for customer "
                            LSU-CUSTOMER-ID " status "
                            WS-SUSPENSE-FILE-STATUS
            END-DELETE
            ADD 1 TO WS-LETTERS-REPRINTED
        END-IF
        PERFORM READ-SUSPENSE-RECORD
    END-PERFORM.

READ-SUSPENSE-RECORD.
    READ SUSPENSE-FILE NEXT
        AT END SET WS-SUSPENSE-EOF TO TRUE
    END-READ.

FIND-ACTIVE-HOLD.
    *> same keyed walk as CHECK-CUSTOMER-HOLDS, without the
    *> manifest: stops at the first 'H' hold found.
    MOVE 'N' TO WS-CUSTOMER-HELD-SW
    MOVE 'N' TO WS-CUSTOMER-DONE-SW
    IF NOT WS-HOLD-AVAILABLE
        SET WS-CUSTOMER-DONE TO TRUE
    END-IF
    MOVE WS-GATE-CUSTOMER-ID TO LHD-CUSTOMER-ID
    MOVE LOW-VALUES          TO LHD-SEGMENT-NAME
    IF NOT WS-CUSTOMER-DONE
        START CUSTOMER-HOLD-FILE KEY NOT < LHD-HOLD-KEY
            INVALID KEY SET WS-CUSTOMER-DONE TO TRUE
        END-START
    END-IF
    PERFORM UNTIL WS-CUSTOMER-DONE
        READ CUSTOMER-HOLD-FILE NEXT
            AT END SET WS-CUSTOMER-DONE TO TRUE
            NOT AT END
                IF LHD-CUSTOMER-ID NOT = WS-GATE-CUSTOMER-ID
                    SET WS-CUSTOMER-DONE TO TRUE
                ELSE
                    IF LHD-HELD
                        SET WS-CUSTOMER-HELD TO TRUE
                        SET WS-CUSTOMER-DONE TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GATE-ONE-CUSTOMER.
    PERFORM CHECK-CUSTOMER-HOLDS
    IF WS-CUSTOMER-HELD
        ADD 1 TO WS-CUSTOMERS-SUPPRESSED
        PERFORM SUSPEND-CUSTOMER-LETTER
    ELSE
        WRITE PRINT-EXTRACT-RECORD FROM CUSTOMER-MSG-RECORD
        ADD 1 TO WS-CUSTOMERS-PRINTED
        END-READ
    END-PERFORM.

SUSPEND-CUSTOMER-LETTER.
    *> a second letter for a customer already parked tonight takes
    *> the next sequence number rather than replacing the first.
    MOVE CMR-CUSTOMER-ID     TO LSU-CUSTOMER-ID
    MOVE WS-RUN-DATE         TO LSU-SUSPEND-DATE
    MOVE 1                   TO LSU-SUSPEND-SEQ
    MOVE CUSTOMER-MSG-RECORD TO LSU-MESSAGE-IMAGE
    MOVE 'N' TO WS-SUSPENSE-WRITTEN-SW
    PERFORM UNTIL WS-SUSPENSE-WRITTEN
        WRITE LEN-SUSPENSE-RECORD
            INVALID KEY
                IF WS-SUSPENSE-FILE-STATUS = "22"
                   AND LSU-SUSPEND-SEQ < 9999
                    ADD 1 TO LSU-SUSPEND-SEQ
                ELSE
                    DISPLAY "LENPGAT1: LENHSUSP write failed for customer "
                            CMR-CUSTOMER-ID " status "
                            WS-SUSPENSE-FILE-STATUS
                    SET WS-SUSPENSE-WRITTEN TO TRUE
                END-IF
            NOT INVALID KEY
                ADD 1 TO WS-LETTERS-SUSPENDED
                ADD 1 TO WS-LETTERS-WAITING
                SET WS-SUSPENSE-WRITTEN TO TRUE
        END-WRITE
    END-PERFORM.

WRITE-MANIFEST-RECORD.
    MOVE LHD-CUSTOMER-ID  TO SPM-CUSTOMER-ID
    MOVE LHD-SEGMENT-NAME TO SPM-SEGMENT-NAME
    *> run: input customers must equal printed plus suppressed.
    *> Read/validated/rejected carry the gate's read/printed/
    *> suppressed counts so LENBALR1 prints the record unchanged.
    *> Every suppressed letter must also have been parked, and the
    *> suspense file must account for every letter it started with.
    MOVE 'N' TO WS-OUT-OF-BALANCE-SW
    IF WS-CUSTOMERS-READ NOT =
            WS-CUSTOMERS-PRINTED + WS-CUSTOMERS-SUPPRESSED
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    IF WS-LETTERS-SUSPENDED NOT = WS-CUSTOMERS-SUPPRESSED
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF
    IF WS-SUSPENSE-OPENING + WS-LETTERS-SUSPENDED NOT =
            WS-LETTERS-REPRINTED + WS-LETTERS-WAITING
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF

    MOVE "LENPGAT1"                 TO LBL-JOB-NAME
    MOVE WS-BUSINESS-DATE           TO LBL-RUN-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO LBL-RUN-TIME
    MOVE WS-CUSTOMERS-READ          TO LBL-RECORDS-READ
    MOVE ZERO                       TO LBL-RECORDS-SKIPPED
    MOVE WS-CUSTOMERS-SUPPRESSED    TO LBL-RECORDS-REJECTED
    MOVE ZERO                       TO LBL-DUPLICATE-KEYS
    MOVE ZERO                       TO LBL-RUN-SEVERITY
    MOVE WS-LETTERS-SUSPENDED       TO LBL-LETTERS-SUSPENDED
    MOVE WS-LETTERS-REPRINTED       TO LBL-LETTERS-REPRINTED
    MOVE WS-LETTERS-WAITING         TO LBL-LETTERS-WAITING
    *> the print gate is not a validation run; nothing to back out
    MOVE SPACES                     TO LBL-RUN-ID
    IF WS-OUT-OF-BALANCE
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
        DISPLAY "LENPGAT1: predecessor step(s) not complete for business date "
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
