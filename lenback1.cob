IDENTIFICATION DIVISION.
PROGRAM-ID. LENBACK1.
*> Run backout. When a night ran against the wrong LENCTRL or a
*> mis-cut LENDRVR, its output is already spread across every file
*> the validation steps write. BUG, LENVAL01, LENVDOC1 and LENMRGE1
*> stamp each record with their run ID (see lenrunid.cpy, shown on
*> the job log of the run), and this job takes one or more of those
*> IDs from the LENBKOP parm file (one per record) and takes that
*> run's output back out again:
*>   - LENAUDIT, LENVOUT, LENVREJ, LENALERT, LENBALF, LENVDACC,
*>     LENVDREJ and the LENRST checkpoint lose every record carrying
*>     one of the run IDs. Each file is filtered through the LENBKWK
*>     work file and only copied back when something was removed --
*>     the same staging LENARCH1 uses for LENAUDIT;
*>   - LENHOLD is put back from the LENHJRNL hold journal BUG keeps:
*>     a hold the run created is deleted, a hold it refreshed or
*>     reopened is restored to the record as it stood before, and a
*>     reopened hold's released record is taken back off LENHHIST
*>     (BUG had copied it there). A hold is only touched while it
*>     still carries one of the run IDs and is still held -- one
*>     released or re-held by a later run since is left as it is
*>     and counted on the report for a manual look.
*> The LENBKRPT report shows, per file, the record count before,
*> what was removed and restored, and the count after, so the night
*> can be rerun clean and audit shown exactly what was reversed.
*> Return code 12 when LENBKOP is missing, empty or holds more than
*> 20 run IDs (nothing is touched), 8 when holds had to be left as
*> they are or the journal table overflowed, 4 when a run ID was not
*> found on any file (most likely mistyped).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKOUT-PARM-FILE ASSIGN TO "LENBKOP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT TARGET-FILE ASSIGN TO WS-TARGET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-FILE-STATUS.

    SELECT BACKOUT-WORK-FILE ASSIGN TO "LENBKWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT LENGTH-AUDIT-FILE ASSIGN TO "LENAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT VALID-OUTPUT-FILE ASSIGN TO "LENVOUT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REJECT-FILE ASSIGN TO "LENVREJ"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ALERT-FILE ASSIGN TO "LENALERT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BALANCE-FILE ASSIGN TO "LENBALF"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DOCUMENT-OUTPUT-FILE ASSIGN TO WS-TARGET-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RESTART-FILE ASSIGN TO "LENRST"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HOLD-HISTORY-FILE ASSIGN TO "LENHHIST"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HOLD-JOURNAL-FILE ASSIGN TO "LENHJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT CUSTOMER-HOLD-FILE ASSIGN TO "LENHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LHD-HOLD-KEY
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "LENBKRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BACKOUT-PARM-FILE
    RECORDING MODE IS F.
01  BACKOUT-PARM-RECORD.
    05  BKP-RUN-ID                 PIC X(22).

FD  TARGET-FILE
    RECORDING MODE IS F.
01  TARGET-RECORD                  PIC X(335).

FD  BACKOUT-WORK-FILE
    RECORDING MODE IS F.
01  BACKOUT-WORK-RECORD            PIC X(335).

FD  LENGTH-AUDIT-FILE
    RECORDING MODE IS F.
    COPY lenaudr.

FD  VALID-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvout.

FD  REJECT-FILE
    RECORDING MODE IS F.
    COPY lenvrej.

FD  ALERT-FILE
    RECORDING MODE IS F.
    COPY lenalrt.

FD  BALANCE-FILE
    RECORDING MODE IS F.
    COPY lenbal.

FD  DOCUMENT-OUTPUT-FILE
    RECORDING MODE IS F.
    COPY lenvdout.

FD  RESTART-FILE
    RECORDING MODE IS F.
    COPY lenrst.

FD  HOLD-HISTORY-FILE
    RECORDING MODE IS F.
01  HOLD-HISTORY-RECORD            PIC X(117).

FD  HOLD-JOURNAL-FILE
    RECORDING MODE IS F.
    COPY lenhjrn.

FD  CUSTOMER-HOLD-FILE.
    COPY lenhold.

FD  REPORT-FILE
    RECORDING MODE IS F.
01  REPORT-LINE                    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-TARGET-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-WORK-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-JOURNAL-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-HOLD-FILE-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PARM-EOF-SW             PIC X VALUE 'N'.
        88  WS-PARM-EOF                  VALUE 'Y'.
    05  WS-TARGET-EOF-SW           PIC X VALUE 'N'.
        88  WS-TARGET-EOF                VALUE 'Y'.
    05  WS-WORK-EOF-SW             PIC X VALUE 'N'.
        88  WS-WORK-EOF                  VALUE 'Y'.
    05  WS-JOURNAL-EOF-SW          PIC X VALUE 'N'.
        88  WS-JOURNAL-EOF               VALUE 'Y'.
    05  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
        88  WS-HOLD-EOF                  VALUE 'Y'.
    05  WS-RUN-ID-LISTED-SW        PIC X VALUE 'N'.
        88  WS-RUN-ID-LISTED             VALUE 'Y'.
    05  WS-MATCH-FOUND-SW          PIC X VALUE 'N'.
        88  WS-MATCH-FOUND               VALUE 'Y'.
    05  WS-JOURNAL-FULL-SW         PIC X VALUE 'N'.
        88  WS-JOURNAL-FULL              VALUE 'Y'.
    05  WS-PARM-REFUSED-SW         PIC X VALUE 'N'.
        88  WS-PARM-REFUSED              VALUE 'Y'.

01  WS-RUN-ID-TABLE.
    *> the run IDs to back out, as read from LENBKOP, and how many
    *> records each one was found on.
    05  WS-RUN-ID-COUNT            PIC 9(2) VALUE ZERO.
    05  WS-RUN-ID-ENTRY OCCURS 1 TO 20 TIMES
                        DEPENDING ON WS-RUN-ID-COUNT
                        INDEXED BY WS-RID-IDX.
        10  WS-RID-RUN-ID          PIC X(22).
        10  WS-RID-RECORDS-FOUND   PIC 9(9).
01  WS-CHECK-RUN-ID                PIC X(22).

01  WS-JOURNAL-TABLE.
    *> one entry per hold key the runs touched, in key order: the
    *> earliest journal entry for the key, which is the state to go
    *> back to when more than one of the runs touched the same hold.
    05  WS-JOURNAL-COUNT           PIC 9(5) VALUE ZERO.
    05  WS-JOURNAL-ENTRY OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-JOURNAL-COUNT
                         ASCENDING KEY IS WS-JRN-HOLD-KEY
                         INDEXED BY WS-JRN-IDX.
        10  WS-JRN-HOLD-KEY        PIC X(30).
        10  WS-JRN-ACTION-SW       PIC X.
            88  WS-JRN-HOLD-CREATED      VALUE 'A'.
            88  WS-JRN-HOLD-REOPENED     VALUE 'E'.
        10  WS-JRN-BEFORE-IMAGE    PIC X(117).
        10  WS-JRN-HISTORY-SW      PIC X.
            88  WS-JRN-HISTORY-TO-REMOVE VALUE 'Y'.

01  WS-JOURNAL-HOLD.
    05  WS-JHD-HOLD-KEY            PIC X(30).
    05  WS-JHD-ACTION-SW           PIC X.
    05  WS-JHD-BEFORE-IMAGE        PIC X(117).
    05  WS-JHD-HISTORY-SW          PIC X.
01  WS-LOOKUP-KEY                  PIC X(30).
01  WS-JRN-SUB                     PIC 9(5).

01  WS-TARGET-NAME                 PIC X(8).
01  WS-TARGET-NUMBER               PIC 9(2).
01  WS-TARGET-LENGTH               PIC 9(3).
01  WS-RUN-ID-POS                  PIC 9(3).

01  WS-FILE-COUNTS.
    05  WS-COUNT-BEFORE            PIC 9(9).
    05  WS-COUNT-REMOVED           PIC 9(9).
    05  WS-COUNT-RESTORED          PIC 9(9).
    05  WS-COUNT-AFTER             PIC 9(9).
01  WS-HOLD-COUNT                  PIC 9(9).
01  WS-HOLDS-DELETED               PIC 9(9) VALUE ZERO.
01  WS-HOLDS-RESTORED              PIC 9(9) VALUE ZERO.
01  WS-HOLDS-LEFT                  PIC 9(9) VALUE ZERO.
01  WS-HISTORY-TO-REMOVE           PIC 9(9) VALUE ZERO.
01  WS-HISTORY-NOT-FOUND           PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-READ                PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-MATCHED             PIC 9(9) VALUE ZERO.
01  WS-RECORDS-REMOVED             PIC 9(9) VALUE ZERO.
01  WS-RUN-IDS-NOT-FOUND           PIC 9(2) VALUE ZERO.

01  WS-HEADING-1.
    05  FILLER                     PIC X(47) VALUE
        "LENBACK1 RUN BACKOUT REPORT - BUSINESS DATE".
    05  WS-HDG-BUSINESS-DATE       PIC 9(8).
    05  FILLER                     PIC X(77) VALUE SPACES.

01  WS-RUN-ID-LINE.
    05  FILLER                     PIC X(9) VALUE "  RUN ID ".
    05  WS-RID-LINE-RUN-ID         PIC X(22).
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  WS-RID-LINE-FOUND          PIC Z(8)9.
    05  FILLER                     PIC X(17) VALUE " RECORD(S) FOUND ".
    05  WS-RID-LINE-NOTE           PIC X(72).

01  WS-HEADING-2.
    05  FILLER                     PIC X(10) VALUE "FILE".
    05  FILLER                     PIC X(10) VALUE "    BEFORE".
    05  FILLER                     PIC X(10) VALUE "   REMOVED".
    05  FILLER                     PIC X(10) VALUE "  RESTORED".
    05  FILLER                     PIC X(10) VALUE "     AFTER".
    05  FILLER                     PIC X(82) VALUE "  NOTE".

01  WS-DETAIL-LINE.
    05  WS-DTL-FILE-NAME           PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-DTL-BEFORE              PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-REMOVED             PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-RESTORED            PIC Z(8)9.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-DTL-AFTER               PIC Z(8)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-DTL-NOTE                PIC X(81).

01  WS-TOTAL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-TOT-LABEL               PIC X(50).
    05  WS-TOT-COUNT               PIC Z(8)9.
    05  FILLER                     PIC X(71) VALUE SPACES.

01  WS-LEDGER-JOB-NAME             PIC X(8)  VALUE "LENBACK1".
01  WS-LEDGER-EVENT                PIC X(5).
01  WS-LEDGER-RETURN-CODE          PIC 9(4)  VALUE ZERO.
01  WS-BUSINESS-DATE               PIC 9(8)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM START-RUN-LEDGER
    PERFORM LOAD-RUN-IDS
    IF WS-PARM-REFUSED
        MOVE 12 TO RETURN-CODE
        PERFORM END-RUN-LEDGER
        STOP RUN
    END-IF

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADINGS

    PERFORM BACK-OUT-SEQUENTIAL-FILE
        VARYING WS-TARGET-NUMBER FROM 1 BY 1
        UNTIL WS-TARGET-NUMBER > 8

    PERFORM LOAD-HOLD-JOURNAL
    PERFORM BACK-OUT-HOLDS
    PERFORM BACK-OUT-HOLD-HISTORY

    PERFORM WRITE-RUN-ID-SUMMARY
    CLOSE REPORT-FILE

    DISPLAY "LENBACK1: " WS-RUN-ID-COUNT " run ID(s), "
            WS-RECORDS-REMOVED " record(s) removed, "
            WS-HOLDS-DELETED " hold(s) deleted, "
            WS-HOLDS-RESTORED " hold(s) restored, "
            WS-HOLDS-LEFT " hold(s) left as is"
    EVALUATE TRUE
        WHEN WS-HOLDS-LEFT > ZERO OR WS-JOURNAL-FULL
            MOVE 8 TO RETURN-CODE
        WHEN WS-RUN-IDS-NOT-FOUND > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE
    PERFORM END-RUN-LEDGER
    STOP RUN.

LOAD-RUN-IDS.
    *> Unlike the optional parms, LENBKOP is required: with no run
    *> ID there is nothing to back out, and a partial list must not
    *> half-reverse a night, so anything wrong refuses the whole job.
    OPEN INPUT BACKOUT-PARM-FILE
    IF WS-PARM-FILE-STATUS NOT = "00"
        DISPLAY "LENBACK1: LENBKOP not available, nothing backed out"
        SET WS-PARM-REFUSED TO TRUE
    ELSE
        PERFORM READ-PARM-RECORD
        PERFORM UNTIL WS-PARM-EOF OR WS-PARM-REFUSED
            IF BKP-RUN-ID NOT = SPACES
                MOVE BKP-RUN-ID TO WS-CHECK-RUN-ID
                PERFORM CHECK-RUN-ID-LISTED
                IF NOT WS-RUN-ID-LISTED
                    IF WS-RUN-ID-COUNT < 20
                        ADD 1 TO WS-RUN-ID-COUNT
                        MOVE BKP-RUN-ID TO WS-RID-RUN-ID(WS-RUN-ID-COUNT)
                        MOVE ZERO TO WS-RID-RECORDS-FOUND(WS-RUN-ID-COUNT)
                        DISPLAY "LENBACK1: backing out run ID " BKP-RUN-ID
                    ELSE
                        DISPLAY "LENBACK1: LENBKOP holds more than 20 run IDs, nothing backed out"
                        SET WS-PARM-REFUSED TO TRUE
                    END-IF
                END-IF
            END-IF
            PERFORM READ-PARM-RECORD
        END-PERFORM
        CLOSE BACKOUT-PARM-FILE
        IF WS-RUN-ID-COUNT = ZERO AND NOT WS-PARM-REFUSED
            DISPLAY "LENBACK1: LENBKOP holds no run ID, nothing backed out"
            SET WS-PARM-REFUSED TO TRUE
        END-IF
    END-IF.

READ-PARM-RECORD.
    READ BACKOUT-PARM-FILE
        AT END SET WS-PARM-EOF TO TRUE
    END-READ.

CHECK-RUN-ID-LISTED.
    *> a blank run ID is what records written before the stamp
    *> existed carry, so it never matches.
    MOVE 'N' TO WS-RUN-ID-LISTED-SW
    IF WS-CHECK-RUN-ID NOT = SPACES AND WS-RUN-ID-COUNT > ZERO
        SET WS-RID-IDX TO 1
        SEARCH WS-RUN-ID-ENTRY
            AT END
                CONTINUE
            WHEN WS-RID-RUN-ID(WS-RID-IDX) = WS-CHECK-RUN-ID
                SET WS-RUN-ID-LISTED TO TRUE
        END-SEARCH
    END-IF.

SET-TARGET-ATTRIBUTES.
    *> every stamped layout ends in its 22-byte run ID, so the stamp
    *> sits in the last 22 bytes of the record's own length.
    EVALUATE WS-TARGET-NUMBER
        WHEN 1
            MOVE "LENAUDIT" TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-AUDIT-RECORD) TO WS-TARGET-LENGTH
        WHEN 2
            MOVE "LENVOUT"  TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-VALID-OUTPUT-RECORD)
                TO WS-TARGET-LENGTH
        WHEN 3
            MOVE "LENVREJ"  TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-REJECT-RECORD) TO WS-TARGET-LENGTH
        WHEN 4
            MOVE "LENALERT" TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-ALERT-RECORD) TO WS-TARGET-LENGTH
        WHEN 5
            MOVE "LENBALF"  TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-BALANCE-RECORD) TO WS-TARGET-LENGTH
        WHEN 6
            MOVE "LENVDACC" TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-DOCUMENT-OUTPUT-RECORD)
                TO WS-TARGET-LENGTH
        WHEN 7
            MOVE "LENVDREJ" TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-DOCUMENT-OUTPUT-RECORD)
                TO WS-TARGET-LENGTH
        WHEN 8
            MOVE "LENRST"   TO WS-TARGET-NAME
            MOVE FUNCTION LENGTH(LEN-RESTART-RECORD) TO WS-TARGET-LENGTH
    END-EVALUATE
    COMPUTE WS-RUN-ID-POS = WS-TARGET-LENGTH - 21.

BACK-OUT-SEQUENTIAL-FILE.
    *> Pass one copies every record not belonging to the runs to
    *> LENBKWK; pass two copies that back over the file through its
    *> own record layout, and only when something was removed, so
    *> a file the runs never wrote to is left untouched. A file not
    *> on the system (no document-mode run, no checkpoint) is
    *> simply reported as not present.
    PERFORM SET-TARGET-ATTRIBUTES
    MOVE ZERO TO WS-COUNT-BEFORE WS-COUNT-REMOVED
                 WS-COUNT-RESTORED WS-COUNT-AFTER
    MOVE SPACES TO WS-DTL-NOTE
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT TARGET-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM READ-TARGET-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            ADD 1 TO WS-COUNT-BEFORE
            MOVE TARGET-RECORD(WS-RUN-ID-POS:22) TO WS-CHECK-RUN-ID
            PERFORM CHECK-RUN-ID-LISTED
            IF WS-RUN-ID-LISTED
                ADD 1 TO WS-COUNT-REMOVED
                ADD 1 TO WS-RID-RECORDS-FOUND(WS-RID-IDX)
            ELSE
                WRITE BACKOUT-WORK-RECORD FROM TARGET-RECORD
            END-IF
            PERFORM READ-TARGET-RECORD
        END-PERFORM
        CLOSE TARGET-FILE
        CLOSE BACKOUT-WORK-FILE
        IF WS-COUNT-REMOVED > ZERO
            PERFORM COPY-WORK-FILE-BACK
        END-IF
    ELSE
        MOVE "NOT PRESENT" TO WS-DTL-NOTE
    END-IF
    COMPUTE WS-COUNT-AFTER = WS-COUNT-BEFORE - WS-COUNT-REMOVED
    ADD WS-COUNT-REMOVED TO WS-RECORDS-REMOVED
    MOVE WS-TARGET-NAME TO WS-DTL-FILE-NAME
    PERFORM WRITE-DETAIL-LINE.

READ-TARGET-RECORD.
    READ TARGET-FILE
        AT END SET WS-TARGET-EOF TO TRUE
    END-READ.

COPY-WORK-FILE-BACK.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT BACKOUT-WORK-FILE
    PERFORM OPEN-TARGET-FOR-OUTPUT
    PERFORM READ-WORK-RECORD
    PERFORM UNTIL WS-WORK-EOF
        PERFORM WRITE-TARGET-FROM-WORK
        PERFORM READ-WORK-RECORD
    END-PERFORM
    PERFORM CLOSE-TARGET-OUTPUT
    CLOSE BACKOUT-WORK-FILE.

READ-WORK-RECORD.
    READ BACKOUT-WORK-FILE
        AT END SET WS-WORK-EOF TO TRUE
    END-READ.

OPEN-TARGET-FOR-OUTPUT.
    EVALUATE WS-TARGET-NUMBER
        WHEN 1
            OPEN OUTPUT LENGTH-AUDIT-FILE
        WHEN 2
            OPEN OUTPUT VALID-OUTPUT-FILE
        WHEN 3
            OPEN OUTPUT REJECT-FILE
        WHEN 4
            OPEN OUTPUT ALERT-FILE
        WHEN 5
            OPEN OUTPUT BALANCE-FILE
        WHEN 6
        WHEN 7
            OPEN OUTPUT DOCUMENT-OUTPUT-FILE
        WHEN 8
            OPEN OUTPUT RESTART-FILE
    END-EVALUATE.

WRITE-TARGET-FROM-WORK.
    EVALUATE WS-TARGET-NUMBER
        WHEN 1
            WRITE LEN-AUDIT-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 2
            WRITE LEN-VALID-OUTPUT-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 3
            WRITE LEN-REJECT-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 4
            WRITE LEN-ALERT-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 5
            WRITE LEN-BALANCE-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 6
        WHEN 7
            WRITE LEN-DOCUMENT-OUTPUT-RECORD FROM BACKOUT-WORK-RECORD
        WHEN 8
            WRITE LEN-RESTART-RECORD FROM BACKOUT-WORK-RECORD
    END-EVALUATE.

CLOSE-TARGET-OUTPUT.
    EVALUATE WS-TARGET-NUMBER
        WHEN 1
            CLOSE LENGTH-AUDIT-FILE
        WHEN 2
            CLOSE VALID-OUTPUT-FILE
        WHEN 3
            CLOSE REJECT-FILE
        WHEN 4
            CLOSE ALERT-FILE
        WHEN 5
            CLOSE BALANCE-FILE
        WHEN 6
        WHEN 7
            CLOSE DOCUMENT-OUTPUT-FILE
        WHEN 8
            CLOSE RESTART-FILE
    END-EVALUATE.

LOAD-HOLD-JOURNAL.
    *> LENHJRNL is in the order BUG wrote it, so the first entry for
    *> a key among the runs is the hold as it was before any of them.
    OPEN INPUT HOLD-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS = "00"
        PERFORM READ-JOURNAL-RECORD
        PERFORM UNTIL WS-JOURNAL-EOF
            ADD 1 TO WS-JOURNAL-READ
            MOVE LHJ-RUN-ID TO WS-CHECK-RUN-ID
            PERFORM CHECK-RUN-ID-LISTED
            IF WS-RUN-ID-LISTED
                ADD 1 TO WS-JOURNAL-MATCHED
                ADD 1 TO WS-RID-RECORDS-FOUND(WS-RID-IDX)
                PERFORM STORE-JOURNAL-ENTRY
            END-IF
            PERFORM READ-JOURNAL-RECORD
        END-PERFORM
        CLOSE HOLD-JOURNAL-FILE
    END-IF.

READ-JOURNAL-RECORD.
    READ HOLD-JOURNAL-FILE
        AT END SET WS-JOURNAL-EOF TO TRUE
    END-READ.

STORE-JOURNAL-ENTRY.
    MOVE LHJ-HOLD-KEY TO WS-LOOKUP-KEY
    PERFORM FIND-JOURNAL-ENTRY
    IF NOT WS-MATCH-FOUND
        IF WS-JOURNAL-COUNT < 20000
            MOVE LHJ-HOLD-KEY     TO WS-JHD-HOLD-KEY
            MOVE LHJ-ACTION-SW    TO WS-JHD-ACTION-SW
            MOVE LHJ-BEFORE-IMAGE TO WS-JHD-BEFORE-IMAGE
            MOVE 'N'              TO WS-JHD-HISTORY-SW
            PERFORM INSERT-JOURNAL-ENTRY
        ELSE
            IF NOT WS-JOURNAL-FULL
                DISPLAY "LENBACK1: more than 20000 held keys for the run(s), the rest are left as they are"
                SET WS-JOURNAL-FULL TO TRUE
            END-IF
        END-IF
    END-IF.

FIND-JOURNAL-ENTRY.
    MOVE 'N' TO WS-MATCH-FOUND-SW
    IF WS-JOURNAL-COUNT > ZERO
        SEARCH ALL WS-JOURNAL-ENTRY
            AT END
                CONTINUE
            WHEN WS-JRN-HOLD-KEY(WS-JRN-IDX) = WS-LOOKUP-KEY
                SET WS-MATCH-FOUND TO TRUE
        END-SEARCH
    END-IF.

INSERT-JOURNAL-ENTRY.
    ADD 1 TO WS-JOURNAL-COUNT
    MOVE WS-JOURNAL-COUNT TO WS-JRN-SUB
    PERFORM SHIFT-JOURNAL-ENTRY-UP
        UNTIL WS-JRN-SUB = 1
           OR WS-JRN-HOLD-KEY(WS-JRN-SUB - 1) NOT > WS-JHD-HOLD-KEY
    MOVE WS-JOURNAL-HOLD TO WS-JOURNAL-ENTRY(WS-JRN-SUB).

SHIFT-JOURNAL-ENTRY-UP.
    MOVE WS-JOURNAL-ENTRY(WS-JRN-SUB - 1)
        TO WS-JOURNAL-ENTRY(WS-JRN-SUB)
    SUBTRACT 1 FROM WS-JRN-SUB.

BACK-OUT-HOLDS.
    MOVE SPACES TO WS-DTL-NOTE
    MOVE ZERO TO WS-COUNT-BEFORE WS-COUNT-AFTER
    OPEN I-O CUSTOMER-HOLD-FILE
    IF WS-HOLD-FILE-STATUS = "00"
        PERFORM COUNT-HOLD-RECORDS
        MOVE WS-HOLD-COUNT TO WS-COUNT-BEFORE
        PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT
            PERFORM BACK-OUT-ONE-HOLD
        END-PERFORM
        PERFORM COUNT-HOLD-RECORDS
        MOVE WS-HOLD-COUNT TO WS-COUNT-AFTER
        CLOSE CUSTOMER-HOLD-FILE
    ELSE
        *> nothing to put back without the file; any journal entries
        *> for the runs are holds left as they are.
        MOVE "NOT PRESENT" TO WS-DTL-NOTE
        ADD WS-JOURNAL-COUNT TO WS-HOLDS-LEFT
    END-IF
    IF WS-HOLDS-LEFT > ZERO
        MOVE SPACES TO WS-DTL-NOTE
        STRING "HOLD(S) NOT BACKED OUT, LEFT AS IS: " WS-HOLDS-LEFT
            DELIMITED BY SIZE INTO WS-DTL-NOTE
    END-IF
    MOVE "LENHOLD"         TO WS-DTL-FILE-NAME
    MOVE WS-HOLDS-DELETED  TO WS-COUNT-REMOVED
    MOVE WS-HOLDS-RESTORED TO WS-COUNT-RESTORED
    PERFORM WRITE-DETAIL-LINE.

BACK-OUT-ONE-HOLD.
    *> Only a hold still held under one of the runs is ours to undo;
    *> one released, purged or re-held by a later run since then is
    *> someone else's state now and is left for a manual look.
    MOVE WS-JRN-HOLD-KEY(WS-JRN-IDX) TO LHD-HOLD-KEY
    MOVE 'Y' TO WS-MATCH-FOUND-SW
    READ CUSTOMER-HOLD-FILE
        INVALID KEY
            MOVE 'N' TO WS-MATCH-FOUND-SW
    END-READ
    MOVE 'N' TO WS-RUN-ID-LISTED-SW
    IF WS-MATCH-FOUND AND LHD-HELD
        MOVE LHD-RUN-ID TO WS-CHECK-RUN-ID
        PERFORM CHECK-RUN-ID-LISTED
    END-IF
    *> a delete or rewrite that fails leaves the hold as the run
    *> left it, so it is counted with the holds left as is (return
    *> code 8) and a reopened one keeps its history record.
    IF WS-RUN-ID-LISTED
        IF WS-JRN-HOLD-CREATED(WS-JRN-IDX)
            DELETE CUSTOMER-HOLD-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-HOLD-FILE-STATUS = "00"
                ADD 1 TO WS-HOLDS-DELETED
            ELSE
                DISPLAY "LENBACK1: hold " WS-JRN-HOLD-KEY(WS-JRN-IDX)
                        " could not be deleted, status "
                        WS-HOLD-FILE-STATUS ", left as is"
                ADD 1 TO WS-HOLDS-LEFT
            END-IF
        ELSE
            MOVE WS-JRN-BEFORE-IMAGE(WS-JRN-IDX) TO LEN-HOLD-RECORD
            REWRITE LEN-HOLD-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-HOLD-FILE-STATUS = "00"
                ADD 1 TO WS-HOLDS-RESTORED
                IF WS-JRN-HOLD-REOPENED(WS-JRN-IDX)
                    MOVE 'Y' TO WS-JRN-HISTORY-SW(WS-JRN-IDX)
                    ADD 1 TO WS-HISTORY-TO-REMOVE
                END-IF
            ELSE
                DISPLAY "LENBACK1: hold " WS-JRN-HOLD-KEY(WS-JRN-IDX)
                        " could not be restored, status "
                        WS-HOLD-FILE-STATUS ", left as is"
                ADD 1 TO WS-HOLDS-LEFT
            END-IF
        END-IF
    ELSE
        DISPLAY "LENBACK1: hold " WS-JRN-HOLD-KEY(WS-JRN-IDX)
                " changed since the run, left as is"
        ADD 1 TO WS-HOLDS-LEFT
    END-IF.

COUNT-HOLD-RECORDS.
    MOVE ZERO TO WS-HOLD-COUNT
    MOVE 'N' TO WS-HOLD-EOF-SW
    MOVE LOW-VALUES TO LHD-HOLD-KEY
    START CUSTOMER-HOLD-FILE KEY NOT < LHD-HOLD-KEY
        INVALID KEY SET WS-HOLD-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-HOLD-EOF
        READ CUSTOMER-HOLD-FILE NEXT
            AT END SET WS-HOLD-EOF TO TRUE
            NOT AT END ADD 1 TO WS-HOLD-COUNT
        END-READ
    END-PERFORM.

BACK-OUT-HOLD-HISTORY.
    *> A reopened hold's released record went to LENHHIST when BUG
    *> reopened it; now that record is back on LENHOLD, one exact
    *> copy of it comes off the history so it is not there twice.
    MOVE "LENHHIST" TO WS-TARGET-NAME
    MOVE ZERO TO WS-COUNT-BEFORE WS-COUNT-REMOVED
                 WS-COUNT-RESTORED WS-COUNT-AFTER
    MOVE SPACES TO WS-DTL-NOTE
    MOVE 'N' TO WS-TARGET-EOF-SW
    OPEN INPUT TARGET-FILE
    IF WS-TARGET-FILE-STATUS = "00"
        OPEN OUTPUT BACKOUT-WORK-FILE
        PERFORM READ-TARGET-RECORD
        PERFORM UNTIL WS-TARGET-EOF
            ADD 1 TO WS-COUNT-BEFORE
            PERFORM CHECK-HISTORY-RECORD
            IF NOT WS-MATCH-FOUND
                WRITE BACKOUT-WORK-RECORD FROM TARGET-RECORD
            END-IF
            PERFORM READ-TARGET-RECORD
        END-PERFORM
        CLOSE TARGET-FILE
        CLOSE BACKOUT-WORK-FILE
        IF WS-COUNT-REMOVED > ZERO
            MOVE 'N' TO WS-WORK-EOF-SW
            OPEN INPUT BACKOUT-WORK-FILE
            OPEN OUTPUT HOLD-HISTORY-FILE
            PERFORM READ-WORK-RECORD
            PERFORM UNTIL WS-WORK-EOF
                WRITE HOLD-HISTORY-RECORD FROM BACKOUT-WORK-RECORD
                PERFORM READ-WORK-RECORD
            END-PERFORM
            CLOSE HOLD-HISTORY-FILE
            CLOSE BACKOUT-WORK-FILE
        END-IF
    ELSE
        MOVE "NOT PRESENT" TO WS-DTL-NOTE
    END-IF
    IF WS-COUNT-REMOVED < WS-HISTORY-TO-REMOVE
        MOVE SPACES TO WS-DTL-NOTE
        COMPUTE WS-HISTORY-NOT-FOUND =
            WS-HISTORY-TO-REMOVE - WS-COUNT-REMOVED
        STRING "REOPENED HOLD(S) NOT FOUND ON HISTORY: "
            WS-HISTORY-NOT-FOUND
            DELIMITED BY SIZE INTO WS-DTL-NOTE
    END-IF
    COMPUTE WS-COUNT-AFTER = WS-COUNT-BEFORE - WS-COUNT-REMOVED
    MOVE "LENHHIST" TO WS-DTL-FILE-NAME
    PERFORM WRITE-DETAIL-LINE.

CHECK-HISTORY-RECORD.
    MOVE 'N' TO WS-MATCH-FOUND-SW
    IF WS-HISTORY-TO-REMOVE > WS-COUNT-REMOVED
        MOVE TARGET-RECORD(1:30) TO WS-LOOKUP-KEY
        PERFORM FIND-JOURNAL-ENTRY
        IF WS-MATCH-FOUND
            IF WS-JRN-HISTORY-TO-REMOVE(WS-JRN-IDX)
               AND WS-JRN-BEFORE-IMAGE(WS-JRN-IDX) = TARGET-RECORD(1:117)
                MOVE 'N' TO WS-JRN-HISTORY-SW(WS-JRN-IDX)
                ADD 1 TO WS-COUNT-REMOVED
            ELSE
                MOVE 'N' TO WS-MATCH-FOUND-SW
            END-IF
        END-IF
    END-IF.

WRITE-REPORT-HEADINGS.
    MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-HEADING-2.

WRITE-DETAIL-LINE.
    MOVE WS-COUNT-BEFORE   TO WS-DTL-BEFORE
    MOVE WS-COUNT-REMOVED  TO WS-DTL-REMOVED
    MOVE WS-COUNT-RESTORED TO WS-DTL-RESTORED
    MOVE WS-COUNT-AFTER    TO WS-DTL-AFTER
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-RUN-ID-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "LENHJRNL JOURNAL ENTRIES READ"      TO WS-TOT-LABEL
    MOVE WS-JOURNAL-READ                      TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "LENHJRNL JOURNAL ENTRIES FOR THE RUN(S)" TO WS-TOT-LABEL
    MOVE WS-JOURNAL-MATCHED                   TO WS-TOT-COUNT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-RID-IDX FROM 1 BY 1
            UNTIL WS-RID-IDX > WS-RUN-ID-COUNT
        MOVE WS-RID-RUN-ID(WS-RID-IDX)        TO WS-RID-LINE-RUN-ID
        MOVE WS-RID-RECORDS-FOUND(WS-RID-IDX) TO WS-RID-LINE-FOUND
        MOVE SPACES                           TO WS-RID-LINE-NOTE
        IF WS-RID-RECORDS-FOUND(WS-RID-IDX) = ZERO
            MOVE "NOT FOUND ON ANY FILE - CHECK THE RUN ID"
                TO WS-RID-LINE-NOTE
            ADD 1 TO WS-RUN-IDS-NOT-FOUND
        END-IF
        WRITE REPORT-LINE FROM WS-RUN-ID-LINE
    END-PERFORM.

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
        DISPLAY "LENBACK1: predecessor step(s) not complete for business date "
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
