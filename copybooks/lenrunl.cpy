      *> LENRUNL - batch window run ledger record, appended by
      *> LENLEDG1 for every batch step in the Field Length Validation
      *> Subsystem: an 'S' entry when the step starts, an 'E' entry
      *> with its return code when it ends, or a 'B' entry (return
      *> code 16) when the step was stopped before doing any work
      *> because a predecessor on the LENDEPT dependency table had not
      *> completed cleanly for the business date. LRL-DETAIL names the
      *> missing predecessor on a 'B' entry. LENWCHK1 reads the ledger
      *> for the window-completeness report; nothing rewrites it.
01  LEN-RUN-LEDGER-RECORD.
    05  LRL-JOB-NAME               PIC X(8).
    05  LRL-BUSINESS-DATE          PIC 9(8).
    05  LRL-EVENT-SW               PIC X.
        88  LRL-STARTED                  VALUE 'S'.
        88  LRL-ENDED                    VALUE 'E'.
        88  LRL-BLOCKED                  VALUE 'B'.
    05  LRL-EVENT-DATE             PIC 9(8).
    05  LRL-EVENT-TIME             PIC 9(6).
    05  LRL-RETURN-CODE            PIC 9(4).
    05  LRL-DETAIL                 PIC X(40).
