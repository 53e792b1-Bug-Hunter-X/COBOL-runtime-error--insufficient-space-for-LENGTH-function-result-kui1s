      *> LENDEPT - batch window step-dependency record. One record per
      *> rule for a step (LDP-JOB-NAME):
      *>   'P' - LDP-PREDECESSOR must have an 'E' ledger entry for the
      *>         business date with a return code no higher than
      *>         LDP-MAX-RETURN-CODE before the step may start;
      *>         LENLEDG1 enforces it, LENWCHK1 reports breaches.
      *>         On a night LENSPLT1 split cleanly a rule on LENVAL01
      *>         needs a clean end from each LENPART stream and, for
      *>         any step but LENMRGE1, a clean LENMRGE1 end too.
      *>   'G' - the step and LDP-PREDECESSOR run together: if one
      *>         ran for the business date the other must too
      *>         (LENSPLT1/LENMRGE1). Reported by LENWCHK1 only.
      *>   'E' - the step is expected in every night's window
      *>         (LDP-PREDECESSOR blank); LENWCHK1 reports it skipped
      *>         when it has no start entry.
      *> When the file is absent both programs use the compiled-in
      *> table in lendepdf.cpy.
01  LEN-DEPENDENCY-RECORD.
    05  LDP-JOB-NAME               PIC X(8).
    05  LDP-PREDECESSOR            PIC X(8).
    05  LDP-RULE-SW                PIC X.
        88  LDP-PREDECESSOR-RULE         VALUE 'P'.
        88  LDP-GROUP-RULE               VALUE 'G'.
        88  LDP-EXPECTED-RULE            VALUE 'E'.
    05  LDP-MAX-RETURN-CODE        PIC 9(4).
