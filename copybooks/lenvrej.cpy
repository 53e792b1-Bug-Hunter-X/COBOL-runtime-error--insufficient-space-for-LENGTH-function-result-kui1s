      *> LENVREJ and LENRESUB -- a key that keeps cycling means the
      *> control max is wrong, not the data.
    05  LRJ-CYCLE-COUNT            PIC 9(2).
      *> the LENVAL01 (or consolidating LENMRGE1) run that wrote it.
    05  LRJ-RUN-ID                 PIC X(22).
