      *> LENDEPDF - compiled-in default step-dependency table, used by
      *> LENLEDG1 and LENWCHK1 when no LENDEPT file is supplied. Same
      *> layout as LEN-DEPENDENCY-RECORD: job, predecessor, rule,
      *> highest return code that still counts as a clean completion
      *> (8 -- reject and defect nights still land their output; 12
      *> and up is a stopped or out-of-balance step).
01  LEN-DEFAULT-DEPENDENCIES.
    05  FILLER PIC X(21) VALUE "BUG             E0000".
    05  FILLER PIC X(21) VALUE "LENFEDT1        E0000".
    05  FILLER PIC X(21) VALUE "LENVAL01        E0000".
    05  FILLER PIC X(21) VALUE "LENHARL1        E0000".
    05  FILLER PIC X(21) VALUE "LENPGAT1        E0000".
    05  FILLER PIC X(21) VALUE "LENVAL01LENFEDT1P0008".
    05  FILLER PIC X(21) VALUE "LENVDOC1LENFEDT1P0008".
    05  FILLER PIC X(21) VALUE "LENSPLT1LENFEDT1P0008".
    05  FILLER PIC X(21) VALUE "LENMRGE1LENSPLT1P0008".
    05  FILLER PIC X(21) VALUE "LENMRGE1LENVAL01P0008".
    05  FILLER PIC X(21) VALUE "LENHARL1LENVAL01P0008".
    05  FILLER PIC X(21) VALUE "LENPGAT1BUG     P0008".
    05  FILLER PIC X(21) VALUE "LENDQCL1LENFEDT1P0008".
    05  FILLER PIC X(21) VALUE "LENDQCL1LENVAL01P0008".
    05  FILLER PIC X(21) VALUE "LENCSRC1LENCSLD1P0008".
    05  FILLER PIC X(21) VALUE "LENCSRC1LENHARL1P0008".
    05  FILLER PIC X(21) VALUE "LENSPLT1LENMRGE1G0000".
    05  FILLER PIC X(21) VALUE "LENMRGE1LENSPLT1G0000".
01  LEN-DEFAULT-DEPENDENCY-TABLE REDEFINES LEN-DEFAULT-DEPENDENCIES.
    05  LDD-ENTRY OCCURS 18 TIMES.
        10  LDD-JOB-NAME           PIC X(8).
        10  LDD-PREDECESSOR        PIC X(8).
        10  LDD-RULE-SW            PIC X.
        10  LDD-MAX-RETURN-CODE    PIC 9(4).
01  LDD-DEFAULT-COUNT              PIC 9(4) VALUE 18.
