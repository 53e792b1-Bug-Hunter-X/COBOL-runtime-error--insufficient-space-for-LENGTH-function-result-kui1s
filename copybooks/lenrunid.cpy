      *> LENRUNID - run identifier stamped on every record BUG,
      *> LENVAL01, LENVDOC1 and LENMRGE1 write (LENAUDIT, LENVOUT,
      *> LENVREJ, LENHOLD, LENALERT, LENBALF, LENVDACC/LENVDREJ) so
      *> LENBACK1 can back out exactly one run's output. Built when
      *> the run starts from the job name and the clock, and shown on
      *> the job log. A LENVAL01 checkpoint restart carries on under
      *> the failed run's ID (it rides on LENRST), and LENMRGE1
      *> restamps the stream slices it consolidates with its own ID,
      *> so a partitioned night backs out as one run.
01  LEN-RUN-ID.
    05  LRI-JOB-NAME               PIC X(8).
    05  LRI-START-DATE             PIC 9(8).
    05  LRI-START-TIME             PIC 9(6).
