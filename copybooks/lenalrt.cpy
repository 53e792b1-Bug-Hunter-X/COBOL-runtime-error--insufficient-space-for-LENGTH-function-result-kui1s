    05  LAL-FAILURE-DETAIL         PIC X(80).
    05  LAL-ALERT-DATE             PIC 9(8).
    05  LAL-ALERT-TIME             PIC 9(6).
      *> the run that raised it, when the caller registered one with
      *> LENALRT1 (spaces otherwise).
    05  LAL-RUN-ID                 PIC X(22).
