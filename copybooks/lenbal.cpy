      *> checkpoint's processed count) with records validated plus
      *> rejected, and carries the duplicate-key count and run
      *> severity. LENBALR1 prints these for the morning checklist.
      *> LENPGAT1 also writes one per print-gate run; its letter
      *> suspense counts (letters parked on LENHSUSP tonight, parked
      *> letters reprinted now their holds are released, and parked
      *> letters still waiting) ride in the LBL-LETTERS- fields, which
      *> every other job writes as zero.
01  LEN-BALANCE-RECORD.
    05  LBL-JOB-NAME               PIC X(8).
    05  LBL-RUN-DATE               PIC 9(8).
    05  LBL-RUN-SEVERITY           PIC 9.
    05  LBL-BALANCED-SW            PIC X.
        88  LBL-BALANCED                 VALUE 'Y'.
    05  LBL-LETTERS-SUSPENDED      PIC 9(9).
    05  LBL-LETTERS-REPRINTED      PIC 9(9).
    05  LBL-LETTERS-WAITING        PIC 9(9).
      *> the run that wrote it; LENPGAT1's records carry spaces.
    05  LBL-RUN-ID                 PIC X(22).
