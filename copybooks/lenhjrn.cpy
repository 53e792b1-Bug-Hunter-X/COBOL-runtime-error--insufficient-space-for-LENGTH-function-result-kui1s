      *> LENHJRN - hold journal record, appended by BUG to LENHJRNL
      *> before every LENHOLD write or rewrite: the run that made the
      *> change, what it did, and the hold record as it stood before
      *> -- a new hold ('A'), an open hold refreshed by a re-failure
      *> ('R'), or a released hold reopened as a new episode ('E',
      *> whose released record BUG also copied to LENHHIST). LENBACK1
      *> reads it to delete the holds a run created and put the ones
      *> it refreshed or reopened back the way they were. Nothing
      *> rewrites it.
01  LEN-HOLD-JOURNAL-RECORD.
    05  LHJ-RUN-ID                 PIC X(22).
    05  LHJ-ACTION-SW              PIC X.
        88  LHJ-HOLD-CREATED             VALUE 'A'.
        88  LHJ-HOLD-REFRESHED           VALUE 'R'.
        88  LHJ-HOLD-REOPENED            VALUE 'E'.
    05  LHJ-HOLD-KEY.
        10  LHJ-CUSTOMER-ID        PIC 9(10).
        10  LHJ-SEGMENT-NAME       PIC X(20).
    05  LHJ-BEFORE-IMAGE           PIC X(117).
