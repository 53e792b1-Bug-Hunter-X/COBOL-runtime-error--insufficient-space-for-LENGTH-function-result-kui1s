      *> I/O regardless of volume; released records are moved to
      *> the LENHHIST hold-history file by LENHPRG1 once they age
      *> past the retention window.
      *> LHD-RUN-DATE is the date of the latest failure; the
      *> first-held date survives re-failures of an open hold and
      *> the release date is stamped by LENHREL1/LENHARL1 (zero
      *> while held), so LENCIMP1 can measure how long each
      *> customer's letter was delayed.
01  LEN-HOLD-RECORD.
    05  LHD-HOLD-KEY.
        10  LHD-CUSTOMER-ID        PIC 9(10).
    05  LHD-STATUS-SW              PIC X.
        88  LHD-HELD                     VALUE 'H'.
        88  LHD-RELEASED                 VALUE 'R'.
    05  LHD-FIRST-HELD-DATE        PIC 9(8).
    05  LHD-RELEASE-DATE           PIC 9(8).
      *> the BUG run that last wrote the hold (created or re-held it);
      *> the release screens leave it as it is.
    05  LHD-RUN-ID                 PIC X(22).
