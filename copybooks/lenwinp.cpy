      *> LENWINP - reporting window parm for the Field Length
      *> Validation Subsystem audit history: how far back from the
      *> run's business date LENTRND1 reports and LENARCH1 keeps
      *> detail on LENAUDIT. Both jobs read the one record so the
      *> archive never rolls off detail the trend report still needs.
      *> LWP-DAY-BASIS-SW 'C' counts calendar days, 'B' counts business
      *> days on the LENCAL shop calendar. The file is optional: absent,
      *> zero or blank values mean 30 calendar days.
01  LEN-WINDOW-PARM-RECORD.
    05  LWP-WINDOW-DAYS            PIC 9(3).
    05  LWP-DAY-BASIS-SW           PIC X.
        88  LWP-CALENDAR-DAYS            VALUE 'C'.
        88  LWP-BUSINESS-DAYS            VALUE 'B'.
