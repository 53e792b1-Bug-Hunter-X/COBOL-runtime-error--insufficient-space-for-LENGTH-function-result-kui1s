      *> with a warning alert. Per-entry on purpose: legal requires
      *> name and address lines are never truncated, so those entries
      *> stay 'R' while statement/notice text can carry 'T' or 'W'.
      *> The file keeps every approved version of an entry: each one
      *> carries the date it takes effect, and a reader uses the
      *> latest version effective on or before its business date --
      *> the later record on the file wins between two versions with
      *> the same date. An entry with no effective date (written
      *> before entries were dated) has always been in effect.
      *> LENCMNT1 only ever adds versions; nothing deletes one, so
      *> LENCPIT1 can list the limits in effect on any past date.
01  LEN-CONTROL-RECORD.
    05  LCR-SOURCE-SYSTEM          PIC X(10).
    05  LCR-FIELD-NAME             PIC X(30).
        88  LCR-DISP-REJECT              VALUE 'R'.
        88  LCR-DISP-TRUNCATE            VALUE 'T'.
        88  LCR-DISP-WARN                VALUE 'W'.
    05  LCR-EFFECTIVE-DATE         PIC 9(8).
