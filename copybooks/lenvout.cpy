      *> reject revalidating clean (cycle count above zero) from a
      *> routinely-valid record that must not touch the hold file.
    05  LVO-CYCLE-COUNT            PIC 9(2).
      *> the LENVAL01 (or consolidating LENMRGE1) run that wrote it.
    05  LVO-RUN-ID                 PIC X(22).
