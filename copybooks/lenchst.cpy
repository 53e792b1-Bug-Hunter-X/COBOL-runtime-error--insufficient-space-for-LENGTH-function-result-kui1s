      *> denied on review: who asked, who decided, when, and the old
      *> and new values. This file is the audit answer to "when was
      *> this field's disposition changed, and by whom" -- it only
      *> ever accumulates, nothing rewrites it. The effective date
      *> and request type (C change / B rollback) are those of the
      *> LENCPND record that was decided.
01  LEN-CONTROL-HISTORY-RECORD.
    05  LCH-SOURCE-SYSTEM          PIC X(10).
    05  LCH-FIELD-NAME             PIC X(30).
    05  LCH-ACTION-SW              PIC X.
        88  LCH-APPLIED                  VALUE 'A'.
        88  LCH-DENIED                   VALUE 'D'.
    05  LCH-EFFECTIVE-DATE         PIC 9(8).
    05  LCH-REQUEST-TYPE-SW        PIC X.
        88  LCH-CHANGE-REQUEST           VALUE 'C'.
        88  LCH-ROLLBACK-REQUEST         VALUE 'B'.
