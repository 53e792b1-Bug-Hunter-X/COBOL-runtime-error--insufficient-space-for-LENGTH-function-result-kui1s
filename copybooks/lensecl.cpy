      *> LENSECL - security activity log record, appended by LENAUTH1
      *> for every authority check a maintenance or release screen
      *> makes: sign-on, and each control-change request or decision,
      *> hold release, reject repair and LENPARM save. Granted and
      *> refused checks are both logged, with the subject of the
      *> action (customer ID, source system/field, or SIGN-ON), so
      *> audit can answer who released a customer's letter and who
      *> tried something they were not authorized for.
01  LEN-SECURITY-LOG-RECORD.
    05  LSL-LOG-DATE               PIC 9(8).
    05  LSL-LOG-TIME               PIC 9(6).
    05  LSL-OPERATOR-ID            PIC X(8).
    05  LSL-JOB-NAME               PIC X(8).
    05  LSL-ACTION                 PIC X(8).
    05  LSL-SUBJECT                PIC X(40).
    05  LSL-RESULT-SW              PIC X.
        88  LSL-GRANTED                  VALUE 'G'.
        88  LSL-REFUSED                  VALUE 'R'.
    05  LSL-RESULT-DETAIL          PIC X(30).
