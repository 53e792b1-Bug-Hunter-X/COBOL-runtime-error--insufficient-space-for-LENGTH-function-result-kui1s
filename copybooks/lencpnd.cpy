      *> LENCTRL entry's max length or disposition parks here with
      *> the requesting operator stamped on it until a second
      *> operator approves or denies it on the same screen -- the
      *> live control file is never edited directly. A change
      *> carries the date its new version takes effect; a rollback
      *> (type B) carries the version being rolled back as the old
      *> values and the version before it as the new ones.
01  LEN-CONTROL-PENDING-RECORD.
    05  LPC-SOURCE-SYSTEM          PIC X(10).
    05  LPC-FIELD-NAME             PIC X(30).
    05  LPC-REQUEST-TIME           PIC 9(6).
    05  LPC-STATUS-SW              PIC X.
        88  LPC-PENDING                  VALUE 'P'.
    05  LPC-EFFECTIVE-DATE         PIC 9(8).
    05  LPC-REQUEST-TYPE-SW        PIC X.
        88  LPC-CHANGE-REQUEST           VALUE 'C'.
        88  LPC-ROLLBACK-REQUEST         VALUE 'B'.
