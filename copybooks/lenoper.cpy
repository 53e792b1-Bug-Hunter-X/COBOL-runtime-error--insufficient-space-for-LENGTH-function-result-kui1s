      *> LENOPER - operator authority record for the Field Length
      *> Validation Subsystem screens, one per operator ID. Each
      *> LOP-CAN- switch grants one kind of action: requesting and
      *> approving LENCTRL control changes on LENCMNT1, releasing
      *> LENHOLD print holds on LENHREL1, repairing LENVREJ rejects on
      *> LENRFIX1, maintaining LENPARM on LENPMNT1, and maintaining the
      *> LENCAL shop calendar on LENCALM1. LENAUTH1 reads it for every
      *> screen; an operator not on file, or one whose
      *> LOP-STATUS-SW is 'S' (suspended -- kept on file so the
      *> security log still resolves their ID), is refused everything.
      *> Security administration maintains the file; no screen in
      *> this subsystem writes it.
01  LEN-OPERATOR-RECORD.
    05  LOP-OPERATOR-ID            PIC X(8).
    05  LOP-OPERATOR-NAME          PIC X(30).
    05  LOP-STATUS-SW              PIC X.
        88  LOP-ACTIVE                   VALUE 'A'.
        88  LOP-SUSPENDED                VALUE 'S'.
    05  LOP-CAN-REQUEST-SW         PIC X.
        88  LOP-CAN-REQUEST              VALUE 'Y'.
    05  LOP-CAN-APPROVE-SW         PIC X.
        88  LOP-CAN-APPROVE              VALUE 'Y'.
    05  LOP-CAN-RELEASE-SW         PIC X.
        88  LOP-CAN-RELEASE              VALUE 'Y'.
    05  LOP-CAN-REPAIR-SW          PIC X.
        88  LOP-CAN-REPAIR               VALUE 'Y'.
    05  LOP-CAN-PARM-SW            PIC X.
        88  LOP-CAN-PARM                 VALUE 'Y'.
    05  LOP-CAN-CALENDAR-SW        PIC X.
        88  LOP-CAN-CALENDAR             VALUE 'Y'.
