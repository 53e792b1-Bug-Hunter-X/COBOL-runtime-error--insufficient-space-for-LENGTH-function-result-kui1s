      *> LENCREQ - what a caller hands LENCASE1 with a case event
      *> ("HELD", "AGED", "RELEASED"; "*CLOSE*" at end of run): the
      *> customer, the event date, the date the letter was first
      *> held, the held segments and reasons behind the event, how
      *> many held segments the customer still has after a release,
      *> and the business days held for an aging escalation.
      *> LENCASE1 sets LCQ-FEED-SENT when it wrote a LENCASO record.
01  LEN-CASE-REQUEST.
    05  LCQ-CUSTOMER-ID            PIC 9(10).
    05  LCQ-EVENT-DATE             PIC 9(8).
    05  LCQ-HOLD-DATE              PIC 9(8).
    05  LCQ-HOLDS-REMAINING        PIC 9(4).
    05  LCQ-DAYS-HELD              PIC 9(5).
    05  LCQ-SEGMENT-COUNT          PIC 9(2).
    05  LCQ-SEGMENT OCCURS 11 TIMES.
        10  LCQ-SEGMENT-NAME       PIC X(20).
        10  LCQ-HOLD-REASON        PIC X(40).
    05  LCQ-FEED-SENT-SW           PIC X.
        88  LCQ-FEED-SENT                VALUE 'Y'.
