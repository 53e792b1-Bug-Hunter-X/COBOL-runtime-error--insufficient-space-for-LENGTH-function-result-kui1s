      *> LENCASO - CRM case-management intake feed, appended by
      *> LENCASE1 for BUG, LENHAGE1, LENHREL1 and LENHARL1 and
      *> picked up by the CRM transfer the way the alert feed is.
      *> One record per case event for a customer's held letter:
      *> 'O' case opened (letter held), 'U' more of the same letter
      *> held while the case is open, 'G' held past the aging
      *> threshold, 'C' case closed (letter released). It carries the
      *> held segments and reasons behind the event (up to the ten
      *> message segments plus the segment-count hold), the date the
      *> letter was first held and the outcome the customer can
      *> expect.
01  LEN-CASE-FEED-RECORD.
    05  LCO-RECORD-TYPE-SW         PIC X.
        88  LCO-CASE-OPEN                VALUE 'O'.
        88  LCO-CASE-UPDATE              VALUE 'U'.
        88  LCO-CASE-AGED                VALUE 'G'.
        88  LCO-CASE-CLOSE               VALUE 'C'.
    05  LCO-CASE-REF               PIC X(18).
    05  LCO-CUSTOMER-ID            PIC 9(10).
    05  LCO-EVENT-DATE             PIC 9(8).
    05  LCO-HOLD-DATE              PIC 9(8).
    05  LCO-JOB-NAME               PIC X(8).
    05  LCO-EXPECTED-OUTCOME       PIC X(50).
    05  LCO-SEGMENT-COUNT          PIC 9(2).
    05  LCO-SEGMENT OCCURS 11 TIMES.
        10  LCO-SEGMENT-NAME       PIC X(20).
        10  LCO-HOLD-REASON        PIC X(40).
