      *> LENWARN - failure detail of the alert LENVAL01 raises when a
      *> record over its control max is passed under a pass-with-
      *> warning control entry. Laid out in fixed positions (it is
      *> the 80-byte LAL-FAILURE-DETAIL of the LENALERT record) so
      *> LENDQCL1 can charge each warning to the source system that
      *> sent it -- the alert record itself carries no source.
01  LEN-WARNING-ALERT-DETAIL.
    05  LWA-TAG                    PIC X(20) VALUE
        "PASSED WITH WARNING ".
    05  FILLER                     PIC X(7)  VALUE "LENGTH ".
    05  LWA-ARRIVED-LENGTH         PIC 9(5).
    05  FILLER                     PIC X(10) VALUE " OVER MAX ".
    05  LWA-MAX-LENGTH             PIC 9(5).
    05  FILLER                     PIC X(5)  VALUE " KEY ".
    05  LWA-RECORD-KEY             PIC 9(10).
    05  FILLER                     PIC X(8)  VALUE " SOURCE ".
    05  LWA-SOURCE-SYSTEM          PIC X(10).
