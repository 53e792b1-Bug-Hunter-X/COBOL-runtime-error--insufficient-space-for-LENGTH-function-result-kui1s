      *> LENDQEV - data-quality event record, appended nightly by
      *> LENDQCL1 from the night's LENDRVR, LENFERPT, LENVREJ,
      *> LENVOUT and LENALERT output (all of which are rewritten or
      *> hard to attribute by the next night) and summarized by
      *> LENDQSC1 into the monthly per-source-system scorecard and
      *> feed-team feedback file. One record per defect, reject,
      *> truncation, warning or repeat-cycle key; the night's volume
      *> is one record per source system carrying the count.
01  LEN-DQ-EVENT-RECORD.
    05  LDQ-BUSINESS-DATE          PIC 9(8).
    05  LDQ-SOURCE-SYSTEM          PIC X(10).
    05  LDQ-EVENT-TYPE-SW          PIC X.
        88  LDQ-VOLUME                   VALUE 'V'.
        88  LDQ-STRUCTURAL-DEFECT        VALUE 'S'.
        88  LDQ-REJECT                   VALUE 'R'.
        88  LDQ-TRUNCATION               VALUE 'T'.
        88  LDQ-WARNING                  VALUE 'W'.
        88  LDQ-REPEAT-CYCLE             VALUE 'C'.
    05  LDQ-RECORD-KEY             PIC X(10).
    05  LDQ-FIELD-NAME             PIC X(30).
    05  LDQ-ARRIVED-LENGTH         PIC 9(5).
    05  LDQ-MAX-LENGTH             PIC 9(5).
    05  LDQ-REASON                 PIC X(40).
    05  LDQ-EVENT-COUNT            PIC 9(9).
