      *> LENDQFB - outbound data-quality feedback record written by
      *> LENDQSC1 for the source-system feed teams. The file holds
      *> one section per source system -- a header, one detail per
      *> record key rejected or truncated during the month with the
      *> field, the length it arrived with and the allowed max, and
      *> a trailer with the detail count -- so transmission can
      *> split it on the header and each team loads only its own.
01  LEN-DQ-FEEDBACK-RECORD.
    05  LFB-RECORD-TYPE-SW         PIC X.
        88  LFB-HEADER                   VALUE 'H'.
        88  LFB-DETAIL                   VALUE 'D'.
        88  LFB-TRAILER                  VALUE 'T'.
    05  LFB-SOURCE-SYSTEM          PIC X(10).
    05  LFB-REPORT-MONTH           PIC 9(6).
    05  LFB-DETAIL-DATA.
        10  LFB-BUSINESS-DATE      PIC 9(8).
        10  LFB-RECORD-KEY         PIC X(10).
        10  LFB-FIELD-NAME         PIC X(30).
        10  LFB-ISSUE-SW           PIC X.
            88  LFB-REJECTED             VALUE 'R'.
            88  LFB-TRUNCATED            VALUE 'T'.
        10  LFB-ARRIVED-LENGTH     PIC 9(5).
        10  LFB-ALLOWED-MAX        PIC 9(5).
        10  LFB-REASON             PIC X(40).
    05  LFB-HEADER-DATA REDEFINES LFB-DETAIL-DATA.
        10  LFB-CREATED-DATE       PIC 9(8).
        10  FILLER                 PIC X(91).
    05  LFB-TRAILER-DATA REDEFINES LFB-DETAIL-DATA.
        10  LFB-DETAIL-COUNT       PIC 9(9).
        10  FILLER                 PIC X(90).
