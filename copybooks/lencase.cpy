      *> LENCASE - service-desk case register, one record per
      *> customer whose letter is (or was) held, INDEXED on
      *> LCS-CUSTOMER-ID. LENCASE1 opens a case here when it sends
      *> the CRM intake feed a case-open record and closes it when
      *> the case-close goes out; LENCSLD1 adds the CRM's case number
      *> and case updates, newest first, for LENINQ1 to show beside
      *> the customer's holds. LCS-CASE-REF (the customer and the
      *> date the case was opened) is the reference every LENCASO
      *> record carries and the CRM echoes back on LENCASI. A
      *> customer held again after the case closed gets a new case
      *> over the old record; the CRM keeps the closed one.
01  LEN-CASE-RECORD.
    05  LCS-CUSTOMER-ID            PIC 9(10).
    05  LCS-CASE-REF.
        10  LCS-REF-CUSTOMER-ID    PIC 9(10).
        10  LCS-REF-OPENED-DATE    PIC 9(8).
    05  LCS-STATUS-SW              PIC X.
        88  LCS-CASE-OPEN                VALUE 'O'.
        88  LCS-CASE-CLOSED              VALUE 'C'.
    05  LCS-OPENED-DATE            PIC 9(8).
    05  LCS-CLOSED-DATE            PIC 9(8).
      *> 'Y' once the aged-hold escalation has gone out, so LENHAGE1
      *> does not send it again every night the hold stays aged.
    05  LCS-ESCALATED-SW           PIC X.
        88  LCS-ESCALATED                VALUE 'Y'.
    05  LCS-CRM-CASE-NUMBER        PIC X(12).
    05  LCS-CRM-STATUS-SW          PIC X.
        88  LCS-CRM-CLOSED               VALUE 'C'.
    05  LCS-UPDATE-COUNT           PIC 9(3).
    05  LCS-UPDATE OCCURS 3 TIMES.
        10  LCS-UPDATE-DATE        PIC 9(8).
        10  LCS-UPDATE-TEXT        PIC X(60).
