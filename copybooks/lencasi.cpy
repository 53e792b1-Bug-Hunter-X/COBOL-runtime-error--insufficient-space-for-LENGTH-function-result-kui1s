      *> LENCASI - case update from the CRM, loaded nightly by
      *> LENCSLD1 onto the LENCASE register: the case reference we
      *> sent on LENCASO, the CRM's own case number, the date and
      *> text of the update ("CUSTOMER CONTACTED", "ADDRESS CORRECTED
      *> BY PHONE", ...) and whether the CRM now has the case closed.
01  LEN-CASE-UPDATE-RECORD.
    05  LCI-CASE-REF               PIC X(18).
    05  LCI-CRM-CASE-NUMBER        PIC X(12).
    05  LCI-UPDATE-DATE            PIC 9(8).
    05  LCI-CRM-STATUS-SW          PIC X.
        88  LCI-CRM-CLOSED               VALUE 'C'.
    05  LCI-UPDATE-TEXT            PIC X(60).
