      *> LENHSUS - held-letter suspense record. When LENPGAT1
      *> suppresses a customer's letter, the whole CUSTOMER-MSG-RECORD
      *> image is parked here instead of being dropped, so the letter
      *> still exists when LENHREL1 or LENHARL1 later releases the
      *> hold. Each print-gate run sweeps the file and moves any
      *> letter whose customer has no 'H' hold left on LENHOLD back
      *> into LENPREXT. INDEXED on LSU-SUSPENSE-KEY: customer first,
      *> so a customer's letters sit together, then the night it was
      *> parked and a sequence in case the feed sends the same
      *> customer more than once while they are held.
01  LEN-SUSPENSE-RECORD.
    05  LSU-SUSPENSE-KEY.
        10  LSU-CUSTOMER-ID        PIC 9(10).
        10  LSU-SUSPEND-DATE       PIC 9(8).
        10  LSU-SUSPEND-SEQ        PIC 9(4).
    05  LSU-MESSAGE-IMAGE          PIC X(1222).
