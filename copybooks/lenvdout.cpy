      *> LENVDOUT - accept/reject side document record LENVDOC1
      *> writes to LENVDACC and LENVDREJ: the LENDOC record image as
      *> it was accepted or rejected (LDO-REJECT-REASON filled on a
      *> rejected document's failing details), followed by the run
      *> ID of the LENVDOC1 run that wrote it (see lenrunid.cpy).
01  LEN-DOCUMENT-OUTPUT-RECORD.
    05  LDX-DOCUMENT-IMAGE         PIC X(285).
    05  LDX-RUN-ID                 PIC X(22).
