    05  LRS-RECORDS-PROCESSED      PIC 9(7).
    05  LRS-CHECKPOINT-DATE        PIC 9(8).
    05  LRS-CHECKPOINT-TIME        PIC 9(6).
      *> the run ID the checkpointed run was writing under, so a
      *> restart carries on under the same one.
    05  LRS-RUN-ID                 PIC X(22).
