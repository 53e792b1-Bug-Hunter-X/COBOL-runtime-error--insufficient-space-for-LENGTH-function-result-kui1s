      *> LENCAL - shop business-day calendar entry for the Field Length
      *> Validation Subsystem, one per date that does not follow the
      *> standing rule. Any date not on file is a business day and a
      *> print-run day Monday to Friday and neither on Saturday or
      *> Sunday; an entry overrides that for its date -- a bank
      *> holiday ('H'), a weekday the shop is closed for any other
      *> reason ('N'), a weekend the shop works ('B'), or a day the
      *> print vendor does or does not run regardless of the day type
      *> (LCA-PRINT-RUN-SW). LENCALD1 reads it for every date rule in
      *> the subsystem; LENCALM1 is the only program that writes it.
01  LEN-CALENDAR-RECORD.
    05  LCA-CALENDAR-DATE          PIC 9(8).
    05  LCA-DAY-TYPE-SW            PIC X.
        88  LCA-BUSINESS-DAY             VALUE 'B'.
        88  LCA-HOLIDAY                  VALUE 'H'.
        88  LCA-NON-BUSINESS-DAY         VALUE 'N'.
        88  LCA-VALID-DAY-TYPE           VALUE 'B' 'H' 'N'.
    05  LCA-PRINT-RUN-SW           PIC X.
        88  LCA-PRINT-RUN-DAY            VALUE 'Y'.
        88  LCA-VALID-PRINT-RUN          VALUE 'Y' 'N'.
    05  LCA-DESCRIPTION            PIC X(30).
    05  LCA-MAINTAINED-BY          PIC X(8).
    05  LCA-MAINTAINED-DATE        PIC 9(8).
