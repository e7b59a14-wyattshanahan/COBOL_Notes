      * CH01_33 Dues rate table record (DUES-RATE indexed file,
      * RATES.DAT), maintained by RATEMNT.  One row per member type
      * (R/S/Y/F) per effective billing period; a row stays in
      * force from its period until the next row for the same type
      * takes over, so a price rise is one new row keyed ahead of
      * time.  DUESBILL prices every invoice from the row in force
      * for the billing period, and RATEPREV previews the effect of
      * a future row.  The F row is the household (family) rate,
      * billed once per household on the primary payer's invoice.
      * Rows already in force are history and are never changed.
       01 DR-RATE-RECORD.
           05 DR-RATE-KEY.
               10 DR-MEMBER-TYPE     PIC X(1).
               10 DR-EFFECTIVE-PERIOD PIC 9(6).
           05 DR-MONTHLY-RATE        PIC 9(4)V99.
           05 DR-SET-DATE            PIC 9(8).
           05 DR-OPERATOR-ID         PIC X(8).
