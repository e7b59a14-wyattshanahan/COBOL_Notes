      * CH01_32 Household record (HOUSEHOLD indexed file,
      * HOUSEHLD.DAT), maintained by HHMNT.  Links the primary payer
      * to up to eight dependents; every linked member carries the
      * household ID in MM-HOUSEHOLD-ID.  DUESBILL raises one
      * household invoice a month under the primary payer's member
      * ID at the household rate (the dependents are not billed on
      * their own), PAYENTRY takes payment against the household,
      * and the arrears hold is set and cleared on every member of
      * the household together.  Deactivation is logical only: the
      * members are unlinked and go back to individual billing, and
      * the record keeps the last member list for reference.
      * CH01_33 The household rate comes from the F row of the RATES
      * table unless HH-RATE-OVERRIDE is Y, when HH-DUES-RATE is
      * billed instead (zero = comp household).  HH-DUES-RATE is
      * also the fallback when the table has no F row.
       01 HH-HOUSEHOLD-RECORD.
           05 HH-HOUSEHOLD-ID        PIC X(6).
           05 HH-HOUSEHOLD-NAME      PIC X(30).
           05 HH-PRIMARY-ID          PIC X(6).
           05 HH-DUES-RATE           PIC 9(4)V99.
           05 HH-ACTIVE-FLAG         PIC X(1).
               88 HH-HOUSEHOLD-ACTIVE        VALUE "Y".
               88 HH-HOUSEHOLD-INACTIVE      VALUE "N".
           05 HH-DEPENDENT-COUNT     PIC 9(2).
           05 HH-DEPENDENT-ID        PIC X(6) OCCURS 8 TIMES.
           05 HH-RATE-OVERRIDE       PIC X(1).
               88 HH-RATE-OVERRIDDEN         VALUE "Y".
