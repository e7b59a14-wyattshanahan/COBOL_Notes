      * by the monthly DUESBILL run at the rate then on the master;
      * PAYENTRY applies front-desk payments oldest-first and flips
      * the status to P when an invoice is covered in full.
      * CH01_33 The amount due is now priced from the RATES table
      * for the billing period (or the member's override rate).
       01 IV-INVOICE-RECORD.
           05 IV-INVOICE-KEY.
               10 IV-MEMBER-ID        PIC X(6).
           05 IV-STATUS               PIC X(1).
               88 IV-INVOICE-OPEN         VALUE "O".
               88 IV-INVOICE-PAID         VALUE "P".
      * CH01_32 Set on a consolidated household invoice (which is
      * raised under the primary payer's member ID); spaces on a
      * member's own invoice.
           05 IV-HOUSEHOLD-ID         PIC X(6).
