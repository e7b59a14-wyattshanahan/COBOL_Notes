      * CH01_30 Payment journal record (PAYMENT-JOURNAL file,
      * PAYJRNL.DAT), written by PAYENTRY and kept permanently -
      * nothing ever rewrites or purges it.  One P line per invoice
      * a front-desk payment was applied to, so a payment split
      * across three periods leaves three lines sharing the same
      * transaction stamp.  A void writes one V line per invoice it
      * backed out, carrying the original payment's stamp, and the
      * supervisor who approved it.  The invoice's amount paid, pay
      * date and status before the line was applied are kept as a
      * before image, so a disputed payment can be proved (or a
      * reversal traced) without guesswork.  PAYCLOSE totals the
      * day's lines by operator and tender type.
       01 PJ-JOURNAL-RECORD.
           05 PJ-ENTRY-TYPE          PIC X(1).
               88 PJ-PAYMENT-LINE            VALUE "P".
               88 PJ-VOID-LINE               VALUE "V".
           05 PJ-TXN-STAMP           PIC 9(14).
           05 PJ-MEMBER-ID           PIC X(6).
           05 PJ-BILL-PERIOD         PIC 9(6).
           05 PJ-AMOUNT-APPLIED      PIC 9(4)V99.
           05 PJ-TENDER-TYPE         PIC X(1).
               88 PJ-TENDER-CASH             VALUE "C".
               88 PJ-TENDER-CHECK            VALUE "K".
               88 PJ-TENDER-CARD             VALUE "D".
      * Check number or card authorization as keyed; spaces for
      * cash.  The amount tendered is the whole payment handed
      * over, repeated on each of its lines.
           05 PJ-TENDER-REF          PIC X(12).
           05 PJ-AMOUNT-TENDERED     PIC 9(6)V99.
           05 PJ-OPERATOR-ID         PIC X(8).
      * Void lines only: the operations sign-on that approved the
      * void, the stamp of the payment being voided, and why.
           05 PJ-APPROVER-ID         PIC X(8).
           05 PJ-ORIG-STAMP          PIC 9(14).
           05 PJ-VOID-REASON         PIC X(20).
           05 PJ-PRIOR-PAID          PIC 9(4)V99.
           05 PJ-PRIOR-PAY-DATE      PIC 9(8).
           05 PJ-PRIOR-STATUS        PIC X(1).
      * CH01_32 Household the payment was taken against, spaces for
      * a member paying on their own.  A household payment can land
      * on invoices of several members, and a void of it finds all
      * of its lines through this field.
           05 PJ-HOUSEHOLD-ID        PIC X(6).
