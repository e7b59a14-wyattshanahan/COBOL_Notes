      * can check straight in without waiting for the billing run.
      * CH01_23 Requires an operator sign-on (front desk or
      * operations role) before payments can be taken.
      * CH01_30 Every payment is taken with its tender type (cash,
      * check, card) and reference, and written to the permanent
      * payment journal PAYJRNL.DAT - one line per invoice it was
      * applied to, with the signed-on operator and the invoice's
      * paid amount before the payment - so who took what, when,
      * and how it was split can always be shown.  V at the member
      * prompt voids a payment taken in error: it needs an
      * operations sign-on (a front desk operator is asked for a
      * supervisor's), backs each line out of its invoice, and
      * journals the reversal against the original payment.  The
      * end-of-day drawer close-out is PAYCLOSE.
      * CH01_32 A member in a household (HHMNT) pays for the
      * household: the desk sees the open invoices of everyone in
      * it - the household invoices sit on the primary payer - and
      * the payment goes on the primary payer's first, oldest-first,
      * then on any older balances the other members still carry.
      * The hold is re-aged across the whole household and set or
      * cleared on every member of it together.  Voids find every
      * line of a household payment through the household ID.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

           FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS        PIC XX.
           01 WS-INVC-STATUS        PIC XX.
           01 WS-RUN-DATE-INT       PIC 9(9).
           01 WS-HOLD-CUTOFF-DAYS   PIC 9(3) VALUE 060.
           01 WS-PAYMENT-COUNT      PIC 9(4) VALUE ZERO.
           01 WS-VOID-COUNT         PIC 9(4) VALUE ZERO.

           01 WS-OPEN-BALANCE       PIC 9(6)V99.
           01 WS-INVOICE-BALANCE    PIC S9(6)V99.
           01 WS-ACCESS-SWITCH      PIC X(1) VALUE "N".
               88 ACCESS-IS-ALLOWED         VALUE "Y".

      * CH01_30 Journal fields.  The transaction stamp ties every
      * line of one payment (or one void) together.
           01 WS-JRNL-STATUS        PIC XX.
           01 WS-JRNL-EOF-SWITCH    PIC X(1).
               88 END-OF-JOURNAL            VALUE "Y".
           01 WS-JRNL-OK-SWITCH     PIC X(1).
               88 JOURNAL-IS-WRITABLE       VALUE "Y".
               88 JOURNAL-WRITE-FAILED      VALUE "N".
           01 WS-TXN-STAMP          PIC 9(14).
           01 WS-TENDER-TYPE        PIC X(1).
               88 TENDER-IS-VALID           VALUE "C" "K" "D".
               88 TENDER-IS-CASH            VALUE "C".
           01 WS-TENDER-REF         PIC X(12).
           01 WS-PRIOR-PAID         PIC 9(4)V99.
           01 WS-PRIOR-PAY-DATE     PIC 9(8).
           01 WS-PRIOR-STATUS       PIC X(1).

      * Voids: a second sign-on for the approving supervisor when
      * the desk operator is not operations themselves.
           01 WS-APPROVER-ID        PIC X(8).
           01 WS-APPROVER-ROLE      PIC X(1).
           01 WS-APPROVER-FLAG      PIC X(1).
               88 APPROVER-SIGNED-ON        VALUE "Y".
           01 WS-APPROVAL-SWITCH    PIC X(1).
               88 VOID-IS-APPROVED          VALUE "Y".
           01 WS-ANSWER             PIC X(1).
           01 WS-VOID-STAMP         PIC 9(14).
           01 WS-VOID-REASON        PIC X(20).

      * The member's payments found on the journal, with a voided
      * marker set when a V line for the same stamp turns up later.
           01 WS-TXN-TABLE.
               05 WS-TXN-ENTRY OCCURS 100 TIMES.
                   10 WS-TXN-T-STAMP     PIC 9(14).
                   10 WS-TXN-T-APPLIED   PIC 9(6)V99.
                   10 WS-TXN-T-TENDER    PIC X(1).
                   10 WS-TXN-T-OPERATOR  PIC X(8).
                   10 WS-TXN-T-VOIDED    PIC X(1).
           01 WS-TXN-USED           PIC 9(3) VALUE ZERO.
           01 WS-TXN-DROPPED        PIC 9(5) VALUE ZERO.
           01 WS-TXN-SUB            PIC 9(3).
           01 WS-FOUND-SUB          PIC 9(3).

      * The lines of the payment being voided, as journalled.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 60 TIMES.
                   10 WS-LINE-PERIOD     PIC 9(6).
                   10 WS-LINE-APPLIED    PIC 9(4)V99.
                   10 WS-LINE-TENDER     PIC X(1).
                   10 WS-LINE-REF        PIC X(12).
                   10 WS-LINE-TENDERED   PIC 9(6)V99.
                   10 WS-LINE-PRIOR-PAID PIC 9(4)V99.
                   10 WS-LINE-PRIOR-DATE PIC 9(8).
           01 WS-LINE-USED          PIC 9(2) VALUE ZERO.
           01 WS-LINE-SUB           PIC 9(2).
           01 WS-REVERSED           PIC 9(4)V99.
           01 WS-LINE-MEMBER-TABLE.
               05 WS-LINE-MEMBER OCCURS 60 TIMES PIC X(6).
           01 WS-JRNL-MATCH-SWITCH  PIC X(1).
               88 JOURNAL-LINE-MATCHES      VALUE "Y".

      * CH01_32 The members whose invoices one payment is taken
      * against: just the member, or the whole household with the
      * primary payer first.
           01 WS-HH-STATUS          PIC XX.
           01 WS-HH-FILE-SWITCH     PIC X(1) VALUE "N".
               88 HOUSEHOLDS-AVAILABLE      VALUE "Y".
           01 WS-PAY-HOUSEHOLD-ID   PIC X(6).
           01 WS-PAYER-TABLE.
               05 WS-PAYER-ID OCCURS 9 TIMES PIC X(6).
           01 WS-PAYER-USED         PIC 9(2) VALUE ZERO.
           01 WS-PAYER-SUB          PIC 9(2).
           01 WS-HH-SUB             PIC 9(2).
           01 WS-NEW-HOLD-FLAG      PIC X(1).
               88 HOLD-STAYS-ON             VALUE "H".

       PROCEDURE DIVISION.
           001-MAIN.
               PERFORM 050-OPERATOR-SIGNON
                       DISPLAY "Invoice file unavailable, status "
                           WS-INVC-STATUS "; has DUESBILL run yet?"
                   ELSE
      * No journal, no payments - money taken with no line on the
      * journal could never be balanced at close-out.
                       PERFORM 420-OPEN-JOURNAL
                       IF WS-JRNL-STATUS NOT = "00"
                           DISPLAY "Payment journal unavailable, "
                               "status " WS-JRNL-STATUS
                               "; payment entry cannot run."
                       ELSE
                           CLOSE PAYMENT-JOURNAL-FILE
                           OPEN INPUT HOUSEHOLD-FILE
                           IF WS-HH-STATUS = "00"
                               SET HOUSEHOLDS-AVAILABLE TO TRUE
                           END-IF
                           PERFORM 100-PAYMENT-LOOP
                               UNTIL PAYMENTS-DONE
                           IF HOUSEHOLDS-AVAILABLE
                               CLOSE HOUSEHOLD-FILE
                           END-IF
                           DISPLAY "Payment entry complete. "
                               "Payments applied: " WS-PAYMENT-COUNT
                               " voided: " WS-VOID-COUNT
                       END-IF
                       CLOSE DUES-INVOICE-FILE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF

           100-PAYMENT-LOOP.
               DISPLAY " ".
               DISPLAY "Enter member ID (V to void a payment, X to "
                   "exit): ".
               ACCEPT WS-MEMBER-ID.
               IF WS-MEMBER-ID = "X" OR WS-MEMBER-ID = "x"
                   SET PAYMENTS-DONE TO TRUE
               ELSE
                 IF WS-MEMBER-ID = "V" OR WS-MEMBER-ID = "v"
                   PERFORM 600-VOID-PAYMENT
                 ELSE
                   MOVE WS-MEMBER-ID TO MM-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Member not found: " WS-MEMBER-ID
                       NOT INVALID KEY
                           PERFORM 150-LOAD-PAYER-TABLE
                           PERFORM 200-TAKE-ONE-PAYMENT
                   END-READ
                 END-IF
               END-IF.

           150-LOAD-PAYER-TABLE.
               MOVE SPACES TO WS-PAY-HOUSEHOLD-ID
               MOVE 1 TO WS-PAYER-USED
               MOVE MM-MEMBER-ID TO WS-PAYER-ID(1)
               IF MM-HOUSEHOLD-ID NOT = SPACES AND HOUSEHOLDS-AVAILABLE
                   MOVE MM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           DISPLAY "Household " MM-HOUSEHOLD-ID
                               " not on file; member pays alone."
                       NOT INVALID KEY
                           IF NOT HH-HOUSEHOLD-INACTIVE
                               PERFORM 160-LOAD-HOUSEHOLD-MEMBERS
                           END-IF
                   END-READ
               END-IF.

           160-LOAD-HOUSEHOLD-MEMBERS.
               MOVE HH-HOUSEHOLD-ID TO WS-PAY-HOUSEHOLD-ID
               MOVE HH-PRIMARY-ID TO WS-PAYER-ID(1)
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                          OR WS-HH-SUB > 8
                   ADD 1 TO WS-PAYER-USED
                   MOVE HH-DEPENDENT-ID(WS-HH-SUB)
                       TO WS-PAYER-ID(WS-PAYER-USED)
               END-PERFORM
               DISPLAY "Household " HH-HOUSEHOLD-ID " "
                   HH-HOUSEHOLD-NAME
               DISPLAY "  Primary payer " HH-PRIMARY-ID
                   "; payment is taken for the whole household.".

           200-TAKE-ONE-PAYMENT.
               DISPLAY "Member " MM-MEMBER-ID " " MM-MEMBER-NAME
               IF MM-ON-ARREARS-HOLD
                       "999999.99, zero to cancel): "
                   ACCEPT WS-PAYMENT-AMOUNT
                   IF WS-PAYMENT-AMOUNT > ZERO
                       PERFORM 250-ACCEPT-TENDER
                       PERFORM 400-APPLY-PAYMENT
                       IF WS-REMAINING < WS-PAYMENT-AMOUNT
                           PERFORM 500-REFRESH-HOLD-FLAG
                           ADD 1 TO WS-PAYMENT-COUNT
                       END-IF
                   END-IF
               END-IF.

           250-ACCEPT-TENDER.
               MOVE SPACE TO WS-TENDER-TYPE
               PERFORM 260-GET-TENDER-TYPE UNTIL TENDER-IS-VALID
               MOVE SPACES TO WS-TENDER-REF
               IF NOT TENDER-IS-CASH
                   DISPLAY "Check number or card authorization: "
                   ACCEPT WS-TENDER-REF
               END-IF.

           260-GET-TENDER-TYPE.
               DISPLAY "Tender - C=cash K=check D=card: "
               ACCEPT WS-TENDER-TYPE
               MOVE FUNCTION UPPER-CASE(WS-TENDER-TYPE)
                   TO WS-TENDER-TYPE
               IF NOT TENDER-IS-VALID
                   DISPLAY "Unrecognized tender: " WS-TENDER-TYPE
               END-IF.

           300-LIST-OPEN-INVOICES.
               MOVE ZERO TO WS-OPEN-BALANCE
               PERFORM 305-LIST-ONE-PAYER
                   VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-USED.

           305-LIST-ONE-PAYER.
               PERFORM 900-START-AT-FIRST-INVOICE
               PERFORM UNTIL WS-INVC-STATUS NOT = "00"
                   READ DUES-INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-INVC-STATUS
                       NOT AT END
                           IF IV-MEMBER-ID NOT =
                                   WS-PAYER-ID(WS-PAYER-SUB)
                               MOVE "10" TO WS-INVC-STATUS
                           ELSE
                               IF IV-INVOICE-OPEN
               IF WS-INVOICE-BALANCE > ZERO
                   ADD WS-INVOICE-BALANCE TO WS-OPEN-BALANCE
                   MOVE WS-INVOICE-BALANCE TO WS-EDITED-AMOUNT
                   IF WS-PAYER-USED > 1
                       DISPLAY "  " IV-MEMBER-ID " period "
                           IV-BILL-PERIOD " billed " IV-BILL-DATE
                           " owing " WS-EDITED-AMOUNT
                   ELSE
                       DISPLAY "  Period " IV-BILL-PERIOD " billed "
                           IV-BILL-DATE " owing " WS-EDITED-AMOUNT
                   END-IF
               END-IF.

      * Payments go on oldest-first by billing period; an invoice
      * covered in full is marked paid and stamped with today, a
      * partial payment leaves the invoice open with the amount
      * paid carried forward for the next one.
      * Nothing goes on an invoice unless the journal is open to
      * take its line, and a failed journal write stops the payment
      * there, so at most one invoice is ever left unjournalled.
           400-APPLY-PAYMENT.
               MOVE WS-PAYMENT-AMOUNT TO WS-REMAINING
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-TXN-STAMP
               PERFORM 420-OPEN-JOURNAL
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "Payment journal unavailable, status "
                       WS-JRNL-STATUS "; payment NOT applied."
               ELSE
                   SET JOURNAL-IS-WRITABLE TO TRUE
                   PERFORM 405-APPLY-TO-ONE-PAYER
                       VARYING WS-PAYER-SUB FROM 1 BY 1
                       UNTIL WS-PAYER-SUB > WS-PAYER-USED
                          OR WS-REMAINING = ZERO
                          OR JOURNAL-WRITE-FAILED
                   CLOSE PAYMENT-JOURNAL-FILE
                   IF WS-REMAINING > ZERO
                       MOVE WS-REMAINING TO WS-EDITED-AMOUNT
                       IF JOURNAL-WRITE-FAILED
                           DISPLAY "Payment stopped; "
                               WS-EDITED-AMOUNT " not applied."
                       ELSE
                           DISPLAY "Overpayment of " WS-EDITED-AMOUNT
                               " not applied; hand it back or "
                               "bank it."
                       END-IF
                   END-IF
               END-IF.

           405-APPLY-TO-ONE-PAYER.
               PERFORM 900-START-AT-FIRST-INVOICE
               PERFORM UNTIL WS-INVC-STATUS NOT = "00"
                       OR WS-REMAINING = ZERO
                       OR JOURNAL-WRITE-FAILED
                   READ DUES-INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-INVC-STATUS
                       NOT AT END
                           IF IV-MEMBER-ID NOT =
                                   WS-PAYER-ID(WS-PAYER-SUB)
                               MOVE "10" TO WS-INVC-STATUS
                           ELSE
                               IF IV-INVOICE-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-INVC-STATUS.

           410-PAY-ONE-INVOICE.
               COMPUTE WS-INVOICE-BALANCE =
                   ELSE
                       MOVE WS-INVOICE-BALANCE TO WS-APPLIED
                   END-IF
                   MOVE IV-AMOUNT-PAID TO WS-PRIOR-PAID
                   MOVE IV-PAY-DATE TO WS-PRIOR-PAY-DATE
                   MOVE IV-STATUS TO WS-PRIOR-STATUS
                   ADD WS-APPLIED TO IV-AMOUNT-PAID
                   SUBTRACT WS-APPLIED FROM WS-REMAINING
                   MOVE WS-RUN-DATE TO IV-PAY-DATE
                           DISPLAY "Invoice rewrite failed for "
                               IV-MEMBER-ID " " IV-BILL-PERIOD
                               ", status " WS-INVC-STATUS
                       NOT INVALID KEY
                           PERFORM 430-WRITE-PAYMENT-LINE
                   END-REWRITE
               END-IF.

      * Opened and closed around each payment or void, like the
      * check-in log, so a session left running at the desk never
      * holds journal lines in a buffer.
           420-OPEN-JOURNAL.
               OPEN EXTEND PAYMENT-JOURNAL-FILE.
               IF WS-JRNL-STATUS = "35"
                   OPEN OUTPUT PAYMENT-JOURNAL-FILE
                   CLOSE PAYMENT-JOURNAL-FILE
                   OPEN EXTEND PAYMENT-JOURNAL-FILE
               END-IF.

           430-WRITE-PAYMENT-LINE.
               MOVE SPACES TO PJ-JOURNAL-RECORD
               SET PJ-PAYMENT-LINE TO TRUE
               MOVE WS-TXN-STAMP TO PJ-TXN-STAMP
               MOVE IV-MEMBER-ID TO PJ-MEMBER-ID
               MOVE IV-BILL-PERIOD TO PJ-BILL-PERIOD
               MOVE WS-APPLIED TO PJ-AMOUNT-APPLIED
               MOVE WS-TENDER-TYPE TO PJ-TENDER-TYPE
               MOVE WS-TENDER-REF TO PJ-TENDER-REF
               MOVE WS-PAYMENT-AMOUNT TO PJ-AMOUNT-TENDERED
               MOVE WS-SIGNON-OPERATOR TO PJ-OPERATOR-ID
               MOVE ZEROS TO PJ-ORIG-STAMP
               MOVE WS-PRIOR-PAID TO PJ-PRIOR-PAID
               MOVE WS-PRIOR-PAY-DATE TO PJ-PRIOR-PAY-DATE
               MOVE WS-PRIOR-STATUS TO PJ-PRIOR-STATUS
               MOVE WS-PAY-HOUSEHOLD-ID TO PJ-HOUSEHOLD-ID
               WRITE PJ-JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   SET JOURNAL-WRITE-FAILED TO TRUE
                   MOVE WS-APPLIED TO WS-EDITED-AMOUNT
                   DISPLAY "*** Journal write failed, status "
                       WS-JRNL-STATUS ": payment " WS-EDITED-AMOUNT
                       " on " IV-MEMBER-ID " period " IV-BILL-PERIOD
                       " is on the invoice with no journal line."
               END-IF.

           500-REFRESH-HOLD-FLAG.
               MOVE ZERO TO WS-OPEN-BALANCE
               MOVE ZEROS TO WS-OLDEST-OPEN-DATE
               PERFORM 505-AGE-ONE-PAYER
                   VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-USED
               MOVE SPACE TO WS-NEW-HOLD-FLAG
               IF WS-OPEN-BALANCE > ZERO
                   COMPUTE WS-OLDEST-DAYS = WS-RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(WS-OLDEST-OPEN-DATE)
                   IF WS-OLDEST-DAYS > WS-HOLD-CUTOFF-DAYS
                       MOVE "H" TO WS-NEW-HOLD-FLAG
                   END-IF
               END-IF
               PERFORM 520-SET-ONE-PAYER-HOLD
                   VARYING WS-PAYER-SUB FROM 1 BY 1
                   UNTIL WS-PAYER-SUB > WS-PAYER-USED
               IF NOT HOLD-STAYS-ON
                   IF WS-PAYER-USED > 1
                       DISPLAY "Household is clear to check in."
                   ELSE
                       DISPLAY "Member is clear to check in."
                   END-IF
               ELSE
                   IF WS-PAYER-USED > 1
                       DISPLAY "Household remains on arrears hold."
                   ELSE
                       DISPLAY "Member remains on arrears hold."
                   END-IF
               END-IF.

           505-AGE-ONE-PAYER.
               PERFORM 900-START-AT-FIRST-INVOICE
               PERFORM UNTIL WS-INVC-STATUS NOT = "00"
                   READ DUES-INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-INVC-STATUS
                       NOT AT END
                           IF IV-MEMBER-ID NOT =
                                   WS-PAYER-ID(WS-PAYER-SUB)
                               MOVE "10" TO WS-INVC-STATUS
                           ELSE
                               IF IV-INVOICE-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-INVC-STATUS.

           510-NOTE-ONE-OPEN.
               COMPUTE WS-INVOICE-BALANCE =
                   END-IF
               END-IF.

      * Every member of a household gets the same flag.
           520-SET-ONE-PAYER-HOLD.
               MOVE WS-PAYER-ID(WS-PAYER-SUB) TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Member " MM-MEMBER-ID
                           " not found; hold flag not set."
                   NOT INVALID KEY
                       MOVE WS-NEW-HOLD-FLAG TO MM-HOLD-FLAG
                       REWRITE MM-MEMBER-RECORD
                           INVALID KEY
                               DISPLAY "Hold flag rewrite failed for "
                                   MM-MEMBER-ID ", status "
                                   WS-MEMB-STATUS
                       END-REWRITE
               END-READ.

      * A void backs a whole payment out - every invoice line it
      * was applied to - under a supervisor's approval, then re-ages
      * the member's hold flag like a payment does.
           600-VOID-PAYMENT.
               PERFORM 610-GET-SUPERVISOR-APPROVAL
               IF NOT VOID-IS-APPROVED
                   DISPLAY "Voids need an operations (supervisor) "
                       "sign-on; nothing changed."
               ELSE
                   DISPLAY "Enter member ID the payment was taken "
                       "for: "
                   ACCEPT WS-MEMBER-ID
                   MOVE WS-MEMBER-ID TO MM-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Member not found: " WS-MEMBER-ID
                       NOT INVALID KEY
                           PERFORM 150-LOAD-PAYER-TABLE
                           PERFORM 620-LIST-VOIDABLE-PAYMENTS
                           IF WS-TXN-USED = ZERO
                               DISPLAY "No payments on the journal "
                                   "for " WS-MEMBER-ID "."
                           ELSE
                               PERFORM 630-CHOOSE-AND-VOID
                           END-IF
                   END-READ
               END-IF.

           610-GET-SUPERVISOR-APPROVAL.
               MOVE "N" TO WS-APPROVAL-SWITCH
               IF WS-SIGNON-ROLE = "O"
                   MOVE WS-SIGNON-OPERATOR TO WS-APPROVER-ID
                   SET VOID-IS-APPROVED TO TRUE
               ELSE
                   DISPLAY "Supervisor sign-on to approve the void:"
                   CALL "SIGNON-CALL" USING WS-APPROVER-ID
                       WS-APPROVER-ROLE WS-APPROVER-FLAG
                   END-CALL
                   IF APPROVER-SIGNED-ON AND WS-APPROVER-ROLE = "O"
                       SET VOID-IS-APPROVED TO TRUE
                   END-IF
               END-IF.

           620-LIST-VOIDABLE-PAYMENTS.
               MOVE ZERO TO WS-TXN-USED
               MOVE ZERO TO WS-TXN-DROPPED
               MOVE "N" TO WS-JRNL-EOF-SWITCH
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   SET END-OF-JOURNAL TO TRUE
               END-IF
               PERFORM UNTIL END-OF-JOURNAL
                   READ PAYMENT-JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           PERFORM 615-TEST-JOURNAL-LINE
                           IF JOURNAL-LINE-MATCHES
                               PERFORM 625-NOTE-ONE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-JRNL-STATUS NOT = "35"
                   CLOSE PAYMENT-JOURNAL-FILE
               END-IF
               DISPLAY "Payments on the journal for " WS-MEMBER-ID
                   ":"
               DISPLAY "  STAMP             AMOUNT     TENDER "
                   "TAKEN BY"
               PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                       UNTIL WS-TXN-SUB > WS-TXN-USED
                   MOVE WS-TXN-T-APPLIED(WS-TXN-SUB)
                       TO WS-EDITED-AMOUNT
                   IF WS-TXN-T-VOIDED(WS-TXN-SUB) = "Y"
                       DISPLAY "  " WS-TXN-T-STAMP(WS-TXN-SUB) " "
                           WS-EDITED-AMOUNT "  "
                           WS-TXN-T-TENDER(WS-TXN-SUB) "      "
                           WS-TXN-T-OPERATOR(WS-TXN-SUB)
                           " (VOIDED)"
                   ELSE
                       DISPLAY "  " WS-TXN-T-STAMP(WS-TXN-SUB) " "
                           WS-EDITED-AMOUNT "  "
                           WS-TXN-T-TENDER(WS-TXN-SUB) "      "
                           WS-TXN-T-OPERATOR(WS-TXN-SUB)
                   END-IF
               END-PERFORM
               IF WS-TXN-DROPPED > ZERO
                   DISPLAY "  (" WS-TXN-DROPPED " older payments "
                       "not listed)"
               END-IF.

      * A household payment may have gone entirely on another
      * member's invoices, so it is found by the household ID.
           615-TEST-JOURNAL-LINE.
               MOVE "N" TO WS-JRNL-MATCH-SWITCH
               IF PJ-MEMBER-ID = WS-MEMBER-ID
                   SET JOURNAL-LINE-MATCHES TO TRUE
               END-IF
               IF WS-PAY-HOUSEHOLD-ID NOT = SPACES AND
                  PJ-HOUSEHOLD-ID = WS-PAY-HOUSEHOLD-ID
                   SET JOURNAL-LINE-MATCHES TO TRUE
               END-IF.

      * The journal is in time order, so a payment's lines always
      * come before any void of it.  When the table is full the
      * oldest payment is shifted out, since voids are nearly
      * always of something recent.
           625-NOTE-ONE-JOURNAL-LINE.
               MOVE ZERO TO WS-FOUND-SUB
               IF PJ-PAYMENT-LINE
                   PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                           UNTIL WS-TXN-SUB > WS-TXN-USED
                       IF WS-TXN-T-STAMP(WS-TXN-SUB) = PJ-TXN-STAMP
                           MOVE WS-TXN-SUB TO WS-FOUND-SUB
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-SUB = ZERO
                       IF WS-TXN-USED = 100
                           PERFORM 626-SHIFT-OUT-OLDEST
                       END-IF
                       ADD 1 TO WS-TXN-USED
                       MOVE WS-TXN-USED TO WS-FOUND-SUB
                       MOVE PJ-TXN-STAMP
                           TO WS-TXN-T-STAMP(WS-FOUND-SUB)
                       MOVE ZERO TO WS-TXN-T-APPLIED(WS-FOUND-SUB)
                       MOVE PJ-TENDER-TYPE
                           TO WS-TXN-T-TENDER(WS-FOUND-SUB)
                       MOVE PJ-OPERATOR-ID
                           TO WS-TXN-T-OPERATOR(WS-FOUND-SUB)
                       MOVE "N" TO WS-TXN-T-VOIDED(WS-FOUND-SUB)
                   END-IF
                   ADD PJ-AMOUNT-APPLIED
                       TO WS-TXN-T-APPLIED(WS-FOUND-SUB)
               ELSE
                   PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                           UNTIL WS-TXN-SUB > WS-TXN-USED
                       IF WS-TXN-T-STAMP(WS-TXN-SUB) = PJ-ORIG-STAMP
                           MOVE "Y" TO WS-TXN-T-VOIDED(WS-TXN-SUB)
                       END-IF
                   END-PERFORM
               END-IF.

           626-SHIFT-OUT-OLDEST.
               PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                       UNTIL WS-TXN-SUB > 99
                   MOVE WS-TXN-ENTRY(WS-TXN-SUB + 1)
                       TO WS-TXN-ENTRY(WS-TXN-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-TXN-USED
               ADD 1 TO WS-TXN-DROPPED.

           630-CHOOSE-AND-VOID.
               DISPLAY "Stamp of the payment to void (blank to "
                   "cancel): "
               MOVE ZEROS TO WS-VOID-STAMP
               ACCEPT WS-VOID-STAMP
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
                       UNTIL WS-TXN-SUB > WS-TXN-USED
                   IF WS-TXN-T-STAMP(WS-TXN-SUB) = WS-VOID-STAMP
                      AND WS-TXN-T-VOIDED(WS-TXN-SUB) = "N"
                       MOVE WS-TXN-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "No unvoided payment with that stamp; "
                       "nothing changed."
               ELSE
                   MOVE WS-TXN-T-APPLIED(WS-FOUND-SUB)
                       TO WS-EDITED-AMOUNT
                   DISPLAY "Void payment of " WS-EDITED-AMOUNT
                       " taken " WS-VOID-STAMP " (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       DISPLAY "Reason for the void: "
                       ACCEPT WS-VOID-REASON
                       PERFORM 640-REVERSE-PAYMENT
                   ELSE
                       DISPLAY "Void cancelled; nothing changed."
                   END-IF
               END-IF.

      * The void is abandoned before any invoice is touched when
      * the journal cannot be read or reopened for the void lines.
           640-REVERSE-PAYMENT.
               MOVE ZERO TO WS-LINE-USED
               MOVE "N" TO WS-JRNL-EOF-SWITCH
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "Payment journal unavailable, status "
                       WS-JRNL-STATUS "; void abandoned, nothing "
                       "changed."
               ELSE
                   PERFORM 642-READ-PAYMENT-LINES
                   CLOSE PAYMENT-JOURNAL-FILE
                   PERFORM 644-APPLY-VOID
               END-IF.

           642-READ-PAYMENT-LINES.
               PERFORM UNTIL END-OF-JOURNAL
                   READ PAYMENT-JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           PERFORM 615-TEST-JOURNAL-LINE
                           IF PJ-PAYMENT-LINE AND
                              JOURNAL-LINE-MATCHES AND
                              PJ-TXN-STAMP = WS-VOID-STAMP AND
                              WS-LINE-USED < 60
                               ADD 1 TO WS-LINE-USED
                               PERFORM 645-KEEP-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM.

           644-APPLY-VOID.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-TXN-STAMP
               PERFORM 420-OPEN-JOURNAL
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "Payment journal unavailable, status "
                       WS-JRNL-STATUS "; void abandoned, nothing "
                       "changed."
               ELSE
                   SET JOURNAL-IS-WRITABLE TO TRUE
                   PERFORM 650-REVERSE-ONE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-USED
                          OR JOURNAL-WRITE-FAILED
                   CLOSE PAYMENT-JOURNAL-FILE
                   PERFORM 500-REFRESH-HOLD-FLAG
                   IF JOURNAL-WRITE-FAILED
                       DISPLAY "Void of " WS-VOID-STAMP " stopped "
                           "part way; see the message above."
                   ELSE
                       ADD 1 TO WS-VOID-COUNT
                       DISPLAY "Payment " WS-VOID-STAMP " voided."
                   END-IF
               END-IF.

           645-KEEP-ONE-LINE.
               MOVE PJ-MEMBER-ID TO WS-LINE-MEMBER(WS-LINE-USED)
               MOVE PJ-BILL-PERIOD TO WS-LINE-PERIOD(WS-LINE-USED)
               MOVE PJ-AMOUNT-APPLIED
                   TO WS-LINE-APPLIED(WS-LINE-USED)
               MOVE PJ-TENDER-TYPE TO WS-LINE-TENDER(WS-LINE-USED)
               MOVE PJ-TENDER-REF TO WS-LINE-REF(WS-LINE-USED)
               MOVE PJ-AMOUNT-TENDERED
                   TO WS-LINE-TENDERED(WS-LINE-USED)
               MOVE PJ-PRIOR-PAID
                   TO WS-LINE-PRIOR-PAID(WS-LINE-USED)
               MOVE PJ-PRIOR-PAY-DATE
                   TO WS-LINE-PRIOR-DATE(WS-LINE-USED).

      * Backs out what the payment put on the invoice (never more
      * than is there), reopens it, and puts the old pay date back
      * when nothing else has been paid on it since.
           650-REVERSE-ONE-LINE.
               MOVE WS-LINE-MEMBER(WS-LINE-SUB) TO IV-MEMBER-ID
               MOVE WS-LINE-PERIOD(WS-LINE-SUB) TO IV-BILL-PERIOD
               READ DUES-INVOICE-FILE
                   INVALID KEY
                       DISPLAY "Invoice " IV-MEMBER-ID " "
                           WS-LINE-PERIOD(WS-LINE-SUB)
                           " not found; line not reversed."
                   NOT INVALID KEY
                       MOVE IV-AMOUNT-PAID TO WS-PRIOR-PAID
                       MOVE IV-PAY-DATE TO WS-PRIOR-PAY-DATE
                       MOVE IV-STATUS TO WS-PRIOR-STATUS
                       IF IV-AMOUNT-PAID <
                               WS-LINE-APPLIED(WS-LINE-SUB)
                           MOVE IV-AMOUNT-PAID TO WS-REVERSED
                           DISPLAY "Invoice " IV-BILL-PERIOD
                               " holds less than the payment "
                               "applied; reversing what is there."
                       ELSE
                           MOVE WS-LINE-APPLIED(WS-LINE-SUB)
                               TO WS-REVERSED
                       END-IF
                       SUBTRACT WS-REVERSED FROM IV-AMOUNT-PAID
                       IF IV-AMOUNT-PAID < IV-AMOUNT-DUE
                           SET IV-INVOICE-OPEN TO TRUE
                       END-IF
                       IF IV-AMOUNT-PAID =
                               WS-LINE-PRIOR-PAID(WS-LINE-SUB)
                           MOVE WS-LINE-PRIOR-DATE(WS-LINE-SUB)
                               TO IV-PAY-DATE
                       END-IF
                       REWRITE IV-INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "Invoice rewrite failed for "
                                   IV-MEMBER-ID " " IV-BILL-PERIOD
                                   ", status " WS-INVC-STATUS
                           NOT INVALID KEY
                               PERFORM 660-WRITE-VOID-LINE
                       END-REWRITE
               END-READ.

           660-WRITE-VOID-LINE.
               MOVE SPACES TO PJ-JOURNAL-RECORD
               SET PJ-VOID-LINE TO TRUE
               MOVE WS-TXN-STAMP TO PJ-TXN-STAMP
               MOVE IV-MEMBER-ID TO PJ-MEMBER-ID
               MOVE IV-BILL-PERIOD TO PJ-BILL-PERIOD
               MOVE WS-REVERSED TO PJ-AMOUNT-APPLIED
               MOVE WS-LINE-TENDER(WS-LINE-SUB) TO PJ-TENDER-TYPE
               MOVE WS-LINE-REF(WS-LINE-SUB) TO PJ-TENDER-REF
               MOVE WS-LINE-TENDERED(WS-LINE-SUB)
                   TO PJ-AMOUNT-TENDERED
               MOVE WS-SIGNON-OPERATOR TO PJ-OPERATOR-ID
               MOVE WS-APPROVER-ID TO PJ-APPROVER-ID
               MOVE WS-VOID-STAMP TO PJ-ORIG-STAMP
               MOVE WS-VOID-REASON TO PJ-VOID-REASON
               MOVE WS-PRIOR-PAID TO PJ-PRIOR-PAID
               MOVE WS-PRIOR-PAY-DATE TO PJ-PRIOR-PAY-DATE
               MOVE WS-PRIOR-STATUS TO PJ-PRIOR-STATUS
               MOVE WS-PAY-HOUSEHOLD-ID TO PJ-HOUSEHOLD-ID
               WRITE PJ-JOURNAL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   SET JOURNAL-WRITE-FAILED TO TRUE
                   MOVE WS-REVERSED TO WS-EDITED-AMOUNT
                   DISPLAY "*** Journal write failed, status "
                       WS-JRNL-STATUS ": void " WS-EDITED-AMOUNT
                       " on " IV-MEMBER-ID " period " IV-BILL-PERIOD
                       " is off the invoice with no journal line."
               END-IF.

           900-START-AT-FIRST-INVOICE.
               MOVE WS-PAYER-ID(WS-PAYER-SUB) TO IV-MEMBER-ID
               MOVE ZEROS TO IV-BILL-PERIOD
               START DUES-INVOICE-FILE KEY IS >= IV-INVOICE-KEY
                   INVALID KEY
