      * this run.  CHECKIN routes held members to the desk.
      * Run with the billing period as a parameter (YYYYMM), or with
      * no parameter to bill the current month.
      * CH01_32 Households (HHMNT): the primary payer gets one
      * consolidated household invoice at the household rate,
      * marked with the household ID, and the dependents get no
      * invoice of their own.  A household member's arrears hold
      * is decided on the oldest open invoice of anyone in the
      * household, so the whole household goes on hold, and comes
      * off it, together.  The aging line still shows only each
      * member's own invoices, so household arrears are shown once,
      * on the primary payer's line.
      * CH01_33 Invoices are priced from the dues rate table
      * (RATES.DAT, RATEMNT): the row in force for the billing
      * period for the member's type, or the F row for a household.
      * A member or household flagged for a rate override is billed
      * its own rate instead (comps and agreed exceptions), and a
      * type with no row in force falls back to the rate on the
      * master.  No rate table at all bills every member at the
      * master rate, as before.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.
               SELECT DUES-RATE-FILE ASSIGN TO "RATES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DR-RATE-KEY
                   FILE STATUS IS WS-RATE-STATUS.
               SELECT AGING-REPORT-FILE ASSIGN TO "DUESAGE.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           FD  DUES-RATE-FILE.
           COPY RATEREC.

           FD  AGING-REPORT-FILE.
           01 RP-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-INVC-STATUS           PIC XX.
           01 WS-HH-STATUS             PIC XX.
           01 WS-RATE-STATUS           PIC XX.
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-BILL-PERIOD           PIC X(6).
           01 WS-ALREADY-BILLED        PIC 9(6) VALUE ZERO.
           01 WS-HOLDS-SET             PIC 9(6) VALUE ZERO.
           01 WS-HOLDS-CLEARED         PIC 9(6) VALUE ZERO.
           01 WS-HOUSEHOLD-INVOICES    PIC 9(6) VALUE ZERO.
           01 WS-DEPENDENTS-COVERED    PIC 9(6) VALUE ZERO.
           01 WS-UNBILLED-HOUSEHOLDS   PIC 9(6) VALUE ZERO.

      * CH01_32 Household handling.  No household file simply means
      * no households yet; everyone bills on their own.
           01 WS-HH-FILE-SWITCH        PIC X(1) VALUE "N".
               88 HOUSEHOLDS-AVAILABLE         VALUE "Y".
           01 WS-IN-HOUSEHOLD-SWITCH   PIC X(1).
               88 MEMBER-IN-HOUSEHOLD          VALUE "Y".
           01 WS-HH-MEMBER-ID          PIC X(6).
           01 WS-HH-SUB                PIC 9(2).
           01 WS-BILL-AMOUNT           PIC 9(4)V99.
           01 WS-BILL-HOUSEHOLD-ID     PIC X(6).

      * CH01_33 The rate table, loaded once in key order (type, then
      * effective period), so the last row for a type at or before
      * the billing period is the one in force.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 200 TIMES.
                   10 WS-RT-TYPE           PIC X(1).
                   10 WS-RT-PERIOD         PIC 9(6).
                   10 WS-RT-RATE           PIC 9(4)V99.
           01 WS-RATES-LOADED          PIC 9(3) VALUE ZERO.
           01 WS-RT-SUB                PIC 9(3).
           01 WS-RATE-EOF-SWITCH       PIC X(1) VALUE "N".
               88 END-OF-RATES                 VALUE "Y".
           01 WS-PRICE-TYPE            PIC X(1).
           01 WS-TABLE-RATE            PIC 9(4)V99.
           01 WS-MASTER-RATE           PIC 9(4)V99.
           01 WS-RATE-FOUND-SWITCH     PIC X(1).
               88 RATE-WAS-FOUND               VALUE "Y".
           01 WS-OVERRIDE-PRICED       PIC 9(6) VALUE ZERO.
           01 WS-FALLBACK-PRICED       PIC 9(6) VALUE ZERO.

           01 WS-SAVE-MEMBER-ID        PIC X(6).
           01 WS-SAVE-HOLD-FLAG        PIC X(1).
                           WS-INVC-STATUS "; billing cannot run."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 105-LOAD-RATE-TABLE
                       OPEN INPUT HOUSEHOLD-FILE
                       IF WS-HH-STATUS = "00"
                           SET HOUSEHOLDS-AVAILABLE TO TRUE
                       END-IF
                       MOVE ZEROS TO WS-TOTAL-BUCKET-TABLE
                       OPEN OUTPUT AGING-REPORT-FILE
                       PERFORM 110-WRITE-REPORT-HEADINGS
                       PERFORM 120-SWEEP-MASTER
                       PERFORM 400-WRITE-REPORT-TOTALS
                       CLOSE AGING-REPORT-FILE
                       IF HOUSEHOLDS-AVAILABLE
                           CLOSE HOUSEHOLD-FILE
                       END-IF
                       CLOSE DUES-INVOICE-FILE
                       DISPLAY "Dues billing complete for period "
                           WS-BILL-PERIOD ". Members: "
                           " already billed: " WS-ALREADY-BILLED
                       DISPLAY "  holds set: " WS-HOLDS-SET
                           " holds cleared: " WS-HOLDS-CLEARED
                       DISPLAY "  household invoices: "
                           WS-HOUSEHOLD-INVOICES
                           " dependents covered: "
                           WS-DEPENDENTS-COVERED
                       IF WS-UNBILLED-HOUSEHOLDS > ZERO
                           DISPLAY "  *** households not billed - "
                               "inactive primary payer: "
                               WS-UNBILLED-HOUSEHOLDS
                       END-IF
                       DISPLAY "  rate table rows: " WS-RATES-LOADED
                           " override priced: " WS-OVERRIDE-PRICED
                           " master rate fallback: "
                           WS-FALLBACK-PRICED
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF.

           105-LOAD-RATE-TABLE.
               OPEN INPUT DUES-RATE-FILE
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "No dues rate table (status "
                       WS-RATE-STATUS "); billing at master rates."
               ELSE
                   PERFORM UNTIL END-OF-RATES
                       READ DUES-RATE-FILE NEXT RECORD
                           AT END
                               SET END-OF-RATES TO TRUE
                           NOT AT END
                               IF WS-RATES-LOADED < 200
                                   ADD 1 TO WS-RATES-LOADED
                                   MOVE DR-MEMBER-TYPE
                                       TO WS-RT-TYPE(WS-RATES-LOADED)
                                   MOVE DR-EFFECTIVE-PERIOD
                                       TO WS-RT-PERIOD(WS-RATES-LOADED)
                                   MOVE DR-MONTHLY-RATE
                                       TO WS-RT-RATE(WS-RATES-LOADED)
                               ELSE
                                   DISPLAY "Rate table over 200 rows; "
                                       "ignoring " DR-RATE-KEY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DUES-RATE-FILE
               END-IF.

           110-WRITE-REPORT-HEADINGS.
               MOVE SPACES TO RP-LINE
               STRING "ARREARS AGING REPORT - PERIOD "
           130-PROCESS-ONE-MEMBER.
               MOVE MM-MEMBER-ID TO WS-SAVE-MEMBER-ID
               MOVE MM-HOLD-FLAG TO WS-SAVE-HOLD-FLAG
               PERFORM 140-FIND-HOUSEHOLD
               IF MEMBER-IN-HOUSEHOLD
                   IF HH-PRIMARY-ID = WS-SAVE-MEMBER-ID
                       PERFORM 160-PRICE-HOUSEHOLD
      * MEMBMNT will not deactivate a linked member, but one made
      * inactive before that rule leaves the whole household
      * unbilled until HHMNT changes the payer.
                       IF MM-MEMBER-INACTIVE
                           ADD 1 TO WS-UNBILLED-HOUSEHOLDS
                           DISPLAY "Household " HH-HOUSEHOLD-ID
                               " NOT BILLED: primary payer "
                               WS-SAVE-MEMBER-ID " is inactive; "
                               "change the payer in HHMNT."
                       END-IF
                       IF NOT MM-MEMBER-INACTIVE AND
                          WS-BILL-AMOUNT > ZERO
                           MOVE HH-HOUSEHOLD-ID
                               TO WS-BILL-HOUSEHOLD-ID
                           PERFORM 200-BILL-ONE-MEMBER
                       END-IF
                   ELSE
                       ADD 1 TO WS-DEPENDENTS-COVERED
                   END-IF
               ELSE
                   PERFORM 170-PRICE-MEMBER
                   IF NOT MM-MEMBER-INACTIVE AND
                      WS-BILL-AMOUNT > ZERO
                       MOVE SPACES TO WS-BILL-HOUSEHOLD-ID
                       PERFORM 200-BILL-ONE-MEMBER
                   END-IF
               END-IF
               PERFORM 300-AGE-ONE-MEMBER
      * Invoice reads move the invoice file's current position, not
                   END-REWRITE
               END-IF.

      * Only a household that is active and actually lists the
      * member counts; a stale link on the master must not leave
      * the member unbilled.
           140-FIND-HOUSEHOLD.
               MOVE "N" TO WS-IN-HOUSEHOLD-SWITCH
               IF MM-HOUSEHOLD-ID NOT = SPACES AND HOUSEHOLDS-AVAILABLE
                   MOVE MM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT HH-HOUSEHOLD-INACTIVE
                               PERFORM 150-CHECK-HOUSEHOLD-LISTING
                           END-IF
                   END-READ
               END-IF.

           150-CHECK-HOUSEHOLD-LISTING.
               IF HH-PRIMARY-ID = WS-SAVE-MEMBER-ID
                   SET MEMBER-IN-HOUSEHOLD TO TRUE
               END-IF
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                          OR WS-HH-SUB > 8
                   IF HH-DEPENDENT-ID(WS-HH-SUB) = WS-SAVE-MEMBER-ID
                       SET MEMBER-IN-HOUSEHOLD TO TRUE
                   END-IF
               END-PERFORM.

      * CH01_33 Pricing.  Each leaves the monthly amount in
      * WS-BILL-AMOUNT; zero means nothing to bill.
           160-PRICE-HOUSEHOLD.
               MOVE ZERO TO WS-BILL-AMOUNT
               IF HH-RATE-OVERRIDDEN
                   IF HH-DUES-RATE IS NUMERIC
                       MOVE HH-DUES-RATE TO WS-BILL-AMOUNT
                   END-IF
                   ADD 1 TO WS-OVERRIDE-PRICED
               ELSE
                   MOVE "F" TO WS-PRICE-TYPE
                   PERFORM 180-LOOK-UP-RATE
                   IF RATE-WAS-FOUND
                       MOVE WS-TABLE-RATE TO WS-BILL-AMOUNT
                   ELSE
                       IF HH-DUES-RATE IS NUMERIC
                           MOVE HH-DUES-RATE TO WS-BILL-AMOUNT
                           ADD 1 TO WS-FALLBACK-PRICED
                       END-IF
                   END-IF
               END-IF.

           170-PRICE-MEMBER.
               MOVE ZERO TO WS-BILL-AMOUNT
               MOVE ZERO TO WS-MASTER-RATE
               IF MM-DUES-RATE IS NUMERIC
                   MOVE MM-DUES-RATE TO WS-MASTER-RATE
               END-IF
               EVALUATE TRUE
                   WHEN MM-RATE-OVERRIDDEN
                       MOVE WS-MASTER-RATE TO WS-BILL-AMOUNT
                       ADD 1 TO WS-OVERRIDE-PRICED
                   WHEN MM-RATE-OVERRIDE = SPACE AND
                        WS-MASTER-RATE = ZERO
                       CONTINUE
                   WHEN OTHER
      * The F row is a whole household's rate; a family-type member
      * billed on their own (no active household) pays the regular
      * individual rate.
                       IF MM-TYPE-FAMILY
                           MOVE "R" TO WS-PRICE-TYPE
                       ELSE
                           MOVE MM-MEMBER-TYPE TO WS-PRICE-TYPE
                       END-IF
                       PERFORM 180-LOOK-UP-RATE
                       IF RATE-WAS-FOUND
                           MOVE WS-TABLE-RATE TO WS-BILL-AMOUNT
                       ELSE
                           MOVE WS-MASTER-RATE TO WS-BILL-AMOUNT
                           IF WS-MASTER-RATE > ZERO
                               ADD 1 TO WS-FALLBACK-PRICED
                           END-IF
                       END-IF
               END-EVALUATE.

           180-LOOK-UP-RATE.
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               MOVE ZERO TO WS-TABLE-RATE
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RATES-LOADED
                   IF WS-RT-TYPE(WS-RT-SUB) = WS-PRICE-TYPE AND
                      WS-RT-PERIOD(WS-RT-SUB) NOT > WS-BILL-PERIOD
                       MOVE WS-RT-RATE(WS-RT-SUB) TO WS-TABLE-RATE
                       SET RATE-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM.

           200-BILL-ONE-MEMBER.
               MOVE WS-SAVE-MEMBER-ID TO IV-MEMBER-ID
               MOVE WS-BILL-PERIOD TO IV-BILL-PERIOD
               MOVE WS-RUN-DATE TO IV-BILL-DATE
               MOVE WS-BILL-AMOUNT TO IV-AMOUNT-DUE
               MOVE WS-BILL-HOUSEHOLD-ID TO IV-HOUSEHOLD-ID
               MOVE ZERO TO IV-AMOUNT-PAID
               MOVE ZERO TO IV-PAY-DATE
               SET IV-INVOICE-OPEN TO TRUE
                       ADD 1 TO WS-ALREADY-BILLED
                   NOT INVALID KEY
                       ADD 1 TO WS-INVOICES-WRITTEN
                       IF WS-BILL-HOUSEHOLD-ID NOT = SPACES
                           ADD 1 TO WS-HOUSEHOLD-INVOICES
                       END-IF
               END-WRITE.

           300-AGE-ONE-MEMBER.
               PERFORM 310-READ-ONE-INVOICE
                   UNTIL WS-INVC-STATUS NOT = "00"
               MOVE "00" TO WS-INVC-STATUS
               IF MEMBER-IN-HOUSEHOLD
                   PERFORM 350-AGE-REST-OF-HOUSEHOLD
               END-IF
               IF WS-OLDEST-OPEN-DATE NOT = ZEROS
                   PERFORM 330-SET-OR-CLEAR-HOLD
               ELSE
                   IF MM-ON-ARREARS-HOLD
                       MOVE SPACE TO MM-HOLD-FLAG
                       ADD 1 TO WS-HOLDS-CLEARED
                   END-IF
               END-IF
               IF WS-OPEN-BALANCE > ZERO
                   PERFORM 340-WRITE-AGING-LINE
               END-IF.

           310-READ-ONE-INVOICE.
               MOVE WS-DETAIL-LINE TO RP-LINE
               WRITE RP-LINE.

      * Finds the oldest open invoice anywhere in the household, so
      * every member's hold is decided on the same date.  Only the
      * date is taken; the balances stay on their own members'
      * aging lines.
           350-AGE-REST-OF-HOUSEHOLD.
               MOVE HH-PRIMARY-ID TO WS-HH-MEMBER-ID
               PERFORM 360-OLDEST-FOR-ONE-MEMBER
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                          OR WS-HH-SUB > 8
                   MOVE HH-DEPENDENT-ID(WS-HH-SUB) TO WS-HH-MEMBER-ID
                   PERFORM 360-OLDEST-FOR-ONE-MEMBER
               END-PERFORM.

           360-OLDEST-FOR-ONE-MEMBER.
               IF WS-HH-MEMBER-ID NOT = WS-SAVE-MEMBER-ID
                   MOVE WS-HH-MEMBER-ID TO IV-MEMBER-ID
                   MOVE ZEROS TO IV-BILL-PERIOD
                   START DUES-INVOICE-FILE KEY IS >= IV-INVOICE-KEY
                       INVALID KEY
                           MOVE "23" TO WS-INVC-STATUS
                   END-START
                   PERFORM 370-READ-HOUSEHOLD-INVOICE
                       UNTIL WS-INVC-STATUS NOT = "00"
                   MOVE "00" TO WS-INVC-STATUS
               END-IF.

           370-READ-HOUSEHOLD-INVOICE.
               READ DUES-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-INVC-STATUS
                   NOT AT END
                       IF IV-MEMBER-ID NOT = WS-HH-MEMBER-ID
                           MOVE "10" TO WS-INVC-STATUS
                       ELSE
                           IF IV-INVOICE-OPEN AND
                              IV-AMOUNT-DUE > IV-AMOUNT-PAID
                               IF WS-OLDEST-OPEN-DATE = ZEROS OR
                                  IV-BILL-DATE < WS-OLDEST-OPEN-DATE
                                   MOVE IV-BILL-DATE
                                       TO WS-OLDEST-OPEN-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           400-WRITE-REPORT-TOTALS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
