       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PAYCLOSE".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_30 End-of-day cash-drawer close-out - reads the payment
      * journal PAYENTRY writes and prints every payment and void
      * since the last close-out, totalled by operator and tender
      * type (cash, check, card), so each drawer can be counted
      * against what the desk says it took.  The journal is then
      * balanced against the invoice file: the change in the total
      * amount paid on DUESINV.DAT since the last close-out must
      * equal the journal's payments less its voids.  Anything else
      * means money moved on the invoices without a journal line
      * (or the reverse), and the run ends with return code 8.
      * The close-out stamp and the invoice total are kept in
      * PAYCTL.DAT for the next run; the first run ever only
      * records the starting total.
      * Run with no parameter to close out, with the desk closed.
      * A date parameter (YYYYMMDD) reprints that day's journal
      * totals instead - no balancing, and the close-out control
      * is left alone.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT DUES-INVOICE-FILE ASSIGN TO "DUESINV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT CLOSE-CONTROL-FILE ASSIGN TO "PAYCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
               SELECT CLOSE-REPORT-FILE ASSIGN TO "PAYCLOSE.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJREC.

           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

      * One record: when the last close-out ran and the invoice
      * file's total amount paid at that moment.
           FD  CLOSE-CONTROL-FILE.
           01 PC-CONTROL-RECORD.
               05 PC-LAST-CLOSE-STAMP  PIC 9(14).
               05 PC-PAID-TOTAL        PIC 9(9)V99.

           FD  CLOSE-REPORT-FILE.
           01 RP-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS           PIC XX.
           01 WS-INVC-STATUS           PIC XX.
           01 WS-CTL-STATUS            PIC XX.
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-CLOSE-STAMP           PIC 9(14).
           01 WS-REPRINT-DATE          PIC X(8).
           01 WS-MODE-SWITCH           PIC X(1) VALUE "C".
               88 MODE-IS-CLOSE                VALUE "C".
               88 MODE-IS-REPRINT              VALUE "R".
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-JOURNAL               VALUE "Y".
           01 WS-INVC-EOF-SWITCH       PIC X(1) VALUE "N".
               88 END-OF-INVOICES              VALUE "Y".
           01 WS-FIRST-CLOSE-SWITCH    PIC X(1) VALUE "N".
               88 FIRST-CLOSE-OUT              VALUE "Y".
           01 WS-IN-WINDOW-SWITCH      PIC X(1).
               88 LINE-IN-WINDOW               VALUE "Y".

           01 WS-PRIOR-STAMP           PIC 9(14) VALUE ZERO.
           01 WS-PRIOR-TOTAL           PIC 9(9)V99 VALUE ZERO.
           01 WS-CURRENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
           01 WS-INVOICE-CHANGE        PIC S9(9)V99 VALUE ZERO.
           01 WS-JOURNAL-NET           PIC S9(9)V99 VALUE ZERO.
           01 WS-DIFFERENCE            PIC S9(9)V99 VALUE ZERO.

           01 WS-LINES-READ            PIC 9(6) VALUE ZERO.
           01 WS-LINES-IN-WINDOW       PIC 9(6) VALUE ZERO.

      * Drawer totals: one row per operator, one column per tender
      * (1 cash, 2 check, 3 card).  A void counts against the
      * operator who keyed it, on the day it was keyed.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 50 TIMES.
                   10 WS-OPER-ID           PIC X(8).
                   10 WS-OPER-TENDER OCCURS 3 TIMES.
                       15 WS-OPER-PAY-COUNT   PIC 9(5).
                       15 WS-OPER-PAY-AMT     PIC 9(7)V99.
                       15 WS-OPER-VOID-COUNT  PIC 9(5).
                       15 WS-OPER-VOID-AMT    PIC 9(7)V99.
           01 WS-OPER-USED             PIC 9(2) VALUE ZERO.
           01 WS-OPER-SUB              PIC 9(2).
           01 WS-FOUND-SUB             PIC 9(2).
           01 WS-TENDER-SUB            PIC 9(1).
           01 WS-TENDER-NAMES.
               05 FILLER               PIC X(6) VALUE "CASH  ".
               05 FILLER               PIC X(6) VALUE "CHECK ".
               05 FILLER               PIC X(6) VALUE "CARD  ".
           01 WS-TENDER-NAME-TABLE REDEFINES WS-TENDER-NAMES.
               05 WS-TENDER-NAME OCCURS 3 TIMES PIC X(6).
           01 WS-TENDER-TOTALS.
               05 WS-TENDER-TOTAL OCCURS 3 TIMES.
                   10 WS-TT-PAY-COUNT      PIC 9(6).
                   10 WS-TT-PAY-AMT        PIC 9(8)V99.
                   10 WS-TT-VOID-AMT       PIC 9(8)V99.
           01 WS-PAY-TOTAL             PIC 9(9)V99 VALUE ZERO.
           01 WS-VOID-TOTAL            PIC 9(9)V99 VALUE ZERO.
           01 WS-NET-AMOUNT            PIC S9(9)V99.

           01 WS-EDITED-AMOUNT         PIC ZZZ,ZZ9.99.
           01 WS-EDITED-VOID           PIC ZZZ,ZZ9.99.
           01 WS-EDITED-NET            PIC ZZZ,ZZ9.99-.
           01 WS-EDITED-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDITED-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
           001-MAIN.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-CLOSE-STAMP
               IF WS-CMD-LINE(1:8) NOT = SPACES
                   SET MODE-IS-REPRINT TO TRUE
                   MOVE WS-CMD-LINE(1:8) TO WS-REPRINT-DATE
               END-IF
               IF MODE-IS-REPRINT AND WS-REPRINT-DATE IS NOT NUMERIC
                   DISPLAY "Reprint date must be YYYYMMDD: "
                       WS-REPRINT-DATE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 100-RUN-CLOSE-OUT
               END-IF
               STOP RUN.

           100-RUN-CLOSE-OUT.
               MOVE ZEROS TO WS-OPER-TABLE
               MOVE ZEROS TO WS-TENDER-TOTALS
               IF MODE-IS-CLOSE
                   PERFORM 110-READ-CLOSE-CONTROL
               END-IF
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "No payment journal yet; no journal lines "
                       "to close out."
                   SET END-OF-JOURNAL TO TRUE
               END-IF
               OPEN OUTPUT CLOSE-REPORT-FILE
               PERFORM 200-WRITE-HEADINGS
               PERFORM 300-SCAN-JOURNAL
               IF WS-JRNL-STATUS NOT = "35"
                   CLOSE PAYMENT-JOURNAL-FILE
               END-IF
               PERFORM 400-WRITE-OPERATOR-TOTALS
               PERFORM 450-WRITE-TENDER-TOTALS
               IF MODE-IS-CLOSE
                   PERFORM 500-BALANCE-TO-INVOICES
               END-IF
               CLOSE CLOSE-REPORT-FILE
               DISPLAY "Close-out complete. Journal lines read: "
                   WS-LINES-READ " reported: " WS-LINES-IN-WINDOW.

           110-READ-CLOSE-CONTROL.
               OPEN INPUT CLOSE-CONTROL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   SET FIRST-CLOSE-OUT TO TRUE
               ELSE
                   READ CLOSE-CONTROL-FILE
                       AT END
                           SET FIRST-CLOSE-OUT TO TRUE
                       NOT AT END
                           MOVE PC-LAST-CLOSE-STAMP TO WS-PRIOR-STAMP
                           MOVE PC-PAID-TOTAL TO WS-PRIOR-TOTAL
                   END-READ
                   CLOSE CLOSE-CONTROL-FILE
               END-IF.

           200-WRITE-HEADINGS.
               MOVE SPACES TO RP-LINE
               IF MODE-IS-CLOSE
                   STRING "CASH DRAWER CLOSE-OUT - RUN "
                       WS-CLOSE-STAMP
                       DELIMITED BY SIZE INTO RP-LINE
               ELSE
                   STRING "CASH DRAWER REPRINT - JOURNAL DATE "
                       WS-REPRINT-DATE "  RUN DATE "
                       WS-CURRENT-DATETIME(1:8)
                       DELIMITED BY SIZE INTO RP-LINE
               END-IF
               WRITE RP-LINE
               IF MODE-IS-CLOSE
                   MOVE SPACES TO RP-LINE
                   IF FIRST-CLOSE-OUT
                       MOVE "FIRST CLOSE-OUT - ALL JOURNAL LINES TO "
                           & "DATE" TO RP-LINE
                   ELSE
                       STRING "JOURNAL LINES AFTER LAST CLOSE-OUT "
                           WS-PRIOR-STAMP
                           DELIMITED BY SIZE INTO RP-LINE
                   END-IF
                   WRITE RP-LINE
               END-IF
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "T STAMP          MEMBER PERIOD     AMOUNT TND "
                   & "REFERENCE    OPERATOR APPROVER" TO RP-LINE
               WRITE RP-LINE.

           300-SCAN-JOURNAL.
               PERFORM UNTIL END-OF-JOURNAL
                   READ PAYMENT-JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 310-TEST-WINDOW
                           IF LINE-IN-WINDOW
                               ADD 1 TO WS-LINES-IN-WINDOW
                               PERFORM 320-WRITE-DETAIL-LINE
                               PERFORM 330-ADD-TO-TOTALS
                           END-IF
                   END-READ
               END-PERFORM.

      * A close-out takes everything journalled since the last one
      * up to its own start, so a line can never fall between two
      * close-outs or be counted in both.
           310-TEST-WINDOW.
               MOVE "N" TO WS-IN-WINDOW-SWITCH
               IF MODE-IS-REPRINT
                   IF PJ-TXN-STAMP(1:8) = WS-REPRINT-DATE
                       MOVE "Y" TO WS-IN-WINDOW-SWITCH
                   END-IF
               ELSE
                   IF PJ-TXN-STAMP > WS-PRIOR-STAMP AND
                      PJ-TXN-STAMP NOT > WS-CLOSE-STAMP
                       MOVE "Y" TO WS-IN-WINDOW-SWITCH
                   END-IF
               END-IF.

           320-WRITE-DETAIL-LINE.
               MOVE PJ-AMOUNT-APPLIED TO WS-EDITED-AMOUNT
               MOVE SPACES TO RP-LINE
               STRING PJ-ENTRY-TYPE " "
                   PJ-TXN-STAMP " "
                   PJ-MEMBER-ID " "
                   PJ-BILL-PERIOD " "
                   WS-EDITED-AMOUNT " "
                   PJ-TENDER-TYPE "   "
                   PJ-TENDER-REF " "
                   PJ-OPERATOR-ID " "
                   PJ-APPROVER-ID
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               IF PJ-VOID-LINE
                   MOVE SPACES TO RP-LINE
                   STRING "    VOIDS PAYMENT " PJ-ORIG-STAMP
                       " - " PJ-VOID-REASON
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF.

           330-ADD-TO-TOTALS.
               EVALUATE TRUE
                   WHEN PJ-TENDER-CASH
                       MOVE 1 TO WS-TENDER-SUB
                   WHEN PJ-TENDER-CHECK
                       MOVE 2 TO WS-TENDER-SUB
                   WHEN OTHER
                       MOVE 3 TO WS-TENDER-SUB
               END-EVALUATE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                       UNTIL WS-OPER-SUB > WS-OPER-USED
                   IF WS-OPER-ID(WS-OPER-SUB) = PJ-OPERATOR-ID
                       MOVE WS-OPER-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   IF WS-OPER-USED < 50
                       ADD 1 TO WS-OPER-USED
                       MOVE WS-OPER-USED TO WS-FOUND-SUB
                       MOVE PJ-OPERATOR-ID
                           TO WS-OPER-ID(WS-FOUND-SUB)
                   ELSE
      * More operators than the table holds in one day is not
      * expected; the overflow lands on the last row rather than
      * dropping out of the balance.
                       MOVE 50 TO WS-FOUND-SUB
                   END-IF
               END-IF
               IF PJ-PAYMENT-LINE
                   ADD 1 TO WS-OPER-PAY-COUNT(WS-FOUND-SUB,
                       WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO
                       WS-OPER-PAY-AMT(WS-FOUND-SUB, WS-TENDER-SUB)
                   ADD 1 TO WS-TT-PAY-COUNT(WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO
                       WS-TT-PAY-AMT(WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO WS-PAY-TOTAL
               ELSE
                   ADD 1 TO WS-OPER-VOID-COUNT(WS-FOUND-SUB,
                       WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO
                       WS-OPER-VOID-AMT(WS-FOUND-SUB, WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO
                       WS-TT-VOID-AMT(WS-TENDER-SUB)
                   ADD PJ-AMOUNT-APPLIED TO WS-VOID-TOTAL
               END-IF.

           400-WRITE-OPERATOR-TOTALS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "TOTALS BY OPERATOR AND TENDER" TO RP-LINE
               WRITE RP-LINE
               MOVE "OPERATOR TENDER  LINES   PAYMENTS      VOIDS"
                   & "          NET" TO RP-LINE
               WRITE RP-LINE
               PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                       UNTIL WS-OPER-SUB > WS-OPER-USED
                   PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                           UNTIL WS-TENDER-SUB > 3
                       IF WS-OPER-PAY-COUNT(WS-OPER-SUB,
                               WS-TENDER-SUB) > ZERO OR
                          WS-OPER-VOID-COUNT(WS-OPER-SUB,
                               WS-TENDER-SUB) > ZERO
                           PERFORM 410-WRITE-OPERATOR-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM.

           410-WRITE-OPERATOR-LINE.
               MOVE WS-OPER-PAY-COUNT(WS-OPER-SUB, WS-TENDER-SUB)
                   TO WS-EDITED-COUNT
               MOVE WS-OPER-PAY-AMT(WS-OPER-SUB, WS-TENDER-SUB)
                   TO WS-EDITED-AMOUNT
               MOVE WS-OPER-VOID-AMT(WS-OPER-SUB, WS-TENDER-SUB)
                   TO WS-EDITED-VOID
               COMPUTE WS-NET-AMOUNT =
                   WS-OPER-PAY-AMT(WS-OPER-SUB, WS-TENDER-SUB) -
                   WS-OPER-VOID-AMT(WS-OPER-SUB, WS-TENDER-SUB)
               MOVE WS-NET-AMOUNT TO WS-EDITED-NET
               MOVE SPACES TO RP-LINE
               STRING WS-OPER-ID(WS-OPER-SUB) " "
                   WS-TENDER-NAME(WS-TENDER-SUB) "  "
                   WS-EDITED-COUNT " "
                   WS-EDITED-AMOUNT " "
                   WS-EDITED-VOID " "
                   WS-EDITED-NET
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

           450-WRITE-TENDER-TOTALS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "TOTALS BY TENDER" TO RP-LINE
               WRITE RP-LINE
               PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                       UNTIL WS-TENDER-SUB > 3
                   MOVE WS-TT-PAY-COUNT(WS-TENDER-SUB)
                       TO WS-EDITED-COUNT
                   MOVE WS-TT-PAY-AMT(WS-TENDER-SUB)
                       TO WS-EDITED-AMOUNT
                   MOVE WS-TT-VOID-AMT(WS-TENDER-SUB)
                       TO WS-EDITED-VOID
                   COMPUTE WS-NET-AMOUNT =
                       WS-TT-PAY-AMT(WS-TENDER-SUB) -
                       WS-TT-VOID-AMT(WS-TENDER-SUB)
                   MOVE WS-NET-AMOUNT TO WS-EDITED-NET
                   MOVE SPACES TO RP-LINE
                   STRING "         "
                       WS-TENDER-NAME(WS-TENDER-SUB) "  "
                       WS-EDITED-COUNT " "
                       WS-EDITED-AMOUNT " "
                       WS-EDITED-VOID " "
                       WS-EDITED-NET
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-PERFORM
               COMPUTE WS-JOURNAL-NET = WS-PAY-TOTAL - WS-VOID-TOTAL
               MOVE WS-JOURNAL-NET TO WS-EDITED-TOTAL
               MOVE SPACES TO RP-LINE
               STRING "JOURNAL NET (PAYMENTS LESS VOIDS)    "
                   WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

      * The invoice file is summed as it stands now; the change
      * since the last close-out has to be exactly what the journal
      * says the desk took in, less what it voided.
           500-BALANCE-TO-INVOICES.
               OPEN INPUT DUES-INVOICE-FILE
               IF WS-INVC-STATUS NOT = "00"
                   DISPLAY "Invoice file unavailable, status "
                       WS-INVC-STATUS "; journal not balanced."
                   MOVE SPACES TO RP-LINE
                   WRITE RP-LINE
                   MOVE "INVOICE FILE UNAVAILABLE - JOURNAL NOT "
                       & "BALANCED, CONTROL NOT UPDATED" TO RP-LINE
                   WRITE RP-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-INVOICES
                       READ DUES-INVOICE-FILE NEXT RECORD
                           AT END
                               SET END-OF-INVOICES TO TRUE
                           NOT AT END
                               ADD IV-AMOUNT-PAID TO WS-CURRENT-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE DUES-INVOICE-FILE
                   PERFORM 510-WRITE-BALANCE-LINES
                   PERFORM 520-UPDATE-CLOSE-CONTROL
               END-IF.

           510-WRITE-BALANCE-LINES.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "BALANCE TO INVOICE FILE" TO RP-LINE
               WRITE RP-LINE
               MOVE WS-CURRENT-TOTAL TO WS-EDITED-TOTAL
               MOVE SPACES TO RP-LINE
               STRING "AMOUNT PAID ON INVOICES NOW          "
                   WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               IF FIRST-CLOSE-OUT
                   MOVE "NO PRIOR CLOSE-OUT - STARTING TOTAL RECORDED,"
                       & " NOT BALANCED" TO RP-LINE
                   WRITE RP-LINE
               ELSE
                   MOVE WS-PRIOR-TOTAL TO WS-EDITED-TOTAL
                   MOVE SPACES TO RP-LINE
                   STRING "AMOUNT PAID AT LAST CLOSE-OUT        "
                       WS-EDITED-TOTAL
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
                   COMPUTE WS-INVOICE-CHANGE =
                       WS-CURRENT-TOTAL - WS-PRIOR-TOTAL
                   MOVE WS-INVOICE-CHANGE TO WS-EDITED-TOTAL
                   MOVE SPACES TO RP-LINE
                   STRING "CHANGE IN AMOUNT PAID                "
                       WS-EDITED-TOTAL
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
                   COMPUTE WS-DIFFERENCE =
                       WS-INVOICE-CHANGE - WS-JOURNAL-NET
                   MOVE WS-DIFFERENCE TO WS-EDITED-TOTAL
                   MOVE SPACES TO RP-LINE
                   STRING "DIFFERENCE (INVOICES LESS JOURNAL)   "
                       WS-EDITED-TOTAL
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
                   MOVE SPACES TO RP-LINE
                   IF WS-DIFFERENCE = ZERO
                       MOVE "JOURNAL IN BALANCE" TO RP-LINE
                   ELSE
                       MOVE "*** JOURNAL OUT OF BALANCE - RECONCILE "
                           & "BEFORE NEXT DAY ***" TO RP-LINE
                       DISPLAY "Payment journal out of balance with "
                           "the invoice file by " WS-EDITED-TOTAL
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   WRITE RP-LINE
               END-IF.

      * Updated even when out of balance, so tomorrow's close-out
      * measures only tomorrow's movement and the same difference
      * is not reported again.
           520-UPDATE-CLOSE-CONTROL.
               OPEN OUTPUT CLOSE-CONTROL-FILE
               MOVE WS-CLOSE-STAMP TO PC-LAST-CLOSE-STAMP
               MOVE WS-CURRENT-TOTAL TO PC-PAID-TOTAL
               WRITE PC-CONTROL-RECORD
               CLOSE CLOSE-CONTROL-FILE.

       END PROGRAM PAYCLOSE.
