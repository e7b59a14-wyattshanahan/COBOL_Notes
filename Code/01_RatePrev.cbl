       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RATEPREV".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_33 Repricing preview - before a new dues rate takes
      * effect, prices every active member the way DUESBILL will
      * (rate table by type, household F rate on the primary payer,
      * overrides and master-rate fallbacks as on the master) both
      * for the current period and for the target period, and
      * lists every member or household whose monthly dues will
      * change and by how much, with the rows taking effect in
      * between and the net change in monthly billing.  Dependents
      * of a household are not billed on their own and are not
      * listed.  Run with the target period as a parameter
      * (YYYYMM), or with no parameter for next month.  Writes
      * RATEPREV.RPT; changes nothing.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
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
               SELECT PREVIEW-REPORT-FILE ASSIGN TO "RATEPREV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           FD  DUES-RATE-FILE.
           COPY RATEREC.

           FD  PREVIEW-REPORT-FILE.
           01 RP-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-HH-STATUS             PIC XX.
           01 WS-RATE-STATUS           PIC XX.
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-CURRENT-PERIOD        PIC X(6).
           01 WS-TARGET-PERIOD         PIC X(6).
           01 WS-NEXT-YEAR             PIC 9(4).
           01 WS-NEXT-MONTH            PIC 9(2).
           01 WS-PRICE-PERIOD          PIC X(6).
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-MASTER                VALUE "Y".
           01 WS-RATE-EOF-SWITCH       PIC X(1) VALUE "N".
               88 END-OF-RATES                 VALUE "Y".
           01 WS-HH-FILE-SWITCH        PIC X(1) VALUE "N".
               88 HOUSEHOLDS-AVAILABLE         VALUE "Y".
           01 WS-IN-HOUSEHOLD-SWITCH   PIC X(1).
               88 MEMBER-IN-HOUSEHOLD          VALUE "Y".
           01 WS-HH-SUB                PIC 9(2).

           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 200 TIMES.
                   10 WS-RT-TYPE           PIC X(1).
                   10 WS-RT-PERIOD         PIC 9(6).
                   10 WS-RT-RATE           PIC 9(4)V99.
           01 WS-RATES-LOADED          PIC 9(3) VALUE ZERO.
           01 WS-RT-SUB                PIC 9(3).
           01 WS-PRICE-TYPE            PIC X(1).
           01 WS-TABLE-RATE            PIC 9(4)V99.
           01 WS-MASTER-RATE           PIC 9(4)V99.
           01 WS-RATE-FOUND-SWITCH     PIC X(1).
               88 RATE-WAS-FOUND               VALUE "Y".
           01 WS-BILL-AMOUNT           PIC 9(4)V99.
           01 WS-PRICE-BASIS           PIC X(8).

           01 WS-OLD-AMOUNT            PIC 9(4)V99.
           01 WS-NEW-AMOUNT            PIC 9(4)V99.
           01 WS-DIFFERENCE            PIC S9(4)V99.
           01 WS-MEMBERS-READ          PIC 9(6) VALUE ZERO.
           01 WS-PRICED-COUNT          PIC 9(6) VALUE ZERO.
           01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
           01 WS-OLD-TOTAL             PIC 9(8)V99 VALUE ZERO.
           01 WS-NEW-TOTAL             PIC 9(8)V99 VALUE ZERO.
           01 WS-NET-CHANGE            PIC S9(8)V99 VALUE ZERO.

           01 WS-EDITED-RATE           PIC Z,ZZ9.99.
           01 WS-EDITED-OLD            PIC Z,ZZ9.99.
           01 WS-EDITED-NEW            PIC Z,ZZ9.99.
           01 WS-EDITED-DIFF           PIC +,++9.99.
           01 WS-EDITED-TOTAL          PIC Z,ZZZ,ZZ9.99.
           01 WS-EDITED-NET            PIC +,+++,++9.99.

       PROCEDURE DIVISION.
           001-MAIN.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:6) TO WS-CURRENT-PERIOD
               IF WS-CMD-LINE(1:6) = SPACES
                   PERFORM 050-SET-NEXT-PERIOD
               ELSE
                   MOVE WS-CMD-LINE(1:6) TO WS-TARGET-PERIOD
               END-IF
               IF WS-TARGET-PERIOD IS NOT NUMERIC
                   DISPLAY "Target period must be YYYYMM: "
                       WS-TARGET-PERIOD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 100-RUN-PREVIEW
               END-IF
               STOP RUN.

           050-SET-NEXT-PERIOD.
               MOVE WS-CURRENT-PERIOD(1:4) TO WS-NEXT-YEAR
               MOVE WS-CURRENT-PERIOD(5:2) TO WS-NEXT-MONTH
               IF WS-NEXT-MONTH = 12
                   MOVE 1 TO WS-NEXT-MONTH
                   ADD 1 TO WS-NEXT-YEAR
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               STRING WS-NEXT-YEAR WS-NEXT-MONTH
                   DELIMITED BY SIZE INTO WS-TARGET-PERIOD.

           100-RUN-PREVIEW.
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Member master unavailable, status "
                       WS-MEMB-STATUS "; preview cannot run."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT PREVIEW-REPORT-FILE
                   PERFORM 110-WRITE-REPORT-HEADINGS
                   PERFORM 120-LOAD-RATE-TABLE
                   OPEN INPUT HOUSEHOLD-FILE
                   IF WS-HH-STATUS = "00"
                       SET HOUSEHOLDS-AVAILABLE TO TRUE
                   END-IF
                   PERFORM 200-WRITE-COLUMN-HEADINGS
                   PERFORM UNTIL END-OF-MASTER
                       READ MEMBER-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-MASTER TO TRUE
                           NOT AT END
                               ADD 1 TO WS-MEMBERS-READ
                               PERFORM 210-PREVIEW-ONE-MEMBER
                       END-READ
                   END-PERFORM
                   PERFORM 400-WRITE-REPORT-TOTALS
                   IF HOUSEHOLDS-AVAILABLE
                       CLOSE HOUSEHOLD-FILE
                   END-IF
                   CLOSE PREVIEW-REPORT-FILE
                   CLOSE MEMBER-MASTER-FILE
                   DISPLAY "Repricing preview " WS-CURRENT-PERIOD
                       " to " WS-TARGET-PERIOD ". Members: "
                       WS-MEMBERS-READ " priced: " WS-PRICED-COUNT
                       " changing: " WS-CHANGED-COUNT
               END-IF.

           110-WRITE-REPORT-HEADINGS.
               MOVE SPACES TO RP-LINE
               STRING "DUES REPRICING PREVIEW - "
                   WS-CURRENT-PERIOD " TO " WS-TARGET-PERIOD
                   "  RUN DATE " WS-CURRENT-DATETIME(1:8)
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE.

      * Same table load as DUESBILL; the rows that take effect after
      * the current period, up to the target, are listed as read.
           120-LOAD-RATE-TABLE.
               OPEN INPUT DUES-RATE-FILE
               IF WS-RATE-STATUS NOT = "00"
                   MOVE "NO RATE TABLE - EVERY MEMBER PRICES AT THE "
                       & "MASTER RATE" TO RP-LINE
                   WRITE RP-LINE
               ELSE
                   MOVE "RATES TAKING EFFECT:" TO RP-LINE
                   WRITE RP-LINE
                   PERFORM UNTIL END-OF-RATES
                       READ DUES-RATE-FILE NEXT RECORD
                           AT END
                               SET END-OF-RATES TO TRUE
                           NOT AT END
                               PERFORM 130-NOTE-ONE-RATE
                       END-READ
                   END-PERFORM
                   CLOSE DUES-RATE-FILE
               END-IF.

           130-NOTE-ONE-RATE.
               IF WS-RATES-LOADED < 200
                   ADD 1 TO WS-RATES-LOADED
                   MOVE DR-MEMBER-TYPE TO WS-RT-TYPE(WS-RATES-LOADED)
                   MOVE DR-EFFECTIVE-PERIOD
                       TO WS-RT-PERIOD(WS-RATES-LOADED)
                   MOVE DR-MONTHLY-RATE TO WS-RT-RATE(WS-RATES-LOADED)
               ELSE
                   DISPLAY "Rate table over 200 rows; ignoring "
                       DR-RATE-KEY
               END-IF
               IF DR-EFFECTIVE-PERIOD > WS-CURRENT-PERIOD AND
                  DR-EFFECTIVE-PERIOD NOT > WS-TARGET-PERIOD
                   MOVE DR-MONTHLY-RATE TO WS-EDITED-RATE
                   MOVE SPACES TO RP-LINE
                   STRING "   TYPE " DR-MEMBER-TYPE
                       " FROM " DR-EFFECTIVE-PERIOD
                       "  " WS-EDITED-RATE
                       "  SET " DR-SET-DATE " BY " DR-OPERATOR-ID
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF.

           200-WRITE-COLUMN-HEADINGS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "MEMBER NAME                   T HSHLD       NOW"
                   & "      NEW   CHANGE BASIS" TO RP-LINE
               WRITE RP-LINE.

           210-PREVIEW-ONE-MEMBER.
               IF NOT MM-MEMBER-INACTIVE
                   PERFORM 220-FIND-HOUSEHOLD
                   IF MEMBER-IN-HOUSEHOLD
                       IF HH-PRIMARY-ID = MM-MEMBER-ID
                           MOVE WS-CURRENT-PERIOD TO WS-PRICE-PERIOD
                           PERFORM 260-PRICE-HOUSEHOLD
                           MOVE WS-BILL-AMOUNT TO WS-OLD-AMOUNT
                           MOVE WS-TARGET-PERIOD TO WS-PRICE-PERIOD
                           PERFORM 260-PRICE-HOUSEHOLD
                           MOVE WS-BILL-AMOUNT TO WS-NEW-AMOUNT
                           PERFORM 300-COMPARE-PRICES
                       END-IF
                   ELSE
                       MOVE SPACES TO HH-HOUSEHOLD-ID
                       MOVE WS-CURRENT-PERIOD TO WS-PRICE-PERIOD
                       PERFORM 270-PRICE-MEMBER
                       MOVE WS-BILL-AMOUNT TO WS-OLD-AMOUNT
                       MOVE WS-TARGET-PERIOD TO WS-PRICE-PERIOD
                       PERFORM 270-PRICE-MEMBER
                       MOVE WS-BILL-AMOUNT TO WS-NEW-AMOUNT
                       PERFORM 300-COMPARE-PRICES
                   END-IF
               END-IF.

      * As in DUESBILL: only an active household that lists the
      * member counts.
           220-FIND-HOUSEHOLD.
               MOVE "N" TO WS-IN-HOUSEHOLD-SWITCH
               IF MM-HOUSEHOLD-ID NOT = SPACES AND HOUSEHOLDS-AVAILABLE
                   MOVE MM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT HH-HOUSEHOLD-INACTIVE
                               PERFORM 230-CHECK-HOUSEHOLD-LISTING
                           END-IF
                   END-READ
               END-IF.

           230-CHECK-HOUSEHOLD-LISTING.
               IF HH-PRIMARY-ID = MM-MEMBER-ID
                   SET MEMBER-IN-HOUSEHOLD TO TRUE
               END-IF
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                          OR WS-HH-SUB > 8
                   IF HH-DEPENDENT-ID(WS-HH-SUB) = MM-MEMBER-ID
                       SET MEMBER-IN-HOUSEHOLD TO TRUE
                   END-IF
               END-PERFORM.

      * Pricing as DUESBILL's 160/170/180, for WS-PRICE-PERIOD.
           260-PRICE-HOUSEHOLD.
               MOVE ZERO TO WS-BILL-AMOUNT
               IF HH-RATE-OVERRIDDEN
                   IF HH-DUES-RATE IS NUMERIC
                       MOVE HH-DUES-RATE TO WS-BILL-AMOUNT
                   END-IF
                   MOVE "OVERRIDE" TO WS-PRICE-BASIS
               ELSE
                   MOVE "F" TO WS-PRICE-TYPE
                   PERFORM 280-LOOK-UP-RATE
                   IF RATE-WAS-FOUND
                       MOVE WS-TABLE-RATE TO WS-BILL-AMOUNT
                       MOVE "TABLE" TO WS-PRICE-BASIS
                   ELSE
                       IF HH-DUES-RATE IS NUMERIC
                           MOVE HH-DUES-RATE TO WS-BILL-AMOUNT
                       END-IF
                       MOVE "MASTER" TO WS-PRICE-BASIS
                   END-IF
               END-IF.

           270-PRICE-MEMBER.
               MOVE ZERO TO WS-BILL-AMOUNT
               MOVE ZERO TO WS-MASTER-RATE
               IF MM-DUES-RATE IS NUMERIC
                   MOVE MM-DUES-RATE TO WS-MASTER-RATE
               END-IF
               EVALUATE TRUE
                   WHEN MM-RATE-OVERRIDDEN
                       MOVE WS-MASTER-RATE TO WS-BILL-AMOUNT
                       MOVE "OVERRIDE" TO WS-PRICE-BASIS
                   WHEN MM-RATE-OVERRIDE = SPACE AND
                        WS-MASTER-RATE = ZERO
                       MOVE "COMP" TO WS-PRICE-BASIS
                   WHEN OTHER
      * The F row is a whole household's rate; a family-type member
      * billed on their own (no active household) pays the regular
      * individual rate.
                       IF MM-TYPE-FAMILY
                           MOVE "R" TO WS-PRICE-TYPE
                       ELSE
                           MOVE MM-MEMBER-TYPE TO WS-PRICE-TYPE
                       END-IF
                       PERFORM 280-LOOK-UP-RATE
                       IF RATE-WAS-FOUND
                           MOVE WS-TABLE-RATE TO WS-BILL-AMOUNT
                           MOVE "TABLE" TO WS-PRICE-BASIS
                       ELSE
                           MOVE WS-MASTER-RATE TO WS-BILL-AMOUNT
                           MOVE "MASTER" TO WS-PRICE-BASIS
                       END-IF
               END-EVALUATE.

           280-LOOK-UP-RATE.
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               MOVE ZERO TO WS-TABLE-RATE
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RATES-LOADED
                   IF WS-RT-TYPE(WS-RT-SUB) = WS-PRICE-TYPE AND
                      WS-RT-PERIOD(WS-RT-SUB) NOT > WS-PRICE-PERIOD
                       MOVE WS-RT-RATE(WS-RT-SUB) TO WS-TABLE-RATE
                       SET RATE-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM.

      * The basis shown is the one for the target period.
           300-COMPARE-PRICES.
               ADD 1 TO WS-PRICED-COUNT
               ADD WS-OLD-AMOUNT TO WS-OLD-TOTAL
               ADD WS-NEW-AMOUNT TO WS-NEW-TOTAL
               IF WS-NEW-AMOUNT NOT = WS-OLD-AMOUNT
                   ADD 1 TO WS-CHANGED-COUNT
                   COMPUTE WS-DIFFERENCE = WS-NEW-AMOUNT - WS-OLD-AMOUNT
                   MOVE WS-OLD-AMOUNT TO WS-EDITED-OLD
                   MOVE WS-NEW-AMOUNT TO WS-EDITED-NEW
                   MOVE WS-DIFFERENCE TO WS-EDITED-DIFF
                   MOVE SPACES TO RP-LINE
                   STRING MM-MEMBER-ID " "
                       MM-MEMBER-NAME(1:22) " "
                       MM-MEMBER-TYPE " "
                       HH-HOUSEHOLD-ID " "
                       WS-EDITED-OLD " "
                       WS-EDITED-NEW " "
                       WS-EDITED-DIFF " "
                       WS-PRICE-BASIS
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF.

           400-WRITE-REPORT-TOTALS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "ACCOUNTS PRICED: " WS-PRICED-COUNT
                   "  CHANGING: " WS-CHANGED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-OLD-TOTAL TO WS-EDITED-TOTAL
               MOVE SPACES TO RP-LINE
               STRING "MONTHLY BILLING NOW     " WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-NEW-TOTAL TO WS-EDITED-TOTAL
               MOVE SPACES TO RP-LINE
               STRING "MONTHLY BILLING AT " WS-TARGET-PERIOD
                   WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               COMPUTE WS-NET-CHANGE = WS-NEW-TOTAL - WS-OLD-TOTAL
               MOVE WS-NET-CHANGE TO WS-EDITED-NET
               MOVE SPACES TO RP-LINE
               STRING "NET MONTHLY CHANGE      " WS-EDITED-NET
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

       END PROGRAM RATEPREV.
