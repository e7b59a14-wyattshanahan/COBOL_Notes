       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RATEMNT".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_33 Dues rate table maintenance - keys the monthly rate
      * for each member type (R regular, S student, Y youth, F
      * family/household) with the billing period it takes effect,
      * so a price rise is one row per type entered ahead of time
      * instead of re-keying every member.  DUESBILL prices each
      * invoice from the row in force for the billing period; run
      * RATEPREV first to see who a new row will change.
      * Rows may be added for the current period onward.  A row
      * already in force is history - invoices were priced from it -
      * so only rows for a future period may be changed or removed.
      * Every add, change and removal is appended to the change
      * journal CHGJRNL.DAT (file code R).  Requires an operations
      * sign-on.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DUES-RATE-FILE ASSIGN TO "RATES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DR-RATE-KEY
                   FILE STATUS IS WS-RATE-STATUS.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  DUES-RATE-FILE.
           COPY RATEREC.

           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           WORKING-STORAGE SECTION.
           01 WS-RATE-STATUS        PIC XX.
           01 WS-CHGJ-STATUS        PIC XX.
           01 WS-MENU-CHOICE        PIC X(1).
               88 CHOICE-IS-LIST            VALUE "L" "l".
               88 CHOICE-IS-ADD             VALUE "A" "a".
               88 CHOICE-IS-CHANGE          VALUE "C" "c".
               88 CHOICE-IS-REMOVE          VALUE "R" "r".
               88 CHOICE-IS-EXIT            VALUE "X" "x".
           01 WS-DONE-SWITCH        PIC X(1) VALUE "N".
               88 MAINTENANCE-DONE          VALUE "Y".
           01 WS-EOF-SWITCH         PIC X(1).
               88 END-OF-RATES              VALUE "Y".
           01 WS-KEY-OK-SWITCH      PIC X(1).
               88 KEY-IS-VALID              VALUE "Y".
           01 WS-MEMBER-TYPE        PIC X(1).
               88 TYPE-IS-VALID             VALUE "R" "S" "Y" "F".
           01 WS-EFFECTIVE-PERIOD   PIC X(6).
           01 WS-EFFECTIVE-MONTH    PIC 9(2).
           01 WS-CURRENT-PERIOD     PIC X(6).
           01 WS-ANSWER             PIC X(1).
           01 WS-CURRENT-DATETIME   PIC X(21).
           01 WS-ADD-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-CHANGE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-REMOVE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-BEFORE-IMAGE       PIC X(150).
           01 WS-CHANGE-ACTION      PIC X(1).
           01 WS-EDITED-RATE        PIC Z,ZZ9.99.
           01 WS-ROW-STATE          PIC X(9).

           01 WS-SIGNON-OPERATOR    PIC X(8).
           01 WS-SIGNON-ROLE        PIC X(1).
           01 WS-SIGNON-FLAG        PIC X(1).
               88 OPERATOR-SIGNED-ON        VALUE "Y".
           01 WS-ACCESS-SWITCH      PIC X(1) VALUE "N".
               88 ACCESS-IS-ALLOWED         VALUE "Y".

       PROCEDURE DIVISION.
           001-MAIN.
               PERFORM 050-OPERATOR-SIGNON
               IF NOT ACCESS-IS-ALLOWED
                   DISPLAY "Rate table maintenance needs an "
                       "operations sign-on."
                   STOP RUN
               END-IF
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS NOT = "00"
                   DISPLAY "Change journal unavailable, status "
                       WS-CHGJ-STATUS "; maintenance cannot run."
                   STOP RUN
               END-IF
               CLOSE CHANGE-JOURNAL-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:6) TO WS-CURRENT-PERIOD
               PERFORM 900-OPEN-RATE-FILE
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "Unable to open rate table, status "
                       WS-RATE-STATUS
               ELSE
                   PERFORM 100-MENU-LOOP UNTIL MAINTENANCE-DONE
                   CLOSE DUES-RATE-FILE
                   DISPLAY "Rate maintenance complete. Added: "
                       WS-ADD-COUNT " changed: " WS-CHANGE-COUNT
                       " removed: " WS-REMOVE-COUNT
               END-IF
               STOP RUN.

           050-OPERATOR-SIGNON.
               MOVE "N" TO WS-ACCESS-SWITCH
               CALL "SIGNON-CALL" USING WS-SIGNON-OPERATOR
                   WS-SIGNON-ROLE WS-SIGNON-FLAG
               END-CALL
               IF OPERATOR-SIGNED-ON
                   IF WS-SIGNON-ROLE = "O"
                       MOVE "Y" TO WS-ACCESS-SWITCH
                   END-IF
               END-IF.

           100-MENU-LOOP.
               DISPLAY " ".
               DISPLAY "Dues rate table maintenance".
               DISPLAY "  L - list the rate table".
               DISPLAY "  A - add a rate".
               DISPLAY "  C - change a future rate".
               DISPLAY "  R - remove a future rate".
               DISPLAY "  X - exit".
               DISPLAY "Enter choice: ".
               ACCEPT WS-MENU-CHOICE.
               EVALUATE TRUE
                   WHEN CHOICE-IS-LIST
                       PERFORM 150-LIST-RATES
                   WHEN CHOICE-IS-ADD
                       PERFORM 200-ADD-RATE
                   WHEN CHOICE-IS-CHANGE
                       PERFORM 300-CHANGE-RATE
                   WHEN CHOICE-IS-REMOVE
                       PERFORM 400-REMOVE-RATE
                   WHEN CHOICE-IS-EXIT
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice: " WS-MENU-CHOICE
               END-EVALUATE.

           150-LIST-RATES.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO DR-RATE-KEY
               START DUES-RATE-FILE KEY IS >= DR-RATE-KEY
                   INVALID KEY
                       DISPLAY "The rate table is empty."
                       SET END-OF-RATES TO TRUE
               END-START
               DISPLAY "TYPE PERIOD      RATE SET ON    BY"
               PERFORM UNTIL END-OF-RATES
                   READ DUES-RATE-FILE NEXT RECORD
                       AT END
                           SET END-OF-RATES TO TRUE
                       NOT AT END
                           PERFORM 160-LIST-ONE-RATE
                   END-READ
               END-PERFORM.

           160-LIST-ONE-RATE.
               MOVE DR-MONTHLY-RATE TO WS-EDITED-RATE
               IF DR-EFFECTIVE-PERIOD > WS-CURRENT-PERIOD
                   MOVE "FUTURE" TO WS-ROW-STATE
               ELSE
                   MOVE SPACES TO WS-ROW-STATE
               END-IF
               DISPLAY "  " DR-MEMBER-TYPE "  " DR-EFFECTIVE-PERIOD
                   " " WS-EDITED-RATE " " DR-SET-DATE " "
                   DR-OPERATOR-ID " " WS-ROW-STATE.

           200-ADD-RATE.
               PERFORM 500-ACCEPT-RATE-KEY
               IF KEY-IS-VALID
                   IF WS-EFFECTIVE-PERIOD < WS-CURRENT-PERIOD
                       DISPLAY "A new rate cannot take effect before "
                           "the current period " WS-CURRENT-PERIOD "."
                   ELSE
                       READ DUES-RATE-FILE
                           INVALID KEY
                               PERFORM 210-ACCEPT-NEW-RATE
                           NOT INVALID KEY
                               DISPLAY "A rate for type "
                                   WS-MEMBER-TYPE " from "
                                   WS-EFFECTIVE-PERIOD
                                   " already exists; use C to change."
                       END-READ
                   END-IF
               END-IF.

           210-ACCEPT-NEW-RATE.
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-MEMBER-TYPE TO DR-MEMBER-TYPE
               MOVE WS-EFFECTIVE-PERIOD TO DR-EFFECTIVE-PERIOD
               PERFORM 520-ACCEPT-RATE-AMOUNT
               WRITE DR-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Add failed for " DR-RATE-KEY
                           ", status " WS-RATE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "Rate for type " WS-MEMBER-TYPE
                           " from " WS-EFFECTIVE-PERIOD " added."
                       IF WS-EFFECTIVE-PERIOD = WS-CURRENT-PERIOD
                           DISPLAY "Invoices already raised for "
                               WS-CURRENT-PERIOD " keep their price."
                       END-IF
                       MOVE "A" TO WS-CHANGE-ACTION
                       PERFORM 800-WRITE-CHANGE-JOURNAL
               END-WRITE.

           300-CHANGE-RATE.
               PERFORM 510-READ-FUTURE-RATE
               IF WS-RATE-STATUS = "00"
                   MOVE DR-RATE-RECORD TO WS-BEFORE-IMAGE
                   MOVE DR-MONTHLY-RATE TO WS-EDITED-RATE
                   DISPLAY "Rate on file: " WS-EDITED-RATE
                   PERFORM 520-ACCEPT-RATE-AMOUNT
                   REWRITE DR-RATE-RECORD
                       INVALID KEY
                           DISPLAY "Change failed for " DR-RATE-KEY
                               ", status " WS-RATE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           DISPLAY "Rate updated."
                           IF DR-RATE-RECORD NOT = WS-BEFORE-IMAGE
                               MOVE "C" TO WS-CHANGE-ACTION
                               PERFORM 800-WRITE-CHANGE-JOURNAL
                           END-IF
                   END-REWRITE
               END-IF.

      * The journal keeps the removed row as the before image; the
      * after image is left blank.
           400-REMOVE-RATE.
               PERFORM 510-READ-FUTURE-RATE
               IF WS-RATE-STATUS = "00"
                   MOVE DR-MONTHLY-RATE TO WS-EDITED-RATE
                   DISPLAY "Remove the " WS-EDITED-RATE " rate for "
                       "type " DR-MEMBER-TYPE " from "
                       DR-EFFECTIVE-PERIOD " (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       MOVE DR-RATE-RECORD TO WS-BEFORE-IMAGE
                       DELETE DUES-RATE-FILE
                           INVALID KEY
                               DISPLAY "Remove failed for "
                                   DR-RATE-KEY ", status "
                                   WS-RATE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-REMOVE-COUNT
                               DISPLAY "Rate removed."
                               MOVE SPACES TO DR-RATE-RECORD
                               MOVE WS-BEFORE-IMAGE(1:7)
                                   TO DR-RATE-KEY
                               MOVE "R" TO WS-CHANGE-ACTION
                               PERFORM 800-WRITE-CHANGE-JOURNAL
                       END-DELETE
                   END-IF
               END-IF.

           500-ACCEPT-RATE-KEY.
               MOVE "N" TO WS-KEY-OK-SWITCH
               DISPLAY "Member type - R=regular S=student "
                   "Y=youth F=family/household: "
               ACCEPT WS-MEMBER-TYPE
               IF WS-MEMBER-TYPE = "r" OR "s" OR "y" OR "f"
                   INSPECT WS-MEMBER-TYPE CONVERTING "rsyf"
                       TO "RSYF"
               END-IF
               DISPLAY "Effective billing period (YYYYMM): "
               ACCEPT WS-EFFECTIVE-PERIOD
               IF NOT TYPE-IS-VALID
                   DISPLAY "Unrecognized type: " WS-MEMBER-TYPE
               ELSE
                   IF WS-EFFECTIVE-PERIOD IS NOT NUMERIC
                       DISPLAY "Period must be YYYYMM: "
                           WS-EFFECTIVE-PERIOD
                   ELSE
                       MOVE WS-EFFECTIVE-PERIOD(5:2)
                           TO WS-EFFECTIVE-MONTH
                       IF WS-EFFECTIVE-MONTH < 1 OR
                          WS-EFFECTIVE-MONTH > 12
                           DISPLAY "Period must be YYYYMM: "
                               WS-EFFECTIVE-PERIOD
                       ELSE
                           SET KEY-IS-VALID TO TRUE
                           MOVE WS-MEMBER-TYPE TO DR-MEMBER-TYPE
                           MOVE WS-EFFECTIVE-PERIOD
                               TO DR-EFFECTIVE-PERIOD
                       END-IF
                   END-IF
               END-IF.

           510-READ-FUTURE-RATE.
               MOVE "23" TO WS-RATE-STATUS
               PERFORM 500-ACCEPT-RATE-KEY
               IF KEY-IS-VALID
                   IF WS-EFFECTIVE-PERIOD NOT > WS-CURRENT-PERIOD
                       DISPLAY "Rates in force from "
                           WS-EFFECTIVE-PERIOD " are history and "
                           "cannot be altered; add a new rate."
                   ELSE
                       READ DUES-RATE-FILE
                           INVALID KEY
                               DISPLAY "No rate for type "
                                   WS-MEMBER-TYPE " from "
                                   WS-EFFECTIVE-PERIOD
                       END-READ
                   END-IF
               END-IF.

           520-ACCEPT-RATE-AMOUNT.
               DISPLAY "Monthly rate (999999 = 9999.99): "
               ACCEPT DR-MONTHLY-RATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO DR-SET-DATE
               MOVE WS-SIGNON-OPERATOR TO DR-OPERATOR-ID.

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.
           800-WRITE-CHANGE-JOURNAL.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   MOVE SPACES TO CJ-CHANGE-RECORD
                   MOVE WS-CURRENT-DATETIME(1:14) TO CJ-TIMESTAMP
                   MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
                   MOVE "RATEMNT" TO CJ-PROGRAM
                   SET CJ-FILE-RATE TO TRUE
                   MOVE WS-CHANGE-ACTION TO CJ-ACTION
                   MOVE DR-RATE-KEY TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                   IF WS-CHANGE-ACTION NOT = "R"
                       MOVE DR-RATE-RECORD TO CJ-AFTER-IMAGE
                   END-IF
                   WRITE CJ-CHANGE-RECORD
                   IF WS-CHGJ-STATUS NOT = "00"
                       PERFORM 840-NOTE-NOT-JOURNALLED
                   END-IF
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   PERFORM 840-NOTE-NOT-JOURNALLED
               END-IF.

           810-OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-CHGJ-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
                   CLOSE CHANGE-JOURNAL-FILE
                   OPEN EXTEND CHANGE-JOURNAL-FILE
               END-IF.

      * The change is already on file when the journal fails, so it
      * is reported as applied but unrecorded.
           840-NOTE-NOT-JOURNALLED.
               DISPLAY "*** Change journal write failed, status "
                   WS-CHGJ-STATUS ": RATEMNT action " WS-CHANGE-ACTION
                   " on rate " DR-RATE-KEY
                   " was applied but NOT journalled.".

           900-OPEN-RATE-FILE.
               OPEN I-O DUES-RATE-FILE.
               IF WS-RATE-STATUS = "35"
                   OPEN OUTPUT DUES-RATE-FILE
                   CLOSE DUES-RATE-FILE
                   OPEN I-O DUES-RATE-FILE
               END-IF.

       END PROGRAM RATEMNT.
