      * owned by DUESBILL/PAYENTRY and is only shown here.
      * CH01_23 Requires an operator sign-on (front desk or
      * operations role) before the menu comes up.
      * CH01_31 Every add, change and deactivate is appended to the
      * change journal CHGJRNL.DAT with the record before and after
      * and the signed-on operator, so a changed dues rate or
      * consent flag can always be traced to who changed it and
      * when (CHGINQ reports it).  A change pass that alters
      * nothing is not journalled.  No journal, no maintenance.
      * CH01_32 A member linked to a household cannot be deactivated
      * here; unlink them (or change the primary payer) in HHMNT.
      * CH01_33 Dues now come from the rate table by type (RATEMNT),
      * so the rate is only keyed here for a member-specific
      * override - a comp (zero) or other agreed exception.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS        PIC XX.
           01 WS-MENU-CHOICE        PIC X(1).
           01 WS-ADD-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-CHANGE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-DEACT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-CHGJ-STATUS        PIC XX.
           01 WS-BEFORE-IMAGE       PIC X(150).
           01 WS-CHANGE-ACTION      PIC X(1).

           01 WS-SIGNON-OPERATOR    PIC X(8).
           01 WS-SIGNON-ROLE        PIC X(1).
                       "or operations sign-on."
                   STOP RUN
               END-IF
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS NOT = "00"
                   DISPLAY "Change journal unavailable, status "
                       WS-CHGJ-STATUS "; maintenance cannot run."
                   STOP RUN
               END-IF
               CLOSE CHANGE-JOURNAL-FILE
               PERFORM 900-OPEN-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Unable to open member master file, status "

           210-ACCEPT-NEW-MEMBER.
               MOVE SPACES TO MM-MEMBER-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-MEMBER-ID TO MM-MEMBER-ID
               DISPLAY "Enter member name: "
               ACCEPT MM-MEMBER-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "Member " WS-MEMBER-ID " added."
                       MOVE "A" TO WS-CHANGE-ACTION
                       PERFORM 800-WRITE-CHANGE-JOURNAL
               END-WRITE.

           220-ACCEPT-TYPE-AND-RATE.
                   DISPLAY "Unrecognized type; using R (regular)."
                   SET MM-TYPE-REGULAR TO TRUE
               END-IF
               DISPLAY "Override the rate table for this member "
                   "only - comp or exception (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   SET MM-RATE-OVERRIDDEN TO TRUE
                   DISPLAY "Monthly dues rate (999999 = 9999.99, "
                       "zero = comp, no billing): "
                   ACCEPT MM-DUES-RATE
               ELSE
                   SET MM-RATE-FROM-TABLE TO TRUE
                   IF MM-DUES-RATE IS NOT NUMERIC
                       MOVE ZERO TO MM-DUES-RATE
                   END-IF
               END-IF.

           300-CHANGE-MEMBER.
               DISPLAY "Enter member ID to change: ".
                   INVALID KEY
                       DISPLAY "Member not found: " WS-MEMBER-ID
                   NOT INVALID KEY
                       MOVE MM-MEMBER-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 310-ACCEPT-CHANGES
               END-READ.

               END-IF
               DISPLAY "Type on file: " MM-MEMBER-TYPE
                   " dues rate: " MM-DUES-RATE
                   " override: " MM-RATE-OVERRIDE
               DISPLAY "Change type/dues rate (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "Member " WS-MEMBER-ID " updated."
                       IF MM-MEMBER-RECORD NOT = WS-BEFORE-IMAGE
                           MOVE "C" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-CHANGE-JOURNAL
                       END-IF
               END-REWRITE.

           400-DEACTIVATE-MEMBER.
                   INVALID KEY
                       DISPLAY "Member not found: " WS-MEMBER-ID
                   NOT INVALID KEY
                       MOVE MM-MEMBER-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 410-CONFIRM-DEACTIVATE
               END-READ.

           410-CONFIRM-DEACTIVATE.
               EVALUATE TRUE
                   WHEN MM-MEMBER-INACTIVE
                       DISPLAY "Member " WS-MEMBER-ID
                           " is already inactive."
      * A linked member is billed through the household; an inactive
      * primary payer would leave the whole household unbilled.
                   WHEN MM-HOUSEHOLD-ID NOT = SPACES
                       DISPLAY "Member belongs to household "
                           MM-HOUSEHOLD-ID "; unlink it in "
                           "HHMNT first."
                   WHEN OTHER
                       PERFORM 420-DEACTIVATE-ONE-MEMBER
               END-EVALUATE.

           420-DEACTIVATE-ONE-MEMBER.
               DISPLAY "Deactivate " MM-MEMBER-NAME " (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   SET MM-MEMBER-INACTIVE TO TRUE
                   REWRITE MM-MEMBER-RECORD
                       INVALID KEY
                           DISPLAY "Deactivate failed for "
                               WS-MEMBER-ID ", status "
                               WS-MEMB-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DEACT-COUNT
                           DISPLAY "Member " WS-MEMBER-ID
                               " deactivated."
                           MOVE "D" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-CHANGE-JOURNAL
                   END-REWRITE
               END-IF.

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.
           800-WRITE-CHANGE-JOURNAL.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   MOVE SPACES TO CJ-CHANGE-RECORD
                   MOVE WS-CURRENT-DATETIME(1:14) TO CJ-TIMESTAMP
                   MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
                   MOVE "MEMBMNT" TO CJ-PROGRAM
                   SET CJ-FILE-MEMBER TO TRUE
                   MOVE WS-CHANGE-ACTION TO CJ-ACTION
                   MOVE MM-MEMBER-ID TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                   MOVE MM-MEMBER-RECORD TO CJ-AFTER-IMAGE
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
                   WS-CHGJ-STATUS ": MEMBMNT action " WS-CHANGE-ACTION
                   " on member " MM-MEMBER-ID
                   " was applied but NOT journalled.".

           900-OPEN-MASTER-FILE.
               OPEN I-O MEMBER-MASTER-FILE.
               IF WS-MEMB-STATUS = "35"
