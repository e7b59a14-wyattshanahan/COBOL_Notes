       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HHMNT".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_32 Household maintenance - sets up a household on the
      * HOUSEHOLD file with its primary payer and household dues
      * rate, links and unlinks dependents (up to eight), changes
      * the name, rate or primary payer, and deactivates a
      * household.  Linking a member stamps the household ID on
      * their master record and makes them a family member type;
      * from then on DUESBILL bills the household through the
      * primary payer, PAYENTRY takes payment for the household,
      * and the arrears hold follows the household.  Unlinking (or
      * deactivating the household) puts members back on their own
      * billing; the operator gives each one an individual member
      * type again, since the family type is priced only as a
      * household - check any dues override in MEMBMNT.  A
      * member can belong to one household at a time.  Every change
      * to a household or a member's link is appended to the change
      * journal CHGJRNL.DAT.  Requires a front desk or operations
      * sign-on.
      * CH01_33 A household is billed the family (F) rate from the
      * rate table unless it is given its own override rate here.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           WORKING-STORAGE SECTION.
           01 WS-HH-STATUS          PIC XX.
           01 WS-MEMB-STATUS        PIC XX.
           01 WS-CHGJ-STATUS        PIC XX.
           01 WS-MENU-CHOICE        PIC X(1).
               88 CHOICE-IS-ADD             VALUE "A" "a".
               88 CHOICE-IS-CHANGE          VALUE "C" "c".
               88 CHOICE-IS-LINK            VALUE "L" "l".
               88 CHOICE-IS-UNLINK          VALUE "U" "u".
               88 CHOICE-IS-DEACTIVATE      VALUE "D" "d".
               88 CHOICE-IS-EXIT            VALUE "X" "x".
           01 WS-DONE-SWITCH        PIC X(1) VALUE "N".
               88 MAINTENANCE-DONE          VALUE "Y".
           01 WS-HOUSEHOLD-ID       PIC X(6).
           01 WS-LINK-ID            PIC X(6).
           01 WS-ANSWER             PIC X(1).
           01 WS-CURRENT-DATETIME   PIC X(21).
           01 WS-ADD-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-CHANGE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-LINK-COUNT         PIC 9(4) VALUE ZERO.
           01 WS-UNLINK-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-DEACT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-HH-SUB             PIC 9(2).
           01 WS-FOUND-SUB          PIC 9(2).
           01 WS-LINK-OK-SWITCH     PIC X(1).
               88 LINK-WAS-MADE             VALUE "Y".
           01 WS-UNLINK-OK-SWITCH   PIC X(1).
               88 UNLINK-WAS-MADE           VALUE "Y".
           01 WS-UNLINK-FAILED-COUNT PIC 9(2).
           01 WS-BEFORE-IMAGE       PIC X(150).
           01 WS-MEMBER-BEFORE      PIC X(150).
           01 WS-CHANGE-ACTION      PIC X(1).
           01 WS-EDITED-RATE        PIC Z,ZZ9.99.
           01 WS-INDIVIDUAL-TYPE    PIC X(1).
               88 TYPE-IS-INDIVIDUAL        VALUE "R" "S" "Y".

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
                   DISPLAY "Household maintenance needs a front desk "
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
               OPEN I-O MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Member master unavailable, status "
                       WS-MEMB-STATUS
               ELSE
                   PERFORM 900-OPEN-HOUSEHOLD-FILE
                   IF WS-HH-STATUS NOT = "00"
                       DISPLAY "Unable to open household file, "
                           "status " WS-HH-STATUS
                   ELSE
                       PERFORM 100-MENU-LOOP UNTIL MAINTENANCE-DONE
                       CLOSE HOUSEHOLD-FILE
                       DISPLAY "Household maintenance complete. "
                           "Added: " WS-ADD-COUNT
                           " changed: " WS-CHANGE-COUNT
                           " linked: " WS-LINK-COUNT
                           " unlinked: " WS-UNLINK-COUNT
                           " deactivated: " WS-DEACT-COUNT
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               STOP RUN.

           050-OPERATOR-SIGNON.
               MOVE "N" TO WS-ACCESS-SWITCH
               CALL "SIGNON-CALL" USING WS-SIGNON-OPERATOR
                   WS-SIGNON-ROLE WS-SIGNON-FLAG
               END-CALL
               IF OPERATOR-SIGNED-ON
                   IF WS-SIGNON-ROLE = "D" OR WS-SIGNON-ROLE = "O"
                       MOVE "Y" TO WS-ACCESS-SWITCH
                   END-IF
               END-IF.

           100-MENU-LOOP.
               DISPLAY " ".
               DISPLAY "Household maintenance".
               DISPLAY "  A - add a household".
               DISPLAY "  C - change name/rate/primary payer".
               DISPLAY "  L - link a dependent".
               DISPLAY "  U - unlink a dependent".
               DISPLAY "  D - deactivate a household".
               DISPLAY "  X - exit".
               DISPLAY "Enter choice: ".
               ACCEPT WS-MENU-CHOICE.
               EVALUATE TRUE
                   WHEN CHOICE-IS-ADD
                       PERFORM 200-ADD-HOUSEHOLD
                   WHEN CHOICE-IS-CHANGE
                       PERFORM 300-CHANGE-HOUSEHOLD
                   WHEN CHOICE-IS-LINK
                       PERFORM 400-LINK-DEPENDENT
                   WHEN CHOICE-IS-UNLINK
                       PERFORM 500-UNLINK-DEPENDENT
                   WHEN CHOICE-IS-DEACTIVATE
                       PERFORM 600-DEACTIVATE-HOUSEHOLD
                   WHEN CHOICE-IS-EXIT
                       SET MAINTENANCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice: " WS-MENU-CHOICE
               END-EVALUATE.

           200-ADD-HOUSEHOLD.
               DISPLAY "Enter new household ID: ".
               ACCEPT WS-HOUSEHOLD-ID.
               MOVE WS-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID.
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       PERFORM 210-ACCEPT-NEW-HOUSEHOLD
                   NOT INVALID KEY
                       DISPLAY "Household " WS-HOUSEHOLD-ID
                           " already exists; use C to change."
               END-READ.

      * The primary payer is linked first; no household is written
      * unless the payer could be linked to it.
           210-ACCEPT-NEW-HOUSEHOLD.
               DISPLAY "Enter primary payer's member ID: "
               ACCEPT WS-LINK-ID
               PERFORM 700-LINK-MEMBER
               IF LINK-WAS-MADE
                   MOVE SPACES TO HH-HOUSEHOLD-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   MOVE WS-LINK-ID TO HH-PRIMARY-ID
                   DISPLAY "Enter household name: "
                   ACCEPT HH-HOUSEHOLD-NAME
                   PERFORM 220-ACCEPT-HOUSEHOLD-RATE
                   MOVE ZERO TO HH-DEPENDENT-COUNT
                   SET HH-HOUSEHOLD-ACTIVE TO TRUE
                   WRITE HH-HOUSEHOLD-RECORD
                       INVALID KEY
                           DISPLAY "Add failed for " WS-HOUSEHOLD-ID
                               ", status " WS-HH-STATUS
                           MOVE WS-LINK-ID TO MM-MEMBER-ID
                           PERFORM 710-UNLINK-MEMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           DISPLAY "Household " WS-HOUSEHOLD-ID
                               " added; link dependents with L."
                           MOVE "A" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-HOUSEHOLD-CHANGE
                   END-WRITE
               END-IF.

           220-ACCEPT-HOUSEHOLD-RATE.
               DISPLAY "Override the family rate from the rate "
                   "table - comp or exception (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   SET HH-RATE-OVERRIDDEN TO TRUE
                   DISPLAY "Monthly household dues rate (999999 = "
                       "9999.99, zero = comp, no billing): "
                   ACCEPT HH-DUES-RATE
               ELSE
                   MOVE "N" TO HH-RATE-OVERRIDE
                   IF HH-DUES-RATE IS NOT NUMERIC
                       MOVE ZERO TO HH-DUES-RATE
                   END-IF
               END-IF.

           300-CHANGE-HOUSEHOLD.
               PERFORM 350-READ-ACTIVE-HOUSEHOLD
               IF WS-HH-STATUS = "00"
                   PERFORM 310-ACCEPT-CHANGES
               END-IF.

           310-ACCEPT-CHANGES.
               DISPLAY "Name on file: " HH-HOUSEHOLD-NAME
               DISPLAY "Change name (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   DISPLAY "Enter new name: "
                   ACCEPT HH-HOUSEHOLD-NAME
               END-IF
               MOVE HH-DUES-RATE TO WS-EDITED-RATE
               DISPLAY "Household dues rate on file: " WS-EDITED-RATE
                   " override: " HH-RATE-OVERRIDE
               DISPLAY "Change rate (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM 220-ACCEPT-HOUSEHOLD-RATE
               END-IF
               DISPLAY "Primary payer on file: " HH-PRIMARY-ID
               DISPLAY "Change primary payer (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM 320-CHANGE-PRIMARY
               END-IF
               PERFORM 370-REWRITE-HOUSEHOLD.

      * The new payer must already be a dependent; the two swap
      * places, so nobody is unlinked along the way.  Invoices
      * already raised stay on the old payer's account.
           320-CHANGE-PRIMARY.
               DISPLAY "Enter new primary payer (a dependent): "
               ACCEPT WS-LINK-ID
               PERFORM 360-FIND-DEPENDENT
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "Member " WS-LINK-ID " is not a dependent "
                       "of this household; link them first."
               ELSE
                   MOVE HH-PRIMARY-ID TO HH-DEPENDENT-ID(WS-FOUND-SUB)
                   MOVE WS-LINK-ID TO HH-PRIMARY-ID
                   DISPLAY "Primary payer is now " HH-PRIMARY-ID
                       ". Open invoices stay on "
                       HH-DEPENDENT-ID(WS-FOUND-SUB) "."
               END-IF.

           350-READ-ACTIVE-HOUSEHOLD.
               DISPLAY "Enter household ID: "
               ACCEPT WS-HOUSEHOLD-ID
               MOVE WS-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
               READ HOUSEHOLD-FILE
                   INVALID KEY
                       DISPLAY "Household not found: " WS-HOUSEHOLD-ID
                   NOT INVALID KEY
                       IF HH-HOUSEHOLD-INACTIVE
                           DISPLAY "Household " WS-HOUSEHOLD-ID
                               " is inactive; set up a new one."
                           MOVE "23" TO WS-HH-STATUS
                       ELSE
                           MOVE HH-HOUSEHOLD-RECORD TO WS-BEFORE-IMAGE
                           PERFORM 380-SHOW-HOUSEHOLD
                       END-IF
               END-READ.

           360-FIND-DEPENDENT.
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                   IF HH-DEPENDENT-ID(WS-HH-SUB) = WS-LINK-ID
                       MOVE WS-HH-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM.

           370-REWRITE-HOUSEHOLD.
               REWRITE HH-HOUSEHOLD-RECORD
                   INVALID KEY
                       DISPLAY "Change failed for " WS-HOUSEHOLD-ID
                           ", status " WS-HH-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "Household " WS-HOUSEHOLD-ID
                           " updated."
                       IF HH-HOUSEHOLD-RECORD NOT = WS-BEFORE-IMAGE
                           MOVE "C" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-HOUSEHOLD-CHANGE
                       END-IF
               END-REWRITE.

           380-SHOW-HOUSEHOLD.
               DISPLAY "Household " HH-HOUSEHOLD-ID " "
                   HH-HOUSEHOLD-NAME
               DISPLAY "  Primary payer " HH-PRIMARY-ID
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                   DISPLAY "  Dependent     "
                       HH-DEPENDENT-ID(WS-HH-SUB)
               END-PERFORM.

           400-LINK-DEPENDENT.
               PERFORM 350-READ-ACTIVE-HOUSEHOLD
               IF WS-HH-STATUS = "00"
                   IF HH-DEPENDENT-COUNT NOT < 8
                       DISPLAY "Household already has eight "
                           "dependents."
                   ELSE
                       DISPLAY "Enter dependent's member ID: "
                       ACCEPT WS-LINK-ID
                       PERFORM 700-LINK-MEMBER
                       IF LINK-WAS-MADE
                           ADD 1 TO HH-DEPENDENT-COUNT
                           MOVE WS-LINK-ID
                               TO HH-DEPENDENT-ID(HH-DEPENDENT-COUNT)
                           ADD 1 TO WS-LINK-COUNT
                           PERFORM 370-REWRITE-HOUSEHOLD
                       END-IF
                   END-IF
               END-IF.

      * The dependents close up behind the one removed.  The primary
      * payer cannot be unlinked; change the payer first, or
      * deactivate the household.
           500-UNLINK-DEPENDENT.
               PERFORM 350-READ-ACTIVE-HOUSEHOLD
               IF WS-HH-STATUS = "00"
                   DISPLAY "Enter dependent's member ID to unlink: "
                   ACCEPT WS-LINK-ID
                   PERFORM 360-FIND-DEPENDENT
                   IF WS-FOUND-SUB = ZERO
                       DISPLAY "Member " WS-LINK-ID " is not a "
                           "dependent of this household."
                   ELSE
                       MOVE WS-LINK-ID TO MM-MEMBER-ID
                       PERFORM 710-UNLINK-MEMBER
                       IF UNLINK-WAS-MADE
                           PERFORM 510-CLOSE-UP-DEPENDENTS
                           ADD 1 TO WS-UNLINK-COUNT
                           PERFORM 370-REWRITE-HOUSEHOLD
                       ELSE
                           DISPLAY "Member " WS-LINK-ID " is still "
                               "a dependent of this household."
                       END-IF
                   END-IF
               END-IF.

      * The household drops the dependent only once the member no
      * longer carries the link, so the two never disagree.
           510-CLOSE-UP-DEPENDENTS.
               PERFORM VARYING WS-HH-SUB FROM WS-FOUND-SUB
                       BY 1 UNTIL WS-HH-SUB NOT < HH-DEPENDENT-COUNT
                   MOVE HH-DEPENDENT-ID(WS-HH-SUB + 1)
                       TO HH-DEPENDENT-ID(WS-HH-SUB)
               END-PERFORM
               MOVE SPACES TO HH-DEPENDENT-ID(HH-DEPENDENT-COUNT)
               SUBTRACT 1 FROM HH-DEPENDENT-COUNT.

           600-DEACTIVATE-HOUSEHOLD.
               PERFORM 350-READ-ACTIVE-HOUSEHOLD
               IF WS-HH-STATUS = "00"
                   DISPLAY "Deactivate " HH-HOUSEHOLD-NAME
                       " and return its members to their own "
                       "billing (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM 610-UNLINK-AND-DEACTIVATE
                   END-IF
               END-IF.

      * The household stays active while any member still carries
      * its link; D can be run again once the member file is fixed,
      * and members already unlinked are simply rewritten as they
      * stand.
           610-UNLINK-AND-DEACTIVATE.
               MOVE ZERO TO WS-UNLINK-FAILED-COUNT
               MOVE HH-PRIMARY-ID TO MM-MEMBER-ID
               PERFORM 620-UNLINK-ONE-MEMBER
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                   MOVE HH-DEPENDENT-ID(WS-HH-SUB) TO MM-MEMBER-ID
                   PERFORM 620-UNLINK-ONE-MEMBER
               END-PERFORM
               IF WS-UNLINK-FAILED-COUNT > ZERO
                   DISPLAY "Household " WS-HOUSEHOLD-ID " NOT "
                       "deactivated: " WS-UNLINK-FAILED-COUNT
                       " members could not be unlinked."
               ELSE
                   SET HH-HOUSEHOLD-INACTIVE TO TRUE
                   REWRITE HH-HOUSEHOLD-RECORD
                       INVALID KEY
                           DISPLAY "Deactivate failed for "
                               WS-HOUSEHOLD-ID ", status "
                               WS-HH-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DEACT-COUNT
                           DISPLAY "Household " WS-HOUSEHOLD-ID
                               " deactivated. Review the "
                               "members' dues in MEMBMNT."
                           MOVE "D" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-HOUSEHOLD-CHANGE
                   END-REWRITE
               END-IF.

           620-UNLINK-ONE-MEMBER.
               PERFORM 710-UNLINK-MEMBER
               IF NOT UNLINK-WAS-MADE
                   ADD 1 TO WS-UNLINK-FAILED-COUNT
               END-IF.

      * Links WS-LINK-ID to WS-HOUSEHOLD-ID on the member master.
           700-LINK-MEMBER.
               MOVE "N" TO WS-LINK-OK-SWITCH
               MOVE WS-LINK-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Member not found: " WS-LINK-ID
                   NOT INVALID KEY
                       IF MM-HOUSEHOLD-ID NOT = SPACES
                           DISPLAY "Member " WS-LINK-ID " already "
                               "belongs to household " MM-HOUSEHOLD-ID
                       ELSE
                           IF MM-MEMBER-INACTIVE
                               DISPLAY "Member " WS-LINK-ID
                                   " is inactive."
                           ELSE
                               PERFORM 720-REWRITE-LINK
                           END-IF
                       END-IF
               END-READ.

      * Clears the household link on the member in MM-MEMBER-ID.
      * A member no longer on file holds no link, so that counts as
      * unlinked; only a failed rewrite leaves the link in place.
           710-UNLINK-MEMBER.
               MOVE "N" TO WS-UNLINK-OK-SWITCH
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Member not found: " MM-MEMBER-ID
                       SET UNLINK-WAS-MADE TO TRUE
                   NOT INVALID KEY
                       MOVE MM-MEMBER-RECORD TO WS-MEMBER-BEFORE
                       MOVE SPACES TO MM-HOUSEHOLD-ID
                       IF MM-TYPE-FAMILY
                           PERFORM 715-ACCEPT-INDIVIDUAL-TYPE
                       END-IF
                       REWRITE MM-MEMBER-RECORD
                           INVALID KEY
                               DISPLAY "Unlink failed for "
                                   MM-MEMBER-ID ", status "
                                   WS-MEMB-STATUS
                           NOT INVALID KEY
                               SET UNLINK-WAS-MADE TO TRUE
                               DISPLAY "Member " MM-MEMBER-ID
                                   " unlinked."
                               PERFORM 820-WRITE-MEMBER-CHANGE
                       END-REWRITE
               END-READ.

      * Linking made the member family type; off the household they
      * need an individual type again or they would be priced at
      * the household rate on their own.
           715-ACCEPT-INDIVIDUAL-TYPE.
               MOVE SPACE TO WS-INDIVIDUAL-TYPE
               PERFORM UNTIL TYPE-IS-INDIVIDUAL
                   DISPLAY "Member type for " MM-MEMBER-ID " "
                       MM-MEMBER-NAME " on their own "
                       "(R regular, S student, Y youth): "
                   ACCEPT WS-INDIVIDUAL-TYPE
                   IF NOT TYPE-IS-INDIVIDUAL
                       DISPLAY "Type must be R, S or Y."
                   END-IF
               END-PERFORM
               MOVE WS-INDIVIDUAL-TYPE TO MM-MEMBER-TYPE.

           720-REWRITE-LINK.
               MOVE MM-MEMBER-RECORD TO WS-MEMBER-BEFORE
               MOVE WS-HOUSEHOLD-ID TO MM-HOUSEHOLD-ID
               SET MM-TYPE-FAMILY TO TRUE
               REWRITE MM-MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "Link failed for " WS-LINK-ID
                           ", status " WS-MEMB-STATUS
                   NOT INVALID KEY
                       SET LINK-WAS-MADE TO TRUE
                       DISPLAY "Member " WS-LINK-ID " linked to "
                           "household " WS-HOUSEHOLD-ID "."
                       PERFORM 820-WRITE-MEMBER-CHANGE
               END-REWRITE.

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.
           800-WRITE-HOUSEHOLD-CHANGE.
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   PERFORM 830-SET-JOURNAL-HEADER
                   SET CJ-FILE-HOUSEHOLD TO TRUE
                   MOVE WS-CHANGE-ACTION TO CJ-ACTION
                   MOVE HH-HOUSEHOLD-ID TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                   MOVE HH-HOUSEHOLD-RECORD TO CJ-AFTER-IMAGE
                   WRITE CJ-CHANGE-RECORD
                   IF WS-CHGJ-STATUS NOT = "00"
                       PERFORM 840-NOTE-HOUSEHOLD-NOT-JOURNALLED
                   END-IF
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   PERFORM 840-NOTE-HOUSEHOLD-NOT-JOURNALLED
               END-IF.

           810-OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-CHGJ-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
                   CLOSE CHANGE-JOURNAL-FILE
                   OPEN EXTEND CHANGE-JOURNAL-FILE
               END-IF.

           820-WRITE-MEMBER-CHANGE.
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   PERFORM 830-SET-JOURNAL-HEADER
                   SET CJ-FILE-MEMBER TO TRUE
                   SET CJ-ACTION-CHANGE TO TRUE
                   MOVE MM-MEMBER-ID TO CJ-RECORD-KEY
                   MOVE WS-MEMBER-BEFORE TO CJ-BEFORE-IMAGE
                   MOVE MM-MEMBER-RECORD TO CJ-AFTER-IMAGE
                   WRITE CJ-CHANGE-RECORD
                   IF WS-CHGJ-STATUS NOT = "00"
                       PERFORM 845-NOTE-MEMBER-NOT-JOURNALLED
                   END-IF
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   PERFORM 845-NOTE-MEMBER-NOT-JOURNALLED
               END-IF.

           830-SET-JOURNAL-HEADER.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO CJ-CHANGE-RECORD
               MOVE WS-CURRENT-DATETIME(1:14) TO CJ-TIMESTAMP
               MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
               MOVE "HHMNT" TO CJ-PROGRAM.

      * The change is already on file when the journal fails, so it
      * is reported as applied but unrecorded.
           840-NOTE-HOUSEHOLD-NOT-JOURNALLED.
               DISPLAY "*** Change journal write failed, status "
                   WS-CHGJ-STATUS ": HHMNT action " WS-CHANGE-ACTION
                   " on household " HH-HOUSEHOLD-ID
                   " was applied but NOT journalled.".

           845-NOTE-MEMBER-NOT-JOURNALLED.
               DISPLAY "*** Change journal write failed, status "
                   WS-CHGJ-STATUS ": HHMNT action C on member "
                   MM-MEMBER-ID
                   " was applied but NOT journalled.".

           900-OPEN-HOUSEHOLD-FILE.
               OPEN I-O HOUSEHOLD-FILE.
               IF WS-HH-STATUS = "35"
                   OPEN OUTPUT HOUSEHOLD-FILE
                   CLOSE HOUSEHOLD-FILE
                   OPEN I-O HOUSEHOLD-FILE
               END-IF.

       END PROGRAM HHMNT.
