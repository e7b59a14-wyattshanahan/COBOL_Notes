      * master.  The coach must exist and be active before a member
      * can be assigned to them.  Requires a coach or operations
      * sign-on.
      * CH01_31 Coach adds, changes and deactivates, and every
      * member assignment, are appended to the change journal
      * CHGJRNL.DAT with the record before and after and the
      * signed-on operator (the assignment journals the member
      * record).  No journal, no maintenance.
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
           01 WS-COACH-STATUS       PIC XX.
           01 WS-MEMB-STATUS        PIC XX.
           01 WS-CHANGE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-DEACT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-ASSIGN-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-CHGJ-STATUS        PIC XX.
           01 WS-BEFORE-IMAGE       PIC X(150).
           01 WS-CHANGE-ACTION      PIC X(1).
           01 WS-CURRENT-DATETIME   PIC X(21).

           01 WS-SIGNON-OPERATOR    PIC X(8).
           01 WS-SIGNON-ROLE        PIC X(1).
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
               PERFORM 900-OPEN-COACH-FILE
               IF WS-COACH-STATUS NOT = "00"
                   DISPLAY "Unable to open coach file, status "

           210-ACCEPT-NEW-COACH.
               MOVE SPACES TO CO-COACH-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-COACH-ID TO CO-COACH-ID
               DISPLAY "Enter coach name: "
               ACCEPT CO-COACH-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "Coach " WS-COACH-ID " added."
                       MOVE "A" TO WS-CHANGE-ACTION
                       PERFORM 800-WRITE-COACH-CHANGE
               END-WRITE.

           300-CHANGE-COACH.
                   INVALID KEY
                       DISPLAY "Coach not found: " WS-COACH-ID
                   NOT INVALID KEY
                       MOVE CO-COACH-RECORD TO WS-BEFORE-IMAGE
                       DISPLAY "Name on file: " CO-COACH-NAME
                       DISPLAY "Enter new name: "
                       ACCEPT CO-COACH-NAME
                               ADD 1 TO WS-CHANGE-COUNT
                               DISPLAY "Coach " WS-COACH-ID
                                   " updated."
                               IF CO-COACH-RECORD NOT =
                                       WS-BEFORE-IMAGE
                                   MOVE "C" TO WS-CHANGE-ACTION
                                   PERFORM 800-WRITE-COACH-CHANGE
                               END-IF
                       END-REWRITE
               END-READ.

                               " (Y/N)? "
                           ACCEPT WS-ANSWER
                           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                               MOVE CO-COACH-RECORD TO WS-BEFORE-IMAGE
                               SET CO-COACH-INACTIVE TO TRUE
                               REWRITE CO-COACH-RECORD
                                   INVALID KEY
                                       DISPLAY "Coach " WS-COACH-ID
                                           " deactivated. Reassign "
                                           "their members."
                                       MOVE "D" TO WS-CHANGE-ACTION
                                       PERFORM 800-WRITE-COACH-CHANGE
                               END-REWRITE
                           END-IF
                       END-IF
               END-IF.

           510-ACCEPT-ASSIGNMENT.
               MOVE MM-MEMBER-RECORD TO WS-BEFORE-IMAGE
               DISPLAY "Coach on file: " MM-COACH-ID
               DISPLAY "Enter coach ID (spaces to unassign): "
               ACCEPT WS-COACH-ID
                       ADD 1 TO WS-ASSIGN-COUNT
                       DISPLAY "Member " WS-MEMBER-ID
                           " assigned to " MM-COACH-ID "."
                       IF MM-MEMBER-RECORD NOT = WS-BEFORE-IMAGE
                           PERFORM 820-WRITE-ASSIGNMENT-CHANGE
                       END-IF
               END-REWRITE.

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.
           800-WRITE-COACH-CHANGE.
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   PERFORM 830-SET-JOURNAL-HEADER
                   SET CJ-FILE-COACH TO TRUE
                   MOVE WS-CHANGE-ACTION TO CJ-ACTION
                   MOVE CO-COACH-ID TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                   MOVE CO-COACH-RECORD TO CJ-AFTER-IMAGE
                   WRITE CJ-CHANGE-RECORD
                   IF WS-CHGJ-STATUS NOT = "00"
                       PERFORM 840-NOTE-COACH-NOT-JOURNALLED
                   END-IF
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   PERFORM 840-NOTE-COACH-NOT-JOURNALLED
               END-IF.

           810-OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-CHGJ-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
                   CLOSE CHANGE-JOURNAL-FILE
                   OPEN EXTEND CHANGE-JOURNAL-FILE
               END-IF.

           820-WRITE-ASSIGNMENT-CHANGE.
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   PERFORM 830-SET-JOURNAL-HEADER
                   SET CJ-FILE-MEMBER TO TRUE
                   SET CJ-ACTION-ASSIGN TO TRUE
                   MOVE MM-MEMBER-ID TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
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
               MOVE "COACHMNT" TO CJ-PROGRAM.

      * The change is already on file when the journal fails, so it
      * is reported as applied but unrecorded.
           840-NOTE-COACH-NOT-JOURNALLED.
               DISPLAY "*** Change journal write failed, status "
                   WS-CHGJ-STATUS ": COACHMNT action " WS-CHANGE-ACTION
                   " on coach " CO-COACH-ID
                   " was applied but NOT journalled.".

           845-NOTE-MEMBER-NOT-JOURNALLED.
               DISPLAY "*** Change journal write failed, status "
                   WS-CHGJ-STATUS ": COACHMNT action S on member "
                   MM-MEMBER-ID
                   " was applied but NOT journalled.".

           900-OPEN-COACH-FILE.
               OPEN I-O COACH-FILE.
               IF WS-COACH-STATUS = "35"
