      * one (make it an operations profile, or you lock the door
      * behind you).  Operators are deactivated, never deleted,
      * because the audit trail keeps their IDs.
      * CH01_31 Every add, change and deactivate is appended to the
      * change journal CHGJRNL.DAT with the profile before and after
      * and the signed-on operator, so a role change can always be
      * traced.  Passwords are masked in both images; the after
      * image shows *CHANGED when the password was reset.  The
      * bootstrap add journals BOOTSTRP as the operator.  No
      * journal, no maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-STATUS.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  OPERATOR-PROFILE-FILE.
           COPY OPERREC.

           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS        PIC XX.
           01 WS-MENU-CHOICE        PIC X(1).
           01 WS-ADD-COUNT          PIC 9(4) VALUE ZERO.
           01 WS-CHANGE-COUNT       PIC 9(4) VALUE ZERO.
           01 WS-DEACT-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-CHGJ-STATUS        PIC XX.
           01 WS-BEFORE-IMAGE       PIC X(150).
           01 WS-BEFORE-PROFILE REDEFINES WS-BEFORE-IMAGE.
               05 FILLER            PIC X(38).
               05 WS-BEFORE-PASSWORD PIC X(8).
               05 FILLER            PIC X(104).
           01 WS-CHANGE-ACTION      PIC X(1).
           01 WS-CURRENT-DATETIME   PIC X(21).

           01 WS-SIGNON-OPERATOR    PIC X(8) VALUE SPACES.
           01 WS-SIGNON-ROLE        PIC X(1).
           01 WS-SIGNON-FLAG        PIC X(1).
               88 OPERATOR-SIGNED-ON        VALUE "Y".

       PROCEDURE DIVISION.
           001-MAIN.
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS NOT = "00"
                   DISPLAY "Change journal unavailable, status "
                       WS-CHGJ-STATUS "; maintenance cannot run."
                   STOP RUN
               END-IF
               CLOSE CHANGE-JOURNAL-FILE
               PERFORM 900-OPEN-PROFILE-FILE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "Unable to open operator profile file, "
                   IF PROFILE-FILE-EMPTY
                       DISPLAY "No operators on file yet; add the "
                           "first one (role O) now."
                       MOVE "BOOTSTRP" TO WS-SIGNON-OPERATOR
                       PERFORM 200-ADD-OPERATOR
                       SET MAINTENANCE-DONE TO TRUE
                   ELSE

           210-ACCEPT-NEW-OPERATOR.
               MOVE SPACES TO OP-OPERATOR-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-TARGET-ID TO OP-OPERATOR-ID
               DISPLAY "Enter operator name: "
               ACCEPT OP-OPERATOR-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "Operator " WS-TARGET-ID " added."
                       MOVE "A" TO WS-CHANGE-ACTION
                       PERFORM 800-WRITE-CHANGE-JOURNAL
               END-WRITE.

           220-ACCEPT-ROLE.
                   INVALID KEY
                       DISPLAY "Operator not found: " WS-TARGET-ID
                   NOT INVALID KEY
                       MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 310-ACCEPT-CHANGES
               END-READ.

                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "Operator " WS-TARGET-ID " updated."
                       IF OP-OPERATOR-RECORD NOT = WS-BEFORE-IMAGE
                           MOVE "C" TO WS-CHANGE-ACTION
                           PERFORM 800-WRITE-CHANGE-JOURNAL
                       END-IF
               END-REWRITE.

           400-DEACTIVATE-OPERATOR.
                   INVALID KEY
                       DISPLAY "Operator not found: " WS-TARGET-ID
                   NOT INVALID KEY
                       MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 410-CONFIRM-DEACTIVATE
               END-READ.

                               ADD 1 TO WS-DEACT-COUNT
                               DISPLAY "Operator " WS-TARGET-ID
                                   " deactivated."
                               MOVE "D" TO WS-CHANGE-ACTION
                               PERFORM 800-WRITE-CHANGE-JOURNAL
                       END-REWRITE
                   END-IF
               END-IF.

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.  The password
      * positions are overwritten in both images before the write.
           800-WRITE-CHANGE-JOURNAL.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   MOVE SPACES TO CJ-CHANGE-RECORD
                   MOVE WS-CURRENT-DATETIME(1:14) TO CJ-TIMESTAMP
                   MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
                   MOVE "OPERMNT" TO CJ-PROGRAM
                   SET CJ-FILE-OPERATOR TO TRUE
                   MOVE WS-CHANGE-ACTION TO CJ-ACTION
                   MOVE OP-OPERATOR-ID TO CJ-RECORD-KEY
                   MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                   MOVE OP-OPERATOR-RECORD TO CJ-AFTER-IMAGE
                   IF NOT CJ-ACTION-ADD
                       MOVE "********" TO CJ-BEFORE-IMAGE(39:8)
                   END-IF
                   IF CJ-ACTION-CHANGE AND
                      OP-PASSWORD NOT = WS-BEFORE-PASSWORD
                       MOVE "*CHANGED" TO CJ-AFTER-IMAGE(39:8)
                   ELSE
                       MOVE "********" TO CJ-AFTER-IMAGE(39:8)
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
                   WS-CHGJ-STATUS ": OPERMNT action " WS-CHANGE-ACTION
                   " on operator " OP-OPERATOR-ID
                   " was applied but NOT journalled.".

           900-OPEN-PROFILE-FILE.
               OPEN I-O OPERATOR-PROFILE-FILE.
               IF WS-OPER-STATUS = "35"
