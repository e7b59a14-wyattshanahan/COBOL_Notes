       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FILERSTR".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_36 Snapshot restore - puts a SNAPSHOT generation back
      * over the live files after a night run has damaged them.
      * Lists the generations on the catalog SNAPCAT.DAT, takes the
      * generation date and either one file or all of them, and
      * copies the dated copy back over the live .DAT once the
      * operator confirms.  Restoring one file on its own leaves it
      * older than the files around it, so the program says to run
      * INTCHK before the stream is restarted.
      * Every file put back (or that failed to go back) is appended
      * to RESTLOG.DAT with the operator, the generation and the
      * time, so there is a record of who restored what.
      * Requires an operations sign-on.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO "SNAPCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-STATUS.
               SELECT RESTORE-LOG-FILE ASSIGN TO "RESTLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  SNAPSHOT-CATALOG-FILE.
           COPY SNAPREC.

           FD  RESTORE-LOG-FILE.
           01 RL-RESTORE-RECORD.
               05 RL-RESTORE-STAMP     PIC 9(14).
               05 RL-OPERATOR-ID       PIC X(8).
               05 RL-GENERATION        PIC 9(8).
               05 RL-FILE-NAME         PIC X(12).
               05 RL-COPY-NAME         PIC X(20).
               05 RL-RESULT            PIC X(1).
                   88 RL-FILE-RESTORED         VALUE "R".
                   88 RL-RESTORE-FAILED        VALUE "F".

           WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS            PIC XX.
           01 WS-RLOG-STATUS           PIC XX.
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-CATALOG               VALUE "Y".
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-GENERATION-IN         PIC X(8).
           01 WS-GENERATION            PIC 9(8).
           01 WS-LAST-GENERATION       PIC 9(8).
           01 WS-GENERATION-FILES      PIC 9(2).
           01 WS-FILE-CHOICE           PIC X(1).
               88 CHOICE-IS-ALL                VALUE "A" "a".
               88 CHOICE-IS-VALID              VALUE "A" "a" "1"
                                                     THRU "6".
           01 WS-CHOICE-NUMBER         PIC 9(1).
           01 WS-ANSWER                PIC X(1).
           01 WS-RESTORED-COUNT        PIC 9(2) VALUE ZERO.
           01 WS-FAILED-COUNT          PIC 9(2) VALUE ZERO.
           01 WS-UNLOGGED-COUNT        PIC 9(2) VALUE ZERO.
           01 WS-SELECTED-COUNT        PIC 9(2) VALUE ZERO.

      * Same file list SNAPSHOT takes copies of.
           01 WS-SNAP-FILE-DATA.
               05 FILLER PIC X(12) VALUE "MEMBERS.DAT".
               05 FILLER PIC X(12) VALUE "BMIHIST.DAT".
               05 FILLER PIC X(12) VALUE "GOALS.DAT".
               05 FILLER PIC X(12) VALUE "WORKLIST.DAT".
               05 FILLER PIC X(12) VALUE "DUESINV.DAT".
               05 FILLER PIC X(12) VALUE "BMISUMM.DAT".
           01 WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-DATA.
               05 WS-SNAP-FILE-NAME OCCURS 6 TIMES PIC X(12).
           01 WS-FILE-SUB              PIC 9(2).

      * The chosen generation's catalog entries, one per file.
           01 WS-RESTORE-TABLE.
               05 WS-RESTORE-ENTRY OCCURS 6 TIMES.
                   10 WS-RS-FOUND          PIC X(1).
                       88 WS-RS-ON-CATALOG         VALUE "Y".
                   10 WS-RS-COPY-NAME      PIC X(20).
                   10 WS-RS-COPY-STATUS    PIC X(1).
                   10 WS-RS-SELECTED       PIC X(1).
                       88 WS-RS-TO-RESTORE         VALUE "Y".

           01 WS-SIGNON-OPERATOR       PIC X(8).
           01 WS-SIGNON-ROLE           PIC X(1).
           01 WS-SIGNON-FLAG           PIC X(1).
               88 OPERATOR-SIGNED-ON           VALUE "Y".
           01 WS-ACCESS-SWITCH         PIC X(1) VALUE "N".
               88 ACCESS-IS-ALLOWED            VALUE "Y".

       PROCEDURE DIVISION.
           001-MAIN.
               PERFORM 050-OPERATOR-SIGNON
               IF NOT ACCESS-IS-ALLOWED
                   DISPLAY "Restoring a snapshot needs an "
                       "operations sign-on."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 100-LIST-GENERATIONS
               DISPLAY "Generation to restore (YYYYMMDD): "
               ACCEPT WS-GENERATION-IN
               IF WS-GENERATION-IN IS NOT NUMERIC
                   DISPLAY "A numeric generation date is required."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GENERATION-IN TO WS-GENERATION
               PERFORM 200-LOAD-GENERATION
               IF WS-GENERATION-FILES = ZERO
                   DISPLAY "No snapshot generation " WS-GENERATION
                       " on the catalog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 300-CHOOSE-FILES
               IF WS-SELECTED-COUNT = ZERO
                   DISPLAY "Nothing selected; no file restored."
                   STOP RUN
               END-IF
               DISPLAY "The live files above will be OVERWRITTEN "
                   "with generation " WS-GENERATION ". Make sure "
                   "no other program has them open."
               DISPLAY "Restore? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   DISPLAY "Restore cancelled; no file restored."
                   STOP RUN
               END-IF
               PERFORM 810-OPEN-RESTORE-LOG
               IF WS-RLOG-STATUS NOT = "00"
                   DISPLAY "Restore log unavailable, status "
                       WS-RLOG-STATUS "; restore cannot run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 400-RESTORE-ONE-FILE
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 6
               CLOSE RESTORE-LOG-FILE
               DISPLAY "Restore complete. Restored: "
                   WS-RESTORED-COUNT " failed: " WS-FAILED-COUNT
               IF WS-RESTORED-COUNT < 6
                   DISPLAY "Not every file was put back; run INTCHK "
                       "before restarting the night stream."
               END-IF
               IF WS-UNLOGGED-COUNT > ZERO
                   DISPLAY "*** " WS-UNLOGGED-COUNT " restores NOT "
                       "on RESTLOG.DAT; record them by hand."
               END-IF
               IF WS-FAILED-COUNT > ZERO OR WS-UNLOGGED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
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

      * One line per generation: its date and how many files were
      * copied into it.
           100-LIST-GENERATIONS.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE ZEROS TO WS-LAST-GENERATION
               MOVE ZERO TO WS-GENERATION-FILES
               OPEN INPUT SNAPSHOT-CATALOG-FILE
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "No snapshot catalog SNAPCAT.DAT; nothing "
                       "has been snapshotted."
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   DISPLAY "Snapshot generations on file:"
               END-IF
               PERFORM UNTIL END-OF-CATALOG
                   READ SNAPSHOT-CATALOG-FILE
                       AT END
                           SET END-OF-CATALOG TO TRUE
                       NOT AT END
                           IF SN-GENERATION NOT = WS-LAST-GENERATION
                               PERFORM 110-SHOW-GENERATION
                               MOVE SN-GENERATION
                                   TO WS-LAST-GENERATION
                               MOVE ZERO TO WS-GENERATION-FILES
                           END-IF
                           IF SN-FILE-COPIED
                               ADD 1 TO WS-GENERATION-FILES
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 110-SHOW-GENERATION
               IF WS-CAT-STATUS NOT = "35"
                   CLOSE SNAPSHOT-CATALOG-FILE
               END-IF.

           110-SHOW-GENERATION.
               IF WS-LAST-GENERATION NOT = ZEROS
                   DISPLAY "  " WS-LAST-GENERATION "  "
                       WS-GENERATION-FILES " file(s) copied"
               END-IF.

           200-LOAD-GENERATION.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE ZERO TO WS-GENERATION-FILES
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 6
                   MOVE "N" TO WS-RS-FOUND(WS-FILE-SUB)
                   MOVE SPACES TO WS-RS-COPY-NAME(WS-FILE-SUB)
                   MOVE SPACE TO WS-RS-COPY-STATUS(WS-FILE-SUB)
                   MOVE "N" TO WS-RS-SELECTED(WS-FILE-SUB)
               END-PERFORM
               OPEN INPUT SNAPSHOT-CATALOG-FILE
               IF WS-CAT-STATUS NOT = "00"
                   SET END-OF-CATALOG TO TRUE
               END-IF
               PERFORM UNTIL END-OF-CATALOG
                   READ SNAPSHOT-CATALOG-FILE
                       AT END
                           SET END-OF-CATALOG TO TRUE
                       NOT AT END
                           IF SN-GENERATION = WS-GENERATION
                               PERFORM 210-STORE-GENERATION-FILE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CAT-STATUS NOT = "35"
                   CLOSE SNAPSHOT-CATALOG-FILE
               END-IF.

           210-STORE-GENERATION-FILE.
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 6
                   IF WS-SNAP-FILE-NAME(WS-FILE-SUB) = SN-FILE-NAME
                       MOVE "Y" TO WS-RS-FOUND(WS-FILE-SUB)
                       MOVE SN-COPY-NAME
                           TO WS-RS-COPY-NAME(WS-FILE-SUB)
                       MOVE SN-COPY-STATUS
                           TO WS-RS-COPY-STATUS(WS-FILE-SUB)
                       ADD 1 TO WS-GENERATION-FILES
                   END-IF
               END-PERFORM.

           300-CHOOSE-FILES.
               DISPLAY "Files in generation " WS-GENERATION ":"
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 6
                   EVALUATE TRUE
                       WHEN NOT WS-RS-ON-CATALOG(WS-FILE-SUB)
                           DISPLAY "  " WS-FILE-SUB " "
                               WS-SNAP-FILE-NAME(WS-FILE-SUB)
                               " - not in this generation"
                       WHEN WS-RS-COPY-STATUS(WS-FILE-SUB) = "N"
                           DISPLAY "  " WS-FILE-SUB " "
                               WS-SNAP-FILE-NAME(WS-FILE-SUB)
                               " - was not present when taken"
                       WHEN OTHER
                           DISPLAY "  " WS-FILE-SUB " "
                               WS-SNAP-FILE-NAME(WS-FILE-SUB)
                               " from " WS-RS-COPY-NAME(WS-FILE-SUB)
                   END-EVALUATE
               END-PERFORM
               DISPLAY "Restore which file (1-6, A = all): "
               ACCEPT WS-FILE-CHOICE
               IF NOT CHOICE-IS-VALID
                   DISPLAY "Unrecognized choice: " WS-FILE-CHOICE
               ELSE
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > 6
                       IF CHOICE-IS-ALL
                           PERFORM 310-SELECT-FILE
                       ELSE
                           MOVE WS-FILE-CHOICE TO WS-CHOICE-NUMBER
                           IF WS-CHOICE-NUMBER = WS-FILE-SUB
                               PERFORM 310-SELECT-FILE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      * Only a file that was actually copied can be put back.
           310-SELECT-FILE.
               IF WS-RS-ON-CATALOG(WS-FILE-SUB) AND
                  WS-RS-COPY-STATUS(WS-FILE-SUB) = "C"
                   MOVE "Y" TO WS-RS-SELECTED(WS-FILE-SUB)
                   ADD 1 TO WS-SELECTED-COUNT
                   DISPLAY "  Will restore "
                       WS-SNAP-FILE-NAME(WS-FILE-SUB)
               ELSE
                   DISPLAY "  " WS-SNAP-FILE-NAME(WS-FILE-SUB)
                       " has no copy in this generation; left as is."
               END-IF.

           400-RESTORE-ONE-FILE.
               IF WS-RS-TO-RESTORE(WS-FILE-SUB)
                   CALL "CBL_COPY_FILE" USING
                       WS-RS-COPY-NAME(WS-FILE-SUB)
                       WS-SNAP-FILE-NAME(WS-FILE-SUB)
                   END-CALL
                   IF RETURN-CODE = ZERO
                       SET RL-FILE-RESTORED TO TRUE
                       ADD 1 TO WS-RESTORED-COUNT
                       DISPLAY WS-SNAP-FILE-NAME(WS-FILE-SUB)
                           " restored from "
                           WS-RS-COPY-NAME(WS-FILE-SUB)
                   ELSE
                       SET RL-RESTORE-FAILED TO TRUE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Restore of "
                           WS-SNAP-FILE-NAME(WS-FILE-SUB)
                           " FAILED; is " WS-RS-COPY-NAME(WS-FILE-SUB)
                           " still there?"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
                   PERFORM 800-WRITE-RESTORE-LOG
               END-IF.

           800-WRITE-RESTORE-LOG.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO RL-RESTORE-STAMP
               MOVE WS-SIGNON-OPERATOR TO RL-OPERATOR-ID
               MOVE WS-GENERATION TO RL-GENERATION
               MOVE WS-SNAP-FILE-NAME(WS-FILE-SUB) TO RL-FILE-NAME
               MOVE WS-RS-COPY-NAME(WS-FILE-SUB) TO RL-COPY-NAME
               WRITE RL-RESTORE-RECORD
               IF WS-RLOG-STATUS NOT = "00"
                   ADD 1 TO WS-UNLOGGED-COUNT
                   DISPLAY "*** Restore log write failed, status "
                       WS-RLOG-STATUS ": "
                       WS-SNAP-FILE-NAME(WS-FILE-SUB)
                       " from generation " WS-GENERATION
                       " by " WS-SIGNON-OPERATOR
                       " was NOT logged."
               END-IF.

           810-OPEN-RESTORE-LOG.
               OPEN EXTEND RESTORE-LOG-FILE
               IF WS-RLOG-STATUS = "35"
                   OPEN OUTPUT RESTORE-LOG-FILE
                   CLOSE RESTORE-LOG-FILE
                   OPEN EXTEND RESTORE-LOG-FILE
               END-IF.

       END PROGRAM FILERSTR.
