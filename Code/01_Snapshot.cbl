       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SNAPSHOT".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_36 Pre-batch file snapshot - copies the files the night
      * stream updates (MEMBERS, BMIHIST, GOALS, WORKLIST, DUESINV
      * and BMISUMM .DAT) to a dated generation, NAME.Gyyyymmdd, so
      * a run that goes wrong halfway can be put back with FILERSTR
      * instead of rebuilt by hand.  It is the first step on
      * NIGHTSTEP.DAT (type C, highest good RETURN-CODE 0), so the
      * stream stops before anything is touched if a copy fails,
      * and a RESTART skips it - the generation on disk stays the
      * state from before the failed run.
      * Run as SNAPSHOT nn, where nn is the number of generations to
      * keep (default 7); generations older than that are deleted
      * and dropped from the catalog SNAPCAT.DAT.  If today's
      * generation already exists with every file catalogued it is
      * kept, since the first one taken today is the true pre-batch
      * state; SNAPSHOT nn REPLACE takes it again.  A generation a
      * failed copy left short is always taken again, so the
      * RESTART after the failure snapshots every file.
      * RETURN-CODE 8 if any copy fails or the catalog cannot be
      * written.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO "SNAPCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  SNAPSHOT-CATALOG-FILE.
           COPY SNAPREC.

           WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS            PIC XX.
           01 WS-CMD-LINE              PIC X(40).
           01 WS-KEEP-PARM             PIC X(8).
           01 WS-OPTION-PARM           PIC X(10).
           01 WS-KEEP-GENERATIONS      PIC 9(3) VALUE 7.
           01 WS-REPLACE-SWITCH        PIC X(1) VALUE "N".
               88 REPLACE-TODAYS-GENERATION    VALUE "Y".
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-CATALOG               VALUE "Y".
           01 WS-TODAY-SWITCH          PIC X(1) VALUE "N".
               88 TODAY-ALREADY-TAKEN          VALUE "Y".
           01 WS-CATALOG-FULL-SWITCH   PIC X(1) VALUE "N".
               88 CATALOG-IS-FULL              VALUE "Y".
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-RUN-DATE              PIC 9(8).
           01 WS-RUN-STAMP             PIC 9(14).
           01 WS-OLDEST-KEPT           PIC 9(8).
           01 WS-LAST-GENERATION       PIC 9(8).
           01 WS-GENERATIONS-SEEN      PIC 9(3).
           01 WS-COPY-NAME             PIC X(20).
           01 WS-FILE-DETAILS          PIC X(16).
           01 WS-COPIED-COUNT          PIC 9(2) VALUE ZERO.
           01 WS-MISSING-COUNT         PIC 9(2) VALUE ZERO.
           01 WS-FAILED-COUNT          PIC 9(2) VALUE ZERO.
           01 WS-PRUNED-COUNT          PIC 9(4) VALUE ZERO.

      * The files the night stream updates, with the stem each
      * generation name is built on.
           01 WS-SNAP-FILE-DATA.
               05 FILLER PIC X(20) VALUE "MEMBERS.DAT MEMBERS ".
               05 FILLER PIC X(20) VALUE "BMIHIST.DAT BMIHIST ".
               05 FILLER PIC X(20) VALUE "GOALS.DAT   GOALS   ".
               05 FILLER PIC X(20) VALUE "WORKLIST.DATWORKLIST".
               05 FILLER PIC X(20) VALUE "DUESINV.DAT DUESINV ".
               05 FILLER PIC X(20) VALUE "BMISUMM.DAT BMISUMM ".
           01 WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-DATA.
               05 WS-SNAP-FILE OCCURS 6 TIMES.
                   10 WS-SNAP-FILE-NAME    PIC X(12).
                   10 WS-SNAP-FILE-STEM    PIC X(8).
           01 WS-FILE-SUB              PIC 9(2).

      * The catalog, held while generations are added and pruned.
           01 WS-CATALOG-TABLE.
               05 WS-CAT-ENTRY OCCURS 400 TIMES.
                   10 WS-CAT-GENERATION    PIC 9(8).
                   10 WS-CAT-FILE-NAME     PIC X(12).
                   10 WS-CAT-COPY-NAME     PIC X(20).
                   10 WS-CAT-COPY-STATUS   PIC X(1).
                   10 WS-CAT-TAKEN-STAMP   PIC 9(14).
           01 WS-CAT-COUNT             PIC 9(3) VALUE ZERO.
           01 WS-CAT-SUB               PIC 9(3).
           01 WS-KEPT-COUNT            PIC 9(3).
           01 WS-TODAY-COUNT           PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
           001-MAIN.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-STAMP
               PERFORM 050-READ-PARAMETERS
               PERFORM 100-LOAD-CATALOG
      * A generation that cannot be held in the table would be lost
      * from the catalog when it is rewritten, so nothing is copied
      * and the catalog is left as it stands.
               IF CATALOG-IS-FULL OR
                  (WS-CAT-COUNT > 394 AND
                   (REPLACE-TODAYS-GENERATION OR
                    NOT TODAY-ALREADY-TAKEN))
                   DISPLAY "Snapshot catalog table full (400 "
                       "entries); nothing copied. Lower the "
                       "generations kept, or prune SNAPCAT.DAT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TODAY-ALREADY-TAKEN AND
                  NOT REPLACE-TODAYS-GENERATION
                   DISPLAY "Snapshot generation " WS-RUN-DATE
                       " already taken today; kept as the "
                       "pre-batch copy."
               ELSE
                   PERFORM 200-TAKE-SNAPSHOT
                       VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 6
               END-IF
               IF WS-FAILED-COUNT = ZERO
                   PERFORM 300-PRUNE-GENERATIONS
               ELSE
                   DISPLAY "Copies failed; no generation pruned."
               END-IF
               PERFORM 400-WRITE-CATALOG
               DISPLAY "Snapshot " WS-RUN-DATE " complete. Copied: "
                   WS-COPIED-COUNT " not present: " WS-MISSING-COUNT
                   " failed: " WS-FAILED-COUNT
                   " old copies deleted: " WS-PRUNED-COUNT
               IF WS-FAILED-COUNT > ZERO OR WS-CAT-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
               STOP RUN.

           050-READ-PARAMETERS.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               MOVE SPACES TO WS-KEEP-PARM WS-OPTION-PARM
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-KEEP-PARM WS-OPTION-PARM
               END-UNSTRING
               IF WS-KEEP-PARM NOT = SPACES
                   IF FUNCTION TRIM(WS-KEEP-PARM) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-KEEP-PARM)
                           TO WS-KEEP-GENERATIONS
                   ELSE
                       MOVE WS-KEEP-PARM TO WS-OPTION-PARM
                   END-IF
               END-IF
               IF WS-KEEP-GENERATIONS < 1
                   MOVE 1 TO WS-KEEP-GENERATIONS
               END-IF
               IF FUNCTION UPPER-CASE(WS-OPTION-PARM(1:7)) =
                       "REPLACE"
                   SET REPLACE-TODAYS-GENERATION TO TRUE
               END-IF.

           100-LOAD-CATALOG.
               OPEN INPUT SNAPSHOT-CATALOG-FILE
               IF WS-CAT-STATUS NOT = "00"
                   SET END-OF-CATALOG TO TRUE
               END-IF
               PERFORM UNTIL END-OF-CATALOG
                   READ SNAPSHOT-CATALOG-FILE
                       AT END
                           SET END-OF-CATALOG TO TRUE
                       NOT AT END
                           PERFORM 110-STORE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               IF WS-CAT-STATUS NOT = "35"
                   CLOSE SNAPSHOT-CATALOG-FILE
               END-IF
               PERFORM 120-CHECK-TODAYS-GENERATION.

           110-STORE-CATALOG-ENTRY.
               IF SN-GENERATION = WS-RUN-DATE AND
                  (SN-FILE-COPIED OR SN-FILE-NOT-PRESENT)
                   ADD 1 TO WS-TODAY-COUNT
               END-IF
               IF WS-CAT-COUNT < 400
                   ADD 1 TO WS-CAT-COUNT
                   MOVE SN-GENERATION
                       TO WS-CAT-GENERATION(WS-CAT-COUNT)
                   MOVE SN-FILE-NAME
                       TO WS-CAT-FILE-NAME(WS-CAT-COUNT)
                   MOVE SN-COPY-NAME
                       TO WS-CAT-COPY-NAME(WS-CAT-COUNT)
                   MOVE SN-COPY-STATUS
                       TO WS-CAT-COPY-STATUS(WS-CAT-COUNT)
                   MOVE SN-TAKEN-STAMP
                       TO WS-CAT-TAKEN-STAMP(WS-CAT-COUNT)
               ELSE
                   SET CATALOG-IS-FULL TO TRUE
               END-IF.

      * Today's generation stands only when all six files are on
      * the catalog.  Otherwise - or on a REPLACE - its entries are
      * dropped, since they are about to be taken again.
           120-CHECK-TODAYS-GENERATION.
               IF WS-TODAY-COUNT >= 6 AND
                  NOT REPLACE-TODAYS-GENERATION
                   SET TODAY-ALREADY-TAKEN TO TRUE
               ELSE
                   IF WS-TODAY-COUNT > ZERO
                       IF NOT REPLACE-TODAYS-GENERATION
                           DISPLAY "Snapshot generation " WS-RUN-DATE
                               " is incomplete (" WS-TODAY-COUNT
                               " of 6 files); taking it again."
                       END-IF
                       PERFORM 130-DROP-TODAYS-ENTRIES
                   END-IF
               END-IF.

           130-DROP-TODAYS-ENTRIES.
               MOVE ZERO TO WS-KEPT-COUNT
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-GENERATION(WS-CAT-SUB) NOT = WS-RUN-DATE
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE WS-CAT-ENTRY(WS-CAT-SUB)
                           TO WS-CAT-ENTRY(WS-KEPT-COUNT)
                   END-IF
               END-PERFORM
               MOVE WS-KEPT-COUNT TO WS-CAT-COUNT.

           200-TAKE-SNAPSHOT.
               MOVE SPACES TO WS-COPY-NAME
               STRING WS-SNAP-FILE-STEM(WS-FILE-SUB)
                   DELIMITED BY SPACE
                   ".G" WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-COPY-NAME
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-RUN-DATE TO WS-CAT-GENERATION(WS-CAT-COUNT)
               MOVE WS-SNAP-FILE-NAME(WS-FILE-SUB)
                   TO WS-CAT-FILE-NAME(WS-CAT-COUNT)
               MOVE WS-COPY-NAME TO WS-CAT-COPY-NAME(WS-CAT-COUNT)
               MOVE WS-RUN-STAMP TO WS-CAT-TAKEN-STAMP(WS-CAT-COUNT)
               CALL "CBL_CHECK_FILE_EXIST" USING
                   WS-SNAP-FILE-NAME(WS-FILE-SUB) WS-FILE-DETAILS
               END-CALL
               IF RETURN-CODE NOT = ZERO
                   MOVE "N" TO WS-CAT-COPY-STATUS(WS-CAT-COUNT)
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY WS-SNAP-FILE-NAME(WS-FILE-SUB)
                       " not present; nothing to copy."
               ELSE
                   CALL "CBL_COPY_FILE" USING
                       WS-SNAP-FILE-NAME(WS-FILE-SUB) WS-COPY-NAME
                   END-CALL
                   IF RETURN-CODE = ZERO
                       MOVE "C" TO WS-CAT-COPY-STATUS(WS-CAT-COUNT)
                       ADD 1 TO WS-COPIED-COUNT
                   ELSE
      * A failed copy is not catalogued, so it can never be offered
      * for a restore.
                       SUBTRACT 1 FROM WS-CAT-COUNT
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Copy of "
                           WS-SNAP-FILE-NAME(WS-FILE-SUB) " to "
                           WS-COPY-NAME " FAILED."
                   END-IF
               END-IF
               MOVE ZERO TO RETURN-CODE.

      * The catalog is in generation order, so counting distinct
      * generations back from the end finds the oldest one kept;
      * every copy older than that is deleted.
           300-PRUNE-GENERATIONS.
               MOVE ZERO TO WS-GENERATIONS-SEEN
               MOVE ZEROS TO WS-OLDEST-KEPT
               MOVE 99999999 TO WS-LAST-GENERATION
               PERFORM VARYING WS-CAT-SUB FROM WS-CAT-COUNT BY -1
                       UNTIL WS-CAT-SUB < 1
                   IF WS-CAT-GENERATION(WS-CAT-SUB) NOT =
                           WS-LAST-GENERATION
                       MOVE WS-CAT-GENERATION(WS-CAT-SUB)
                           TO WS-LAST-GENERATION
                       ADD 1 TO WS-GENERATIONS-SEEN
                       IF WS-GENERATIONS-SEEN = WS-KEEP-GENERATIONS
                           MOVE WS-LAST-GENERATION TO WS-OLDEST-KEPT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-GENERATION(WS-CAT-SUB) < WS-OLDEST-KEPT
                       PERFORM 310-DELETE-OLD-COPY
                   END-IF
               END-PERFORM.

           310-DELETE-OLD-COPY.
               IF WS-CAT-COPY-STATUS(WS-CAT-SUB) = "C"
                   CALL "CBL_DELETE_FILE" USING
                       WS-CAT-COPY-NAME(WS-CAT-SUB)
                   END-CALL
                   IF RETURN-CODE = ZERO
                       ADD 1 TO WS-PRUNED-COUNT
                   ELSE
                       DISPLAY "Old copy " WS-CAT-COPY-NAME(WS-CAT-SUB)
                           " could not be deleted; remove by hand."
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               END-IF
               MOVE "D" TO WS-CAT-COPY-STATUS(WS-CAT-SUB).

      * The whole catalog is rewritten, leaving out pruned entries.
           400-WRITE-CATALOG.
               OPEN OUTPUT SNAPSHOT-CATALOG-FILE
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "Snapshot catalog SNAPCAT.DAT could not "
                       "be written, status " WS-CAT-STATUS
               ELSE
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       IF WS-CAT-COPY-STATUS(WS-CAT-SUB) NOT = "D"
                           MOVE WS-CAT-GENERATION(WS-CAT-SUB)
                               TO SN-GENERATION
                           MOVE WS-CAT-FILE-NAME(WS-CAT-SUB)
                               TO SN-FILE-NAME
                           MOVE WS-CAT-COPY-NAME(WS-CAT-SUB)
                               TO SN-COPY-NAME
                           MOVE WS-CAT-COPY-STATUS(WS-CAT-SUB)
                               TO SN-COPY-STATUS
                           MOVE WS-CAT-TAKEN-STAMP(WS-CAT-SUB)
                               TO SN-TAKEN-STAMP
                           WRITE SN-SNAPSHOT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE SNAPSHOT-CATALOG-FILE
               END-IF.

       END PROGRAM SNAPSHOT.
