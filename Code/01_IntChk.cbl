       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INTCHK".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_35 Cross-file integrity check - sweeps the files that
      * point at each other and reports every record whose pointer
      * no longer agrees: history, goals, worklist items and
      * invoices for member IDs not on the master or retired by an
      * MRGUTIL merge (only the audit trail may keep an old ID),
      * open goals for inactive members, worklist items and member
      * assignments for coaches not on COACHES.DAT, open items
      * still filed under a deactivated coach, merged-away IDs
      * still active, member-month summary rows whose visit count
      * disagrees with a recount of the history (or with no
      * history at all, or missing), and household links that the
      * member and household records do not both agree on.
      * Exceptions are sorted by check and written to a dated report
      * (INTCHK.Ryyyymmdd) with a count per check.  Ends with
      * RETURN-CODE 8 when any error-class check fails, 4 when
      * there are warnings only, so NIGHTRUN can stop the stream
      * before a bad pointer spreads.  Reads only; fixes nothing.
      * Files other than the master that are not there are noted on
      * the report and their checks skipped.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HS-HISTORY-KEY
                   FILE STATUS IS WS-HIST-STATUS.
               SELECT BMI-SUMMARY-FILE ASSIGN TO "BMISUMM.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUMMARY-KEY
                   FILE STATUS IS WS-SUMM-STATUS.
               SELECT MEMBER-GOALS-FILE ASSIGN TO "GOALS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GL-MEMBER-ID
                   FILE STATUS IS WS-GOAL-STATUS.
               SELECT WORKLIST-FILE ASSIGN TO "WORKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-WORKLIST-KEY
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT DUES-INVOICE-FILE ASSIGN TO "DUESINV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT COACH-FILE ASSIGN TO "COACHES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CO-COACH-ID
                   FILE STATUS IS WS-COACH-STATUS.
               SELECT MEMBER-XREF-FILE ASSIGN TO "MEMXREF.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-OLD-ID
                   FILE STATUS IS WS-XREF-STATUS.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.
               SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
               SELECT INTEGRITY-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-REPORT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  BMI-HISTORY-FILE.
           COPY HISTREC.

           FD  BMI-SUMMARY-FILE.
           COPY SUMMREC.

           FD  MEMBER-GOALS-FILE.
           COPY GOALREC.

           FD  WORKLIST-FILE.
           COPY WORKREC.

           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

           FD  COACH-FILE.
           COPY COACHREC.

           FD  MEMBER-XREF-FILE.
           COPY XREFREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           SD  SORT-WORK-FILE.
           01 SX-EXCEPTION-RECORD.
               05 SX-CHECK-NUMBER     PIC 9(2).
               05 SX-RECORD-KEY       PIC X(24).
               05 SX-DETAIL           PIC X(40).

           FD  INTEGRITY-REPORT-FILE.
           01 RP-LINE                  PIC X(90).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-HIST-STATUS           PIC XX.
           01 WS-SUMM-STATUS           PIC XX.
           01 WS-GOAL-STATUS           PIC XX.
           01 WS-WORK-STATUS           PIC XX.
           01 WS-INVC-STATUS           PIC XX.
           01 WS-COACH-STATUS          PIC XX.
           01 WS-XREF-STATUS           PIC XX.
           01 WS-HH-STATUS             PIC XX.
           01 WS-RPT-STATUS            PIC XX.
           01 WS-REPORT-NAME           PIC X(16).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-RUN-DATE              PIC X(8).
           01 WS-EOF-SWITCH            PIC X(1).
               88 END-OF-INPUT-FILE            VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(1) VALUE "N".
               88 END-OF-SORTED-RECORDS        VALUE "Y".

      * Which of the optional files could be opened.
           01 WS-FILE-OPEN-FLAGS.
               05 WS-HIST-OPEN         PIC X(1) VALUE "N".
                   88 HISTORY-IS-OPEN          VALUE "Y".
               05 WS-SUMM-OPEN         PIC X(1) VALUE "N".
                   88 SUMMARY-IS-OPEN          VALUE "Y".
               05 WS-GOAL-OPEN         PIC X(1) VALUE "N".
                   88 GOALS-ARE-OPEN           VALUE "Y".
               05 WS-WORK-OPEN         PIC X(1) VALUE "N".
                   88 WORKLIST-IS-OPEN         VALUE "Y".
               05 WS-INVC-OPEN         PIC X(1) VALUE "N".
                   88 INVOICES-ARE-OPEN        VALUE "Y".
               05 WS-COACH-OPEN        PIC X(1) VALUE "N".
                   88 COACHES-ARE-OPEN         VALUE "Y".
               05 WS-XREF-OPEN         PIC X(1) VALUE "N".
                   88 XREF-IS-OPEN             VALUE "Y".
               05 WS-HH-OPEN           PIC X(1) VALUE "N".
                   88 HOUSEHOLDS-ARE-OPEN      VALUE "Y".

      * Records read per file, for the report heading.
           01 WS-READ-COUNTS.
               05 WS-MEMBERS-READ      PIC 9(7) VALUE ZERO.
               05 WS-HISTORY-READ      PIC 9(7) VALUE ZERO.
               05 WS-SUMMARY-READ      PIC 9(7) VALUE ZERO.
               05 WS-GOALS-READ        PIC 9(7) VALUE ZERO.
               05 WS-WORKLIST-READ     PIC 9(7) VALUE ZERO.
               05 WS-INVOICES-READ     PIC 9(7) VALUE ZERO.
               05 WS-HOUSEHOLDS-READ   PIC 9(7) VALUE ZERO.

      * Check descriptions; severity E (error, RC 8) or W
      * (warning, RC 4).  The check number is the subscript.
           01 WS-CHECK-TABLE-DATA.
               05 FILLER PIC X(41) VALUE
                   "EHISTORY MEMBER NOT ON MASTER".
               05 FILLER PIC X(41) VALUE
                   "EHISTORY UNDER MERGED-AWAY ID".
               05 FILLER PIC X(41) VALUE
                   "ESUMMARY ROW MISSING FOR HISTORY MONTH".
               05 FILLER PIC X(41) VALUE
                   "ESUMMARY VISIT COUNT DISAGREES".
               05 FILLER PIC X(41) VALUE
                   "ESUMMARY ROW WITH NO HISTORY".
               05 FILLER PIC X(41) VALUE
                   "EGOAL MEMBER NOT ON MASTER".
               05 FILLER PIC X(41) VALUE
                   "EGOAL UNDER MERGED-AWAY ID".
               05 FILLER PIC X(41) VALUE
                   "WOPEN GOAL FOR INACTIVE MEMBER".
               05 FILLER PIC X(41) VALUE
                   "EWORKLIST MEMBER NOT ON MASTER".
               05 FILLER PIC X(41) VALUE
                   "EWORKLIST UNDER MERGED-AWAY ID".
               05 FILLER PIC X(41) VALUE
                   "EWORKLIST COACH NOT ON COACHES".
               05 FILLER PIC X(41) VALUE
                   "WOPEN WORKLIST ITEM FOR INACTIVE COACH".
               05 FILLER PIC X(41) VALUE
                   "EINVOICE MEMBER NOT ON MASTER".
               05 FILLER PIC X(41) VALUE
                   "EINVOICE UNDER MERGED-AWAY ID".
               05 FILLER PIC X(41) VALUE
                   "EMEMBER COACH NOT ON COACHES".
               05 FILLER PIC X(41) VALUE
                   "WMERGED-AWAY ID STILL ACTIVE".
               05 FILLER PIC X(41) VALUE
                   "EHOUSEHOLD LINK DISAGREES".
           01 WS-CHECK-TABLE REDEFINES WS-CHECK-TABLE-DATA.
               05 WS-CHECK-ENTRY OCCURS 17 TIMES.
                   10 WS-CHECK-SEVERITY    PIC X(1).
                   10 WS-CHECK-NAME        PIC X(40).
           01 WS-CHECK-COUNT-TABLE.
               05 WS-CHECK-COUNT OCCURS 17 TIMES PIC 9(6).
           01 WS-CHECK-SUB             PIC 9(2).
           01 WS-PREV-CHECK            PIC 9(2).
           01 WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           01 WS-WARNING-COUNT         PIC 9(7) VALUE ZERO.
           01 WS-SEVERITY-NAME         PIC X(7).

      * The exception being raised.
           01 WS-X-CHECK               PIC 9(2).
           01 WS-X-KEY                 PIC X(24).
           01 WS-X-DETAIL              PIC X(40).

      * Look-up results, kept for the last ID looked up so a run of
      * records for one member costs one read.
           01 WS-LOOKUP-MEMBER-ID      PIC X(6).
           01 WS-LAST-LOOKUP-ID        PIC X(6) VALUE HIGH-VALUES.
           01 WS-MEMBER-FOUND-SWITCH   PIC X(1).
               88 MEMBER-ON-MASTER             VALUE "Y".
           01 WS-MEMBER-INACTIVE-SWITCH PIC X(1).
               88 MEMBER-IS-INACTIVE           VALUE "Y".
           01 WS-MERGED-SWITCH         PIC X(1).
               88 ID-WAS-MERGED-AWAY           VALUE "Y".
           01 WS-MERGED-INTO-ID        PIC X(6).
           01 WS-LOOKUP-COACH-ID       PIC X(8).
           01 WS-COACH-FOUND-SWITCH    PIC X(1).
               88 COACH-ON-FILE                VALUE "Y".
           01 WS-COACH-INACTIVE-SWITCH PIC X(1).
               88 COACH-IS-INACTIVE            VALUE "Y".
           01 WS-LISTED-SWITCH         PIC X(1).
               88 MEMBER-IS-LISTED             VALUE "Y".
           01 WS-HH-SUB                PIC 9(2).

      * History recount by member-month.
           01 WS-PREV-MEMBER-ID        PIC X(6).
           01 WS-PREV-PERIOD           PIC 9(6).
           01 WS-MONTH-VISITS          PIC 9(5).
           01 WS-EDITED-COUNT          PIC ZZZ,ZZ9.
           01 WS-EDITED-VISITS         PIC ZZZZ9.
           01 WS-EDITED-SUMMARY        PIC ZZZZ9.

       PROCEDURE DIVISION.
           001-MAIN.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               STRING "INTCHK.R" WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-NAME
               MOVE ZEROS TO WS-CHECK-COUNT-TABLE
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Member master unavailable, status "
                       WS-MEMB-STATUS "; integrity check cannot run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 100-OPEN-OTHER-FILES
               OPEN OUTPUT INTEGRITY-REPORT-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SX-CHECK-NUMBER SX-RECORD-KEY
                   INPUT PROCEDURE 200-RUN-CHECKS
                   OUTPUT PROCEDURE 600-WRITE-REPORT
               CLOSE INTEGRITY-REPORT-FILE
               PERFORM 190-CLOSE-FILES
               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-WARNING-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE ZERO TO RETURN-CODE
               END-EVALUATE
               DISPLAY "Integrity check complete. Errors: "
                   WS-ERROR-COUNT " warnings: " WS-WARNING-COUNT
                   " report: " WS-REPORT-NAME
               STOP RUN.

           100-OPEN-OTHER-FILES.
               OPEN INPUT BMI-HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   SET HISTORY-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT BMI-SUMMARY-FILE
               IF WS-SUMM-STATUS = "00"
                   SET SUMMARY-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT MEMBER-GOALS-FILE
               IF WS-GOAL-STATUS = "00"
                   SET GOALS-ARE-OPEN TO TRUE
               END-IF
               OPEN INPUT WORKLIST-FILE
               IF WS-WORK-STATUS = "00"
                   SET WORKLIST-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT DUES-INVOICE-FILE
               IF WS-INVC-STATUS = "00"
                   SET INVOICES-ARE-OPEN TO TRUE
               END-IF
               OPEN INPUT COACH-FILE
               IF WS-COACH-STATUS = "00"
                   SET COACHES-ARE-OPEN TO TRUE
               END-IF
               OPEN INPUT MEMBER-XREF-FILE
               IF WS-XREF-STATUS = "00"
                   SET XREF-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-STATUS = "00"
                   SET HOUSEHOLDS-ARE-OPEN TO TRUE
               END-IF.

           190-CLOSE-FILES.
               CLOSE MEMBER-MASTER-FILE
               IF HISTORY-IS-OPEN
                   CLOSE BMI-HISTORY-FILE
               END-IF
               IF SUMMARY-IS-OPEN
                   CLOSE BMI-SUMMARY-FILE
               END-IF
               IF GOALS-ARE-OPEN
                   CLOSE MEMBER-GOALS-FILE
               END-IF
               IF WORKLIST-IS-OPEN
                   CLOSE WORKLIST-FILE
               END-IF
               IF INVOICES-ARE-OPEN
                   CLOSE DUES-INVOICE-FILE
               END-IF
               IF COACHES-ARE-OPEN
                   CLOSE COACH-FILE
               END-IF
               IF XREF-IS-OPEN
                   CLOSE MEMBER-XREF-FILE
               END-IF
               IF HOUSEHOLDS-ARE-OPEN
                   CLOSE HOUSEHOLD-FILE
               END-IF.

      * Each sweep below reads one file in key order and looks its
      * pointers up on the others; none sweeps a file another is
      * reading at the same time.
           200-RUN-CHECKS.
               PERFORM 210-CHECK-MASTER
               IF HISTORY-IS-OPEN
                   PERFORM 230-CHECK-HISTORY
               END-IF
               IF SUMMARY-IS-OPEN AND HISTORY-IS-OPEN
                   PERFORM 250-CHECK-SUMMARY-ROWS
               END-IF
               IF GOALS-ARE-OPEN
                   PERFORM 270-CHECK-GOALS
               END-IF
               IF WORKLIST-IS-OPEN
                   PERFORM 290-CHECK-WORKLIST
               END-IF
               IF INVOICES-ARE-OPEN
                   PERFORM 310-CHECK-INVOICES
               END-IF
               IF HOUSEHOLDS-ARE-OPEN
                   PERFORM 330-CHECK-HOUSEHOLDS
               END-IF.

           210-CHECK-MASTER.
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           PERFORM 215-CHECK-ONE-MEMBER
                   END-READ
               END-PERFORM.

           215-CHECK-ONE-MEMBER.
               IF MM-COACH-ID NOT = SPACES AND COACHES-ARE-OPEN
                   MOVE MM-COACH-ID TO WS-LOOKUP-COACH-ID
                   PERFORM 820-LOOK-UP-COACH
                   IF NOT COACH-ON-FILE
                       MOVE 15 TO WS-X-CHECK
                       MOVE MM-MEMBER-ID TO WS-X-KEY
                       MOVE SPACES TO WS-X-DETAIL
                       STRING "COACH " MM-COACH-ID
                           DELIMITED BY SIZE INTO WS-X-DETAIL
                       PERFORM 850-RELEASE-EXCEPTION
                   END-IF
               END-IF
               IF NOT MM-MEMBER-INACTIVE
                   MOVE MM-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                   PERFORM 810-LOOK-UP-XREF
                   IF ID-WAS-MERGED-AWAY
                       MOVE 16 TO WS-X-CHECK
                       MOVE MM-MEMBER-ID TO WS-X-KEY
                       MOVE SPACES TO WS-X-DETAIL
                       STRING "MERGED INTO " WS-MERGED-INTO-ID
                           DELIMITED BY SIZE INTO WS-X-DETAIL
                       PERFORM 850-RELEASE-EXCEPTION
                   END-IF
               END-IF
               IF MM-HOUSEHOLD-ID NOT = SPACES
                   PERFORM 220-CHECK-MEMBER-HOUSEHOLD
               END-IF.

           220-CHECK-MEMBER-HOUSEHOLD.
               MOVE "N" TO WS-LISTED-SWITCH
               MOVE SPACES TO WS-X-DETAIL
               IF HOUSEHOLDS-ARE-OPEN
                   MOVE MM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           STRING "HOUSEHOLD " MM-HOUSEHOLD-ID
                               " NOT ON FILE"
                               DELIMITED BY SIZE INTO WS-X-DETAIL
                       NOT INVALID KEY
                           PERFORM 225-FIND-MEMBER-IN-HOUSEHOLD
                   END-READ
               ELSE
                   STRING "HOUSEHOLD " MM-HOUSEHOLD-ID
                       " NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-X-DETAIL
               END-IF
               IF WS-X-DETAIL NOT = SPACES
                   MOVE 17 TO WS-X-CHECK
                   MOVE SPACES TO WS-X-KEY
                   STRING "MEMBER " MM-MEMBER-ID
                       DELIMITED BY SIZE INTO WS-X-KEY
                   PERFORM 850-RELEASE-EXCEPTION
               END-IF.

           225-FIND-MEMBER-IN-HOUSEHOLD.
               IF HH-HOUSEHOLD-INACTIVE
                   STRING "HOUSEHOLD " MM-HOUSEHOLD-ID
                       " IS INACTIVE"
                       DELIMITED BY SIZE INTO WS-X-DETAIL
               ELSE
                   IF HH-PRIMARY-ID = MM-MEMBER-ID
                       SET MEMBER-IS-LISTED TO TRUE
                   END-IF
                   PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                           UNTIL WS-HH-SUB > HH-DEPENDENT-COUNT
                              OR WS-HH-SUB > 8
                       IF HH-DEPENDENT-ID(WS-HH-SUB) = MM-MEMBER-ID
                           SET MEMBER-IS-LISTED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT MEMBER-IS-LISTED
                       STRING "NOT LISTED ON HOUSEHOLD "
                           MM-HOUSEHOLD-ID
                           DELIMITED BY SIZE INTO WS-X-DETAIL
                   END-IF
               END-IF.

      * History arrives member by member, month by month within the
      * member, so each member-month is one run of records to count
      * against its summary row.
           230-CHECK-HISTORY.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE SPACES TO WS-PREV-MEMBER-ID
               MOVE ZEROS TO WS-PREV-PERIOD
               MOVE ZERO TO WS-MONTH-VISITS
               MOVE HIGH-VALUES TO WS-LAST-LOOKUP-ID
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM 235-CHECK-ONE-VISIT
                   END-READ
               END-PERFORM
               IF WS-MONTH-VISITS > ZERO
                   PERFORM 240-COMPARE-SUMMARY-ROW
               END-IF.

           235-CHECK-ONE-VISIT.
               IF HS-MEMBER-ID NOT = WS-PREV-MEMBER-ID OR
                  HS-VISIT-STAMP(1:6) NOT = WS-PREV-PERIOD
                   IF WS-MONTH-VISITS > ZERO
                       PERFORM 240-COMPARE-SUMMARY-ROW
                   END-IF
                   MOVE HS-MEMBER-ID TO WS-PREV-MEMBER-ID
                   MOVE HS-VISIT-STAMP(1:6) TO WS-PREV-PERIOD
                   MOVE ZERO TO WS-MONTH-VISITS
               END-IF
               ADD 1 TO WS-MONTH-VISITS
               IF HS-MEMBER-ID NOT = WS-LAST-LOOKUP-ID
                   MOVE HS-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                   PERFORM 800-CHECK-MEMBER-POINTER
                   IF ID-WAS-MERGED-AWAY
                       MOVE 2 TO WS-X-CHECK
                   ELSE
                       MOVE 1 TO WS-X-CHECK
                   END-IF
                   IF ID-WAS-MERGED-AWAY OR NOT MEMBER-ON-MASTER
                       MOVE HS-MEMBER-ID TO WS-X-KEY
                       MOVE SPACES TO WS-X-DETAIL
                       STRING "FIRST VISIT " HS-VISIT-STAMP
                           DELIMITED BY SIZE INTO WS-X-DETAIL
                       PERFORM 850-RELEASE-EXCEPTION
                   END-IF
               END-IF.

           240-COMPARE-SUMMARY-ROW.
               IF SUMMARY-IS-OPEN
                   MOVE WS-PREV-MEMBER-ID TO SM-MEMBER-ID
                   MOVE WS-PREV-PERIOD TO SM-PERIOD
                   MOVE SPACES TO WS-X-KEY
                   STRING WS-PREV-MEMBER-ID " " WS-PREV-PERIOD
                       DELIMITED BY SIZE INTO WS-X-KEY
                   MOVE WS-MONTH-VISITS TO WS-EDITED-VISITS
                   READ BMI-SUMMARY-FILE
                       INVALID KEY
                           MOVE 3 TO WS-X-CHECK
                           MOVE SPACES TO WS-X-DETAIL
                           STRING "HISTORY VISITS " WS-EDITED-VISITS
                               DELIMITED BY SIZE INTO WS-X-DETAIL
                           PERFORM 850-RELEASE-EXCEPTION
                       NOT INVALID KEY
                           IF SM-VISIT-COUNT NOT = WS-MONTH-VISITS
                               MOVE 4 TO WS-X-CHECK
                               MOVE SM-VISIT-COUNT
                                   TO WS-EDITED-SUMMARY
                               MOVE SPACES TO WS-X-DETAIL
                               STRING "SUMMARY " WS-EDITED-SUMMARY
                                   " HISTORY " WS-EDITED-VISITS
                                   DELIMITED BY SIZE INTO WS-X-DETAIL
                               PERFORM 850-RELEASE-EXCEPTION
                           END-IF
                   END-READ
               END-IF.

      * Rows with a matching member-month were counted above; this
      * pass only needs to find rows with no history under them.
           250-CHECK-SUMMARY-ROWS.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SM-SUMMARY-KEY
               START BMI-SUMMARY-FILE KEY IS >= SM-SUMMARY-KEY
                   INVALID KEY
                       SET END-OF-INPUT-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ BMI-SUMMARY-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUMMARY-READ
                           PERFORM 255-FIND-HISTORY-FOR-ROW
                   END-READ
               END-PERFORM.

           255-FIND-HISTORY-FOR-ROW.
               MOVE SM-MEMBER-ID TO HS-MEMBER-ID
               MOVE ZEROS TO HS-VISIT-STAMP
               MOVE SM-PERIOD TO HS-VISIT-STAMP(1:6)
               MOVE ZEROS TO HS-SEQ
               MOVE "N" TO WS-LISTED-SWITCH
               START BMI-HISTORY-FILE KEY IS >= HS-HISTORY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BMI-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HS-MEMBER-ID = SM-MEMBER-ID AND
                                  HS-VISIT-STAMP(1:6) = SM-PERIOD
                                   SET MEMBER-IS-LISTED TO TRUE
                               END-IF
                       END-READ
               END-START
               IF NOT MEMBER-IS-LISTED
                   MOVE 5 TO WS-X-CHECK
                   MOVE SPACES TO WS-X-KEY
                   STRING SM-MEMBER-ID " " SM-PERIOD
                       DELIMITED BY SIZE INTO WS-X-KEY
                   MOVE SM-VISIT-COUNT TO WS-EDITED-SUMMARY
                   MOVE SPACES TO WS-X-DETAIL
                   STRING "SUMMARY VISITS " WS-EDITED-SUMMARY
                       DELIMITED BY SIZE INTO WS-X-DETAIL
                   PERFORM 850-RELEASE-EXCEPTION
               END-IF.

           270-CHECK-GOALS.
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ MEMBER-GOALS-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-GOALS-READ
                           PERFORM 275-CHECK-ONE-GOAL
                   END-READ
               END-PERFORM.

           275-CHECK-ONE-GOAL.
               MOVE GL-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
               PERFORM 800-CHECK-MEMBER-POINTER
               MOVE GL-MEMBER-ID TO WS-X-KEY
               MOVE SPACES TO WS-X-DETAIL
               STRING "GOAL SET " GL-SET-DATE " STATUS " GL-STATUS
                   DELIMITED BY SIZE INTO WS-X-DETAIL
               EVALUATE TRUE
                   WHEN ID-WAS-MERGED-AWAY
                       MOVE 7 TO WS-X-CHECK
                       PERFORM 850-RELEASE-EXCEPTION
                   WHEN NOT MEMBER-ON-MASTER
                       MOVE 6 TO WS-X-CHECK
                       PERFORM 850-RELEASE-EXCEPTION
                   WHEN MEMBER-IS-INACTIVE AND GL-GOAL-OPEN
                       MOVE 8 TO WS-X-CHECK
                       PERFORM 850-RELEASE-EXCEPTION
               END-EVALUATE.

           290-CHECK-WORKLIST.
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ WORKLIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-WORKLIST-READ
                           PERFORM 295-CHECK-ONE-ITEM
                   END-READ
               END-PERFORM.

      * Items under spaces are the unassigned queue, not a coach.
           295-CHECK-ONE-ITEM.
               MOVE SPACES TO WS-X-KEY
               STRING WL-COACH-ID " " WL-MEMBER-ID " " WL-SOURCE
                   DELIMITED BY SIZE INTO WS-X-KEY
               MOVE SPACES TO WS-X-DETAIL
               STRING "ADDED " WL-ADDED-DATE " STATUS " WL-STATUS
                   DELIMITED BY SIZE INTO WS-X-DETAIL
               MOVE WL-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
               PERFORM 800-CHECK-MEMBER-POINTER
               IF ID-WAS-MERGED-AWAY
                   MOVE 10 TO WS-X-CHECK
                   PERFORM 850-RELEASE-EXCEPTION
               ELSE
                   IF NOT MEMBER-ON-MASTER
                       MOVE 9 TO WS-X-CHECK
                       PERFORM 850-RELEASE-EXCEPTION
                   END-IF
               END-IF
               IF WL-COACH-ID NOT = SPACES AND COACHES-ARE-OPEN
                   MOVE WL-COACH-ID TO WS-LOOKUP-COACH-ID
                   PERFORM 820-LOOK-UP-COACH
                   IF NOT COACH-ON-FILE
                       MOVE 11 TO WS-X-CHECK
                       PERFORM 850-RELEASE-EXCEPTION
                   ELSE
                       IF COACH-IS-INACTIVE AND WL-ITEM-OPEN
                           MOVE 12 TO WS-X-CHECK
                           PERFORM 850-RELEASE-EXCEPTION
                       END-IF
                   END-IF
               END-IF.

           310-CHECK-INVOICES.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE HIGH-VALUES TO WS-LAST-LOOKUP-ID
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ DUES-INVOICE-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INVOICES-READ
                           PERFORM 315-CHECK-ONE-INVOICE
                   END-READ
               END-PERFORM.

           315-CHECK-ONE-INVOICE.
               IF IV-MEMBER-ID NOT = WS-LAST-LOOKUP-ID
                   MOVE IV-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                   PERFORM 800-CHECK-MEMBER-POINTER
               END-IF
               IF ID-WAS-MERGED-AWAY OR NOT MEMBER-ON-MASTER
                   IF ID-WAS-MERGED-AWAY
                       MOVE 14 TO WS-X-CHECK
                   ELSE
                       MOVE 13 TO WS-X-CHECK
                   END-IF
                   MOVE SPACES TO WS-X-KEY
                   STRING IV-MEMBER-ID " " IV-BILL-PERIOD
                       DELIMITED BY SIZE INTO WS-X-KEY
                   MOVE SPACES TO WS-X-DETAIL
                   STRING "STATUS " IV-STATUS " BILLED " IV-BILL-DATE
                       DELIMITED BY SIZE INTO WS-X-DETAIL
                   PERFORM 850-RELEASE-EXCEPTION
               END-IF.

      * The household's side of the link; the member's side was
      * checked in the master sweep.
           330-CHECK-HOUSEHOLDS.
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO HH-HOUSEHOLD-ID
               START HOUSEHOLD-FILE KEY IS >= HH-HOUSEHOLD-ID
                   INVALID KEY
                       SET END-OF-INPUT-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ HOUSEHOLD-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOUSEHOLDS-READ
                           IF NOT HH-HOUSEHOLD-INACTIVE
                               MOVE HH-PRIMARY-ID
                                   TO WS-LOOKUP-MEMBER-ID
                               PERFORM 335-CHECK-LISTED-MEMBER
                               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                                       UNTIL WS-HH-SUB >
                                           HH-DEPENDENT-COUNT
                                          OR WS-HH-SUB > 8
                                   MOVE HH-DEPENDENT-ID(WS-HH-SUB)
                                       TO WS-LOOKUP-MEMBER-ID
                                   PERFORM 335-CHECK-LISTED-MEMBER
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM.

           335-CHECK-LISTED-MEMBER.
               MOVE SPACES TO WS-X-DETAIL
               MOVE WS-LOOKUP-MEMBER-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       STRING "LISTED MEMBER " WS-LOOKUP-MEMBER-ID
                           " NOT ON MASTER"
                           DELIMITED BY SIZE INTO WS-X-DETAIL
                   NOT INVALID KEY
                       IF MM-HOUSEHOLD-ID NOT = HH-HOUSEHOLD-ID
                           STRING "LISTED MEMBER " MM-MEMBER-ID
                               " LINKED TO '" MM-HOUSEHOLD-ID "'"
                               DELIMITED BY SIZE INTO WS-X-DETAIL
                       END-IF
               END-READ
               IF WS-X-DETAIL NOT = SPACES
                   MOVE 17 TO WS-X-CHECK
                   MOVE SPACES TO WS-X-KEY
                   STRING "HOUSEHOLD " HH-HOUSEHOLD-ID
                       DELIMITED BY SIZE INTO WS-X-KEY
                   PERFORM 850-RELEASE-EXCEPTION
               END-IF.

           600-WRITE-REPORT.
               PERFORM 610-WRITE-HEADINGS
               MOVE ZERO TO WS-PREV-CHECK
               PERFORM UNTIL END-OF-SORTED-RECORDS
                   RETURN SORT-WORK-FILE
                       AT END
                           SET END-OF-SORTED-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 620-WRITE-EXCEPTION-LINE
                   END-RETURN
               END-PERFORM
               PERFORM 640-WRITE-SUMMARY.

           610-WRITE-HEADINGS.
               MOVE SPACES TO RP-LINE
               STRING "CROSS-FILE INTEGRITY CHECK - RUN DATE "
                   WS-RUN-DATE "  " WS-CURRENT-DATETIME(9:2) ":"
                   WS-CURRENT-DATETIME(11:2)
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "FILE          RECORDS READ" TO RP-LINE
               WRITE RP-LINE
               MOVE WS-MEMBERS-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "MEMBERS.DAT   " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-HISTORY-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "BMIHIST.DAT   " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT HISTORY-IS-OPEN
                   MOVE "NOT PRESENT - CHECKS 1-5 SKIPPED"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               MOVE WS-SUMMARY-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "BMISUMM.DAT   " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT SUMMARY-IS-OPEN
                   MOVE "NOT PRESENT - CHECKS 3-5 SKIPPED"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               MOVE WS-GOALS-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "GOALS.DAT     " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT GOALS-ARE-OPEN
                   MOVE "NOT PRESENT - CHECKS 6-8 SKIPPED"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               MOVE WS-WORKLIST-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "WORKLIST.DAT  " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT WORKLIST-IS-OPEN
                   MOVE "NOT PRESENT - CHECKS 9-12 SKIPPED"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               MOVE WS-INVOICES-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "DUESINV.DAT   " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT INVOICES-ARE-OPEN
                   MOVE "NOT PRESENT - CHECKS 13-14 SKIPPED"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               MOVE WS-HOUSEHOLDS-READ TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "HOUSEHLD.DAT  " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF NOT HOUSEHOLDS-ARE-OPEN
                   MOVE "NOT PRESENT - NO HOUSEHOLDS ON FILE"
                       TO RP-LINE(23:40)
               END-IF
               WRITE RP-LINE
               IF NOT COACHES-ARE-OPEN
                   MOVE "COACHES.DAT   NOT PRESENT - CHECKS 11, 12 "
                       & "AND 15 SKIPPED" TO RP-LINE
                   WRITE RP-LINE
               END-IF
               IF NOT XREF-IS-OPEN
                   MOVE "MEMXREF.DAT   NOT PRESENT - NO MERGES ON "
                       & "FILE" TO RP-LINE
                   WRITE RP-LINE
               END-IF.

           620-WRITE-EXCEPTION-LINE.
               IF SX-CHECK-NUMBER NOT = WS-PREV-CHECK
                   MOVE SX-CHECK-NUMBER TO WS-PREV-CHECK
                   PERFORM 630-WRITE-CHECK-HEADING
               END-IF
               MOVE SPACES TO RP-LINE
               STRING "   " SX-RECORD-KEY " " SX-DETAIL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

           630-WRITE-CHECK-HEADING.
               MOVE WS-PREV-CHECK TO WS-CHECK-SUB
               PERFORM 660-SET-SEVERITY-NAME
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "CHECK " WS-PREV-CHECK " "
                   WS-CHECK-NAME(WS-CHECK-SUB) " " WS-SEVERITY-NAME
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

           640-WRITE-SUMMARY.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "EXCEPTIONS BY CHECK" TO RP-LINE
               WRITE RP-LINE
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > 17
                   PERFORM 660-SET-SEVERITY-NAME
                   MOVE WS-CHECK-COUNT(WS-CHECK-SUB)
                       TO WS-EDITED-COUNT
                   MOVE SPACES TO RP-LINE
                   STRING "   " WS-CHECK-SUB " "
                       WS-CHECK-NAME(WS-CHECK-SUB) " "
                       WS-SEVERITY-NAME " " WS-EDITED-COUNT
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-PERFORM
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT > ZERO
                       STRING "RESULT: ERRORS FOUND - RETURN-CODE 8"
                           DELIMITED BY SIZE INTO RP-LINE
                   WHEN WS-WARNING-COUNT > ZERO
                       STRING "RESULT: WARNINGS ONLY - RETURN-CODE 4"
                           DELIMITED BY SIZE INTO RP-LINE
                   WHEN OTHER
                       STRING "RESULT: ALL CHECKS CLEAN"
                           DELIMITED BY SIZE INTO RP-LINE
               END-EVALUATE
               WRITE RP-LINE.

           660-SET-SEVERITY-NAME.
               IF WS-CHECK-SEVERITY(WS-CHECK-SUB) = "E"
                   MOVE "ERROR" TO WS-SEVERITY-NAME
               ELSE
                   MOVE "WARNING" TO WS-SEVERITY-NAME
               END-IF.

      * Sets the member and merge switches for WS-LOOKUP-MEMBER-ID.
           800-CHECK-MEMBER-POINTER.
               MOVE WS-LOOKUP-MEMBER-ID TO WS-LAST-LOOKUP-ID
               MOVE "N" TO WS-MEMBER-FOUND-SWITCH
               MOVE "N" TO WS-MEMBER-INACTIVE-SWITCH
               MOVE WS-LOOKUP-MEMBER-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MEMBER-ON-MASTER TO TRUE
                       IF MM-MEMBER-INACTIVE
                           SET MEMBER-IS-INACTIVE TO TRUE
                       END-IF
               END-READ
               PERFORM 810-LOOK-UP-XREF.

           810-LOOK-UP-XREF.
               MOVE "N" TO WS-MERGED-SWITCH
               MOVE SPACES TO WS-MERGED-INTO-ID
               IF XREF-IS-OPEN
                   MOVE WS-LOOKUP-MEMBER-ID TO XR-OLD-ID
                   READ MEMBER-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ID-WAS-MERGED-AWAY TO TRUE
                           MOVE XR-NEW-ID TO WS-MERGED-INTO-ID
                   END-READ
               END-IF.

           820-LOOK-UP-COACH.
               MOVE "N" TO WS-COACH-FOUND-SWITCH
               MOVE "N" TO WS-COACH-INACTIVE-SWITCH
               MOVE WS-LOOKUP-COACH-ID TO CO-COACH-ID
               READ COACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COACH-ON-FILE TO TRUE
                       IF CO-COACH-INACTIVE
                           SET COACH-IS-INACTIVE TO TRUE
                       END-IF
               END-READ.

           850-RELEASE-EXCEPTION.
               MOVE WS-X-CHECK TO SX-CHECK-NUMBER
               MOVE WS-X-KEY TO SX-RECORD-KEY
               MOVE WS-X-DETAIL TO SX-DETAIL
               RELEASE SX-EXCEPTION-RECORD
               ADD 1 TO WS-CHECK-COUNT(WS-X-CHECK)
               IF WS-CHECK-SEVERITY(WS-X-CHECK) = "E"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF.

       END PROGRAM INTCHK.
