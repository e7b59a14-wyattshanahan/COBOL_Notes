       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COACHRPT".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_37 Monthly coach effectiveness report - one block per
      * coach on COACHES.DAT, plus one for the unassigned queue,
      * showing for the report month:
      *   caseload - active members whose MM-COACH-ID is the coach
      *   worklist items opened and closed in the month (items are
      *   counted under the coach they are filed under), average
      *   days from WL-ADDED-DATE to WL-DISP-DATE for the closed
      *   ones, and their disposition mix R/M/X/G
      *   goals set in the month by the caseload, and goals GOALPROG
      *   last evaluated as achieved (A) - a standing, not an event
      *   average weight and BMI change for caseload members with a
      *   summary row in the month, against each member's latest
      *   earlier row on BMISUMM
      *   items still open at month end (or today, for the current
      *   month) more than 14 days after they were added, listed
      *   under the coach and marked *** so they stand out.  An
      *   item closed after month end was still open at month end.
      * Inactive coaches are shown only while they still have a
      * caseload or worklist activity.  Members pointing at a coach
      * not on file are counted at the foot; INTCHK lists them.
      * Run with the report month as a parameter (YYYYMM), or with
      * no parameter to report on the current month.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT COACH-FILE ASSIGN TO "COACHES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CO-COACH-ID
                   FILE STATUS IS WS-COACH-STATUS.
               SELECT WORKLIST-FILE ASSIGN TO "WORKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-WORKLIST-KEY
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT MEMBER-GOALS-FILE ASSIGN TO "GOALS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GL-MEMBER-ID
                   FILE STATUS IS WS-GOAL-STATUS.
               SELECT BMI-SUMMARY-FILE ASSIGN TO "BMISUMM.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUMMARY-KEY
                   FILE STATUS IS WS-SUMM-STATUS.
               SELECT COACH-REPORT-FILE ASSIGN TO "COACHRPT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  COACH-FILE.
           COPY COACHREC.

           FD  WORKLIST-FILE.
           COPY WORKREC.

           FD  MEMBER-GOALS-FILE.
           COPY GOALREC.

           FD  BMI-SUMMARY-FILE.
           COPY SUMMREC.

           FD  COACH-REPORT-FILE.
           01 RP-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-COACH-STATUS          PIC XX.
           01 WS-WORK-STATUS           PIC XX.
           01 WS-GOAL-STATUS           PIC XX.
           01 WS-SUMM-STATUS           PIC XX.
           01 WS-GOALS-OPEN-SWITCH     PIC X(1) VALUE "N".
               88 GOALS-FILE-OPEN              VALUE "Y".
           01 WS-SUMMARY-OPEN-SWITCH   PIC X(1) VALUE "N".
               88 SUMMARY-FILE-OPEN            VALUE "Y".
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-EOF-SWITCH            PIC X(1).
               88 END-OF-INPUT-FILE            VALUE "Y".
           01 WS-WORK-EOF-SWITCH       PIC X(1).
               88 END-OF-COACH-ITEMS           VALUE "Y".
           01 WS-SUMM-EOF-SWITCH       PIC X(1).
               88 END-OF-MEMBER-SUMMARY        VALUE "Y".

           01 WS-REPORT-PERIOD         PIC X(6).
           01 WS-RUN-DATE              PIC 9(8).
           01 WS-PERIOD-START          PIC 9(8).
           01 WS-PERIOD-END            PIC 9(8).
           01 WS-AS-OF-DATE            PIC 9(8).
           01 WS-NEXT-MONTH-START      PIC 9(8).
           01 WS-WORK-YEAR             PIC 9(4).
           01 WS-WORK-MONTH            PIC 9(2).
           01 WS-OVERDUE-DAYS          PIC 9(3) VALUE 14.
           01 WS-ITEM-AGE              PIC S9(5).
           01 WS-DAYS-TO-CLOSE         PIC S9(5).

      * One entry per coach on file, in coach ID order, then one
      * for the unassigned queue (coach ID spaces).
           01 WS-COACH-TABLE.
               05 WS-COACH-ENTRY OCCURS 101 TIMES.
                   10 WS-CT-COACH-ID       PIC X(8).
                   10 WS-CT-COACH-NAME     PIC X(30).
                   10 WS-CT-ACTIVE-FLAG    PIC X(1).
                   10 WS-CT-CASELOAD       PIC 9(5).
                   10 WS-CT-GOALS-SET      PIC 9(5).
                   10 WS-CT-GOALS-ACHIEVED PIC 9(5).
                   10 WS-CT-GOALS-OPEN     PIC 9(5).
                   10 WS-CT-CHANGE-MEMBERS PIC 9(5).
                   10 WS-CT-WEIGHT-CHANGE  PIC S9(7).
                   10 WS-CT-BMI-CHANGE     PIC S9(6)V99.
           01 WS-COACH-COUNT           PIC 9(3) VALUE ZERO.
           01 WS-COACH-SUB             PIC 9(3).
           01 WS-FOUND-SUB             PIC 9(3).
           01 WS-UNKNOWN-COACH-COUNT   PIC 9(5) VALUE ZERO.

      * Worklist figures for the coach being written.
           01 WS-ITEMS-OPENED          PIC 9(5).
           01 WS-ITEMS-CLOSED          PIC 9(5).
           01 WS-ITEMS-OVERDUE         PIC 9(5).
           01 WS-DAYS-TO-CLOSE-SUM     PIC 9(7).
           01 WS-DISPOSITION-COUNTS.
               05 WS-REACHED-COUNT     PIC 9(5).
               05 WS-MESSAGE-COUNT     PIC 9(5).
               05 WS-DECLINED-COUNT    PIC 9(5).
               05 WS-GOAL-SET-COUNT    PIC 9(5).
           01 WS-COACH-HAS-ACTIVITY    PIC X(1).
               88 COACH-HAS-ACTIVITY           VALUE "Y".

      * Whole-report totals.
           01 WS-TOTALS.
               05 WS-TOT-CASELOAD      PIC 9(6) VALUE ZERO.
               05 WS-TOT-OPENED        PIC 9(6) VALUE ZERO.
               05 WS-TOT-CLOSED        PIC 9(6) VALUE ZERO.
               05 WS-TOT-OVERDUE       PIC 9(6) VALUE ZERO.
               05 WS-TOT-GOALS-SET     PIC 9(6) VALUE ZERO.
               05 WS-TOT-ACHIEVED      PIC 9(6) VALUE ZERO.
               05 WS-TOT-DAYS-SUM      PIC 9(8) VALUE ZERO.

      * Summary look-up for one member.
           01 WS-PRIOR-ROW-SWITCH      PIC X(1).
               88 PRIOR-ROW-FOUND              VALUE "Y".
           01 WS-PERIOD-ROW-SWITCH     PIC X(1).
               88 PERIOD-ROW-FOUND             VALUE "Y".
           01 WS-PRIOR-WEIGHT          PIC 9(4).
           01 WS-PRIOR-BMI             PIC 999V99.
           01 WS-PERIOD-WEIGHT         PIC 9(4).
           01 WS-PERIOD-BMI            PIC 999V99.

           01 WS-AVERAGE-DAYS          PIC 9(3)V9.
           01 WS-AVERAGE-WEIGHT        PIC S9(4)V9.
           01 WS-AVERAGE-BMI           PIC S9(3)V99.
           01 WS-EDITED-COUNT          PIC ZZZZ9.
           01 WS-EDITED-COUNT-2        PIC ZZZZ9.
           01 WS-EDITED-DAYS           PIC ZZ9.9.
           01 WS-EDITED-WEIGHT         PIC -ZZZ9.9.
           01 WS-EDITED-BMI            PIC -ZZ9.99.
           01 WS-EDITED-R              PIC ZZZ9.
           01 WS-EDITED-M              PIC ZZZ9.
           01 WS-EDITED-X              PIC ZZZ9.
           01 WS-EDITED-G              PIC ZZZ9.
           01 WS-EDITED-AGE            PIC ZZZ9.
           01 WS-COACH-STATE           PIC X(10).

       PROCEDURE DIVISION.
           001-MAIN.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               PERFORM 100-RESOLVE-PERIOD
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Unable to open member master, status "
                       WS-MEMB-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT WORKLIST-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "Unable to open worklist, status "
                       WS-WORK-STATUS
                   CLOSE MEMBER-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT MEMBER-GOALS-FILE
               IF WS-GOAL-STATUS = "00"
                   SET GOALS-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT BMI-SUMMARY-FILE
               IF WS-SUMM-STATUS = "00"
                   SET SUMMARY-FILE-OPEN TO TRUE
               END-IF
               PERFORM 150-LOAD-COACHES
               PERFORM 200-SWEEP-MASTER
               OPEN OUTPUT COACH-REPORT-FILE
               PERFORM 300-WRITE-HEADINGS
               PERFORM 400-WRITE-COACH-BLOCK
                   VARYING WS-COACH-SUB FROM 1 BY 1
                   UNTIL WS-COACH-SUB > WS-COACH-COUNT
               PERFORM 500-WRITE-TOTALS
               CLOSE COACH-REPORT-FILE
               CLOSE MEMBER-MASTER-FILE WORKLIST-FILE
               IF GOALS-FILE-OPEN
                   CLOSE MEMBER-GOALS-FILE
               END-IF
               IF SUMMARY-FILE-OPEN
                   CLOSE BMI-SUMMARY-FILE
               END-IF
               DISPLAY "Coach report complete for period "
                   WS-REPORT-PERIOD ". Coaches listed: "
                   WS-COACH-COUNT " items open past "
                   WS-OVERDUE-DAYS " days: " WS-TOT-OVERDUE
               STOP RUN.

      * Month end is the day before the first of the next month;
      * overdue items are aged to month end, or to today while the
      * month is still running.
           100-RESOLVE-PERIOD.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               IF WS-CMD-LINE(1:6) = SPACES
                   MOVE WS-CURRENT-DATETIME(1:6) TO WS-REPORT-PERIOD
               ELSE
                   MOVE WS-CMD-LINE(1:6) TO WS-REPORT-PERIOD
               END-IF
               IF WS-REPORT-PERIOD IS NOT NUMERIC
                   DISPLAY "Report period must be YYYYMM: "
                       WS-REPORT-PERIOD
                   MOVE WS-CURRENT-DATETIME(1:6) TO WS-REPORT-PERIOD
               END-IF
               MOVE WS-REPORT-PERIOD(1:4) TO WS-WORK-YEAR
               MOVE WS-REPORT-PERIOD(5:2) TO WS-WORK-MONTH
               COMPUTE WS-PERIOD-START =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
               IF WS-WORK-MONTH = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MONTH
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
               COMPUTE WS-NEXT-MONTH-START =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
               COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                    - 1)
               IF WS-RUN-DATE < WS-PERIOD-END
                   MOVE WS-RUN-DATE TO WS-AS-OF-DATE
               ELSE
                   MOVE WS-PERIOD-END TO WS-AS-OF-DATE
               END-IF.

           150-LOAD-COACHES.
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT COACH-FILE
               IF WS-COACH-STATUS NOT = "00"
                   DISPLAY "Coach file unavailable, status "
                       WS-COACH-STATUS "; unassigned queue only."
                   SET END-OF-INPUT-FILE TO TRUE
               END-IF
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ COACH-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           IF WS-COACH-COUNT < 100
                               ADD 1 TO WS-COACH-COUNT
                               PERFORM 160-STORE-ONE-COACH
                           ELSE
                               DISPLAY "Coach table full; coach "
                                   CO-COACH-ID " not reported."
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-COACH-STATUS NOT = "35"
                   CLOSE COACH-FILE
               END-IF
               ADD 1 TO WS-COACH-COUNT
               INITIALIZE WS-COACH-ENTRY(WS-COACH-COUNT)
               MOVE SPACES TO WS-CT-COACH-ID(WS-COACH-COUNT)
               MOVE "UNASSIGNED QUEUE"
                   TO WS-CT-COACH-NAME(WS-COACH-COUNT)
               MOVE "Y" TO WS-CT-ACTIVE-FLAG(WS-COACH-COUNT).

           160-STORE-ONE-COACH.
               INITIALIZE WS-COACH-ENTRY(WS-COACH-COUNT)
               MOVE CO-COACH-ID TO WS-CT-COACH-ID(WS-COACH-COUNT)
               MOVE CO-COACH-NAME TO WS-CT-COACH-NAME(WS-COACH-COUNT)
               MOVE CO-ACTIVE-FLAG
                   TO WS-CT-ACTIVE-FLAG(WS-COACH-COUNT).

      * Caseload, goals and weight/BMI change all hang off the
      * member's assigned coach.
           200-SWEEP-MASTER.
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           IF NOT MM-MEMBER-INACTIVE
                               PERFORM 210-TALLY-ONE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM.

           210-TALLY-ONE-MEMBER.
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-COACH-SUB FROM 1 BY 1
                       UNTIL WS-COACH-SUB > WS-COACH-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
                   IF WS-CT-COACH-ID(WS-COACH-SUB) = MM-COACH-ID
                       MOVE WS-COACH-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   ADD 1 TO WS-UNKNOWN-COACH-COUNT
               ELSE
                   ADD 1 TO WS-CT-CASELOAD(WS-FOUND-SUB)
                   IF GOALS-FILE-OPEN
                       PERFORM 220-TALLY-GOAL
                   END-IF
                   IF SUMMARY-FILE-OPEN
                       PERFORM 230-TALLY-CHANGE
                   END-IF
               END-IF.

           220-TALLY-GOAL.
               MOVE MM-MEMBER-ID TO GL-MEMBER-ID
               READ MEMBER-GOALS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GL-SET-DATE >= WS-PERIOD-START AND
                          GL-SET-DATE <= WS-PERIOD-END
                           ADD 1 TO WS-CT-GOALS-SET(WS-FOUND-SUB)
                       END-IF
                       IF GL-GOAL-OPEN
                           ADD 1 TO WS-CT-GOALS-OPEN(WS-FOUND-SUB)
                       END-IF
                       IF GL-ACHIEVED
                           ADD 1 TO WS-CT-GOALS-ACHIEVED(WS-FOUND-SUB)
                       END-IF
               END-READ.

      * The member's rows run oldest month first; the last one
      * before the report month is the comparison point.
           230-TALLY-CHANGE.
               MOVE "N" TO WS-PRIOR-ROW-SWITCH
               MOVE "N" TO WS-PERIOD-ROW-SWITCH
               MOVE "N" TO WS-SUMM-EOF-SWITCH
               MOVE MM-MEMBER-ID TO SM-MEMBER-ID
               MOVE ZEROS TO SM-PERIOD
               START BMI-SUMMARY-FILE KEY IS >= SM-SUMMARY-KEY
                   INVALID KEY
                       SET END-OF-MEMBER-SUMMARY TO TRUE
               END-START
               PERFORM UNTIL END-OF-MEMBER-SUMMARY
                   READ BMI-SUMMARY-FILE NEXT RECORD
                       AT END
                           SET END-OF-MEMBER-SUMMARY TO TRUE
                       NOT AT END
                           PERFORM 235-NOTE-SUMMARY-ROW
                   END-READ
               END-PERFORM
               IF PRIOR-ROW-FOUND AND PERIOD-ROW-FOUND
                   ADD 1 TO WS-CT-CHANGE-MEMBERS(WS-FOUND-SUB)
                   COMPUTE WS-CT-WEIGHT-CHANGE(WS-FOUND-SUB) =
                       WS-CT-WEIGHT-CHANGE(WS-FOUND-SUB)
                       + WS-PERIOD-WEIGHT - WS-PRIOR-WEIGHT
                   COMPUTE WS-CT-BMI-CHANGE(WS-FOUND-SUB) =
                       WS-CT-BMI-CHANGE(WS-FOUND-SUB)
                       + WS-PERIOD-BMI - WS-PRIOR-BMI
               END-IF.

           235-NOTE-SUMMARY-ROW.
               EVALUATE TRUE
                   WHEN SM-MEMBER-ID NOT = MM-MEMBER-ID
                       SET END-OF-MEMBER-SUMMARY TO TRUE
                   WHEN SM-PERIOD < WS-REPORT-PERIOD
                       SET PRIOR-ROW-FOUND TO TRUE
                       MOVE SM-LATEST-WEIGHT TO WS-PRIOR-WEIGHT
                       MOVE SM-LATEST-BMI TO WS-PRIOR-BMI
                   WHEN SM-PERIOD = WS-REPORT-PERIOD
                       SET PERIOD-ROW-FOUND TO TRUE
                       MOVE SM-LATEST-WEIGHT TO WS-PERIOD-WEIGHT
                       MOVE SM-LATEST-BMI TO WS-PERIOD-BMI
                       SET END-OF-MEMBER-SUMMARY TO TRUE
                   WHEN OTHER
                       SET END-OF-MEMBER-SUMMARY TO TRUE
               END-EVALUATE.

           300-WRITE-HEADINGS.
               MOVE SPACES TO RP-LINE
               STRING "COACH CASELOAD AND OUTCOMES - PERIOD "
                   WS-REPORT-PERIOD
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "RUN DATE " WS-RUN-DATE
                   "  OPEN ITEMS AGED TO " WS-AS-OF-DATE
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

      * The coach's worklist items are read twice off the key: once
      * for the figures, once to list the overdue items under them.
           400-WRITE-COACH-BLOCK.
               PERFORM 410-COUNT-COACH-ITEMS
               MOVE "N" TO WS-COACH-HAS-ACTIVITY
               IF WS-CT-ACTIVE-FLAG(WS-COACH-SUB) NOT = "N" OR
                  WS-CT-CASELOAD(WS-COACH-SUB) > ZERO OR
                  WS-ITEMS-OPENED > ZERO OR
                  WS-ITEMS-CLOSED > ZERO OR
                  WS-ITEMS-OVERDUE > ZERO
                   SET COACH-HAS-ACTIVITY TO TRUE
               END-IF
               IF COACH-HAS-ACTIVITY
                   PERFORM 430-WRITE-COACH-FIGURES
                   IF WS-ITEMS-OVERDUE > ZERO
                       PERFORM 450-LIST-OVERDUE-ITEMS
                   END-IF
               END-IF.

           410-COUNT-COACH-ITEMS.
               MOVE ZERO TO WS-ITEMS-OPENED WS-ITEMS-CLOSED
                   WS-ITEMS-OVERDUE WS-DAYS-TO-CLOSE-SUM
               MOVE ZEROS TO WS-DISPOSITION-COUNTS
               PERFORM 415-START-COACH-ITEMS
               PERFORM UNTIL END-OF-COACH-ITEMS
                   READ WORKLIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-COACH-ITEMS TO TRUE
                       NOT AT END
                           IF WL-COACH-ID NOT =
                                   WS-CT-COACH-ID(WS-COACH-SUB)
                               SET END-OF-COACH-ITEMS TO TRUE
                           ELSE
                               PERFORM 420-COUNT-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM.

           415-START-COACH-ITEMS.
               MOVE "N" TO WS-WORK-EOF-SWITCH
               MOVE WS-CT-COACH-ID(WS-COACH-SUB) TO WL-COACH-ID
               MOVE LOW-VALUES TO WL-MEMBER-ID
               MOVE LOW-VALUES TO WL-SOURCE
               START WORKLIST-FILE KEY IS >= WL-WORKLIST-KEY
                   INVALID KEY
                       SET END-OF-COACH-ITEMS TO TRUE
               END-START.

           420-COUNT-ONE-ITEM.
               IF WL-ADDED-DATE >= WS-PERIOD-START AND
                  WL-ADDED-DATE <= WS-PERIOD-END
                   ADD 1 TO WS-ITEMS-OPENED
               END-IF
               IF WL-ITEM-DONE AND
                  WL-DISP-DATE >= WS-PERIOD-START AND
                  WL-DISP-DATE <= WS-PERIOD-END
                   ADD 1 TO WS-ITEMS-CLOSED
                   COMPUTE WS-DAYS-TO-CLOSE =
                       FUNCTION INTEGER-OF-DATE(WL-DISP-DATE)
                       - FUNCTION INTEGER-OF-DATE(WL-ADDED-DATE)
                   IF WS-DAYS-TO-CLOSE > ZERO
                       ADD WS-DAYS-TO-CLOSE TO WS-DAYS-TO-CLOSE-SUM
                   END-IF
                   EVALUATE TRUE
                       WHEN WL-REACHED
                           ADD 1 TO WS-REACHED-COUNT
                       WHEN WL-LEFT-MESSAGE
                           ADD 1 TO WS-MESSAGE-COUNT
                       WHEN WL-DECLINED
                           ADD 1 TO WS-DECLINED-COUNT
                       WHEN WL-GOAL-SET
                           ADD 1 TO WS-GOAL-SET-COUNT
                   END-EVALUATE
               END-IF
               PERFORM 425-AGE-ONE-ITEM
               IF WS-ITEM-AGE > WS-OVERDUE-DAYS
                   ADD 1 TO WS-ITEMS-OVERDUE
               END-IF.

      * Open at the as-of date means added by then and either still
      * open or closed after it; anything else ages to zero.
           425-AGE-ONE-ITEM.
               MOVE ZERO TO WS-ITEM-AGE
               IF WL-ADDED-DATE <= WS-AS-OF-DATE
                   IF WL-ITEM-OPEN OR WL-DISP-DATE > WS-AS-OF-DATE
                       COMPUTE WS-ITEM-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                           - FUNCTION INTEGER-OF-DATE(WL-ADDED-DATE)
                   END-IF
               END-IF.

           430-WRITE-COACH-FIGURES.
               IF WS-CT-ACTIVE-FLAG(WS-COACH-SUB) = "N"
                   MOVE "(INACTIVE)" TO WS-COACH-STATE
               ELSE
                   MOVE SPACES TO WS-COACH-STATE
               END-IF
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               IF WS-CT-COACH-ID(WS-COACH-SUB) = SPACES
                   STRING "UNASSIGNED - MEMBERS WITH NO COACH"
                       DELIMITED BY SIZE INTO RP-LINE
               ELSE
                   STRING "COACH " WS-CT-COACH-ID(WS-COACH-SUB) " "
                       WS-CT-COACH-NAME(WS-COACH-SUB) " "
                       WS-COACH-STATE
                       DELIMITED BY SIZE INTO RP-LINE
               END-IF
               WRITE RP-LINE
               MOVE WS-CT-CASELOAD(WS-COACH-SUB) TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  CASELOAD (ACTIVE MEMBERS)      "
                   WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-ITEMS-OPENED TO WS-EDITED-COUNT
               MOVE WS-ITEMS-CLOSED TO WS-EDITED-COUNT-2
               MOVE SPACES TO RP-LINE
               STRING "  WORKLIST OPENED / CLOSED       "
                   WS-EDITED-COUNT
                   " /" WS-EDITED-COUNT-2
                   DELIMITED BY SIZE INTO RP-LINE
               IF WS-ITEMS-CLOSED > ZERO
                   COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-DAYS-TO-CLOSE-SUM / WS-ITEMS-CLOSED
                   MOVE WS-AVERAGE-DAYS TO WS-EDITED-DAYS
                   MOVE "AVG DAYS TO CLOSE" TO RP-LINE(50:17)
                   MOVE WS-EDITED-DAYS TO RP-LINE(68:5)
               END-IF
               WRITE RP-LINE
               MOVE WS-REACHED-COUNT TO WS-EDITED-R
               MOVE WS-MESSAGE-COUNT TO WS-EDITED-M
               MOVE WS-DECLINED-COUNT TO WS-EDITED-X
               MOVE WS-GOAL-SET-COUNT TO WS-EDITED-G
               MOVE SPACES TO RP-LINE
               STRING "  CLOSED AS  REACHED" WS-EDITED-R
                   "  MESSAGE" WS-EDITED-M "  DECLINED" WS-EDITED-X
                   "  GOAL SET" WS-EDITED-G
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-CT-GOALS-SET(WS-COACH-SUB) TO WS-EDITED-COUNT
               MOVE WS-CT-GOALS-ACHIEVED(WS-COACH-SUB)
                   TO WS-EDITED-COUNT-2
               MOVE WS-CT-GOALS-OPEN(WS-COACH-SUB) TO WS-EDITED-R
               MOVE SPACES TO RP-LINE
               STRING "  GOALS SET THIS MONTH           "
                   WS-EDITED-COUNT
                   "   ACHIEVED" WS-EDITED-COUNT-2
                   "   OPEN" WS-EDITED-R
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               PERFORM 440-WRITE-CHANGE-LINE
               MOVE WS-ITEMS-OVERDUE TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  ITEMS OPEN PAST 14 DAYS        "
                   WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               IF WS-ITEMS-OVERDUE > ZERO
                   MOVE "***" TO RP-LINE(42:3)
               END-IF
               WRITE RP-LINE
               ADD WS-CT-CASELOAD(WS-COACH-SUB) TO WS-TOT-CASELOAD
               ADD WS-ITEMS-OPENED TO WS-TOT-OPENED
               ADD WS-ITEMS-CLOSED TO WS-TOT-CLOSED
               ADD WS-ITEMS-OVERDUE TO WS-TOT-OVERDUE
               ADD WS-DAYS-TO-CLOSE-SUM TO WS-TOT-DAYS-SUM
               ADD WS-CT-GOALS-SET(WS-COACH-SUB) TO WS-TOT-GOALS-SET
               ADD WS-CT-GOALS-ACHIEVED(WS-COACH-SUB)
                   TO WS-TOT-ACHIEVED.

           440-WRITE-CHANGE-LINE.
               MOVE SPACES TO RP-LINE
               IF WS-CT-CHANGE-MEMBERS(WS-COACH-SUB) = ZERO
                   STRING "  AVG CHANGE SINCE PRIOR VISIT   "
                       "    - NO MEMBER WITH A VISIT BOTH MONTHS"
                       DELIMITED BY SIZE INTO RP-LINE
               ELSE
                   COMPUTE WS-AVERAGE-WEIGHT ROUNDED =
                       WS-CT-WEIGHT-CHANGE(WS-COACH-SUB)
                       / WS-CT-CHANGE-MEMBERS(WS-COACH-SUB)
                   COMPUTE WS-AVERAGE-BMI ROUNDED =
                       WS-CT-BMI-CHANGE(WS-COACH-SUB)
                       / WS-CT-CHANGE-MEMBERS(WS-COACH-SUB)
                   MOVE WS-AVERAGE-WEIGHT TO WS-EDITED-WEIGHT
                   MOVE WS-AVERAGE-BMI TO WS-EDITED-BMI
                   MOVE WS-CT-CHANGE-MEMBERS(WS-COACH-SUB)
                       TO WS-EDITED-COUNT
                   STRING "  AVG CHANGE SINCE PRIOR VISIT   "
                       WS-EDITED-COUNT " MEMBERS  WEIGHT"
                       WS-EDITED-WEIGHT " LB  BMI" WS-EDITED-BMI
                       DELIMITED BY SIZE INTO RP-LINE
               END-IF
               WRITE RP-LINE.

           450-LIST-OVERDUE-ITEMS.
               PERFORM 415-START-COACH-ITEMS
               PERFORM UNTIL END-OF-COACH-ITEMS
                   READ WORKLIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-COACH-ITEMS TO TRUE
                       NOT AT END
                           IF WL-COACH-ID NOT =
                                   WS-CT-COACH-ID(WS-COACH-SUB)
                               SET END-OF-COACH-ITEMS TO TRUE
                           ELSE
                               PERFORM 425-AGE-ONE-ITEM
                               IF WS-ITEM-AGE > WS-OVERDUE-DAYS
                                   PERFORM 460-WRITE-OVERDUE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           460-WRITE-OVERDUE-LINE.
               MOVE WS-ITEM-AGE TO WS-EDITED-AGE
               MOVE SPACES TO RP-LINE
               STRING "  *** " WL-MEMBER-ID " " WL-SOURCE
                   " ADDED " WL-ADDED-DATE WS-EDITED-AGE " DAYS  "
                   WL-DETAIL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

           500-WRITE-TOTALS.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "ALL COACHES" TO RP-LINE
               WRITE RP-LINE
               MOVE WS-TOT-CASELOAD TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  ACTIVE MEMBERS COUNTED         "
                   WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-TOT-OPENED TO WS-EDITED-COUNT
               MOVE WS-TOT-CLOSED TO WS-EDITED-COUNT-2
               MOVE SPACES TO RP-LINE
               STRING "  WORKLIST OPENED / CLOSED       "
                   WS-EDITED-COUNT
                   " /" WS-EDITED-COUNT-2
                   DELIMITED BY SIZE INTO RP-LINE
               IF WS-TOT-CLOSED > ZERO
                   COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-TOT-DAYS-SUM / WS-TOT-CLOSED
                   MOVE WS-AVERAGE-DAYS TO WS-EDITED-DAYS
                   MOVE "AVG DAYS TO CLOSE" TO RP-LINE(50:17)
                   MOVE WS-EDITED-DAYS TO RP-LINE(68:5)
               END-IF
               WRITE RP-LINE
               MOVE WS-TOT-GOALS-SET TO WS-EDITED-COUNT
               MOVE WS-TOT-ACHIEVED TO WS-EDITED-COUNT-2
               MOVE SPACES TO RP-LINE
               STRING "  GOALS SET THIS MONTH           "
                   WS-EDITED-COUNT
                   "   ACHIEVED" WS-EDITED-COUNT-2
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE WS-TOT-OVERDUE TO WS-EDITED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  ITEMS OPEN PAST 14 DAYS        "
                   WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               IF WS-UNKNOWN-COACH-COUNT > ZERO
                   MOVE WS-UNKNOWN-COACH-COUNT TO WS-EDITED-COUNT
                   MOVE SPACES TO RP-LINE
                   STRING "  MEMBERS WITH A COACH NOT ON FILE"
                       WS-EDITED-COUNT " - NOT COUNTED ABOVE"
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF.

       END PROGRAM COACHRPT.
