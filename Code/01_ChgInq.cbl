       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHGINQ".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_31 Maintenance change inquiry - pulls change journal
      * lines (CHGJRNL.DAT, written by MEMBMNT, COACHMNT and
      * OPERMNT) by member ID, by the operator who made the change,
      * by the key of any maintained record (coach or operator
      * profile), or all, optionally limited to a date range, and
      * prints each change with the fields that changed shown old
      * value to new, so "who set this member's consent to Y, and
      * when" is one run.  A member filter picks up changes made
      * under any ID linked to it through the MRGUTIL merge
      * cross-reference, the same as AUDINQ.
      * CH01_32 Household changes from HHMNT (file H) are listed
      * with their fields, and a member's household link is shown
      * among the member fields.  Key filter K takes a household ID.
      * CH01_33 Dues rate table rows from RATEMNT (file R, keyed by
      * type and effective period, e.g. K R202701) and the member
      * and household rate override flags are shown too.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.
               SELECT INQUIRY-REPORT-FILE ASSIGN TO "CHGINQ.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MEMBER-XREF-FILE ASSIGN TO "MEMXREF.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-OLD-ID
                   FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           FD  INQUIRY-REPORT-FILE.
           01 RP-LINE                  PIC X(90).

           FD  MEMBER-XREF-FILE.
           COPY XREFREC.

           WORKING-STORAGE SECTION.
           01 WS-CHGJ-STATUS           PIC XX.
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-JOURNAL               VALUE "Y".
           01 WS-FILTER-TYPE           PIC X(1).
               88 FILTER-IS-MEMBER             VALUE "M" "m".
               88 FILTER-IS-OPERATOR           VALUE "O" "o".
               88 FILTER-IS-RECORD-KEY         VALUE "K" "k".
               88 FILTER-IS-ALL                VALUE "A" "a".
           01 WS-FILTER-VALUE          PIC X(12).
           01 WS-FROM-DATE             PIC X(8).
           01 WS-TO-DATE               PIC X(8).
           01 WS-MATCH-SWITCH          PIC X(1).
               88 RECORD-MATCHES               VALUE "Y".
           01 WS-READ-COUNT            PIC 9(6) VALUE ZERO.
           01 WS-MATCH-COUNT           PIC 9(6) VALUE ZERO.
           01 WS-XREF-STATUS           PIC XX.
           01 WS-XREF-EOF-SWITCH       PIC X(1) VALUE "N".
               88 END-OF-XREF                  VALUE "Y".
           01 WS-ALIAS-TABLE.
               05 WS-ALIAS-ID OCCURS 20 TIMES PIC X(6).
           01 WS-ALIAS-USED            PIC 9(2) VALUE ZERO.
           01 WS-ALIAS-SUB             PIC 9(2).
           01 WS-ALIAS-COL             PIC 9(2).
           01 WS-CURRENT-DATETIME      PIC X(21).

      * The journal images laid back over the record layouts they
      * were taken from, so changed fields can be named.
           COPY MEMBREC REPLACING LEADING ==MM-== BY ==BM-==.
           COPY MEMBREC REPLACING LEADING ==MM-== BY ==AM-==.
           COPY COACHREC REPLACING LEADING ==CO-== BY ==BC-==.
           COPY COACHREC REPLACING LEADING ==CO-== BY ==AC-==.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==BO-==.
           COPY OPERREC REPLACING LEADING ==OP-== BY ==AO-==.
           COPY HHREC REPLACING LEADING ==HH-== BY ==BH-==.
           COPY HHREC REPLACING LEADING ==HH-== BY ==AH-==.
           COPY RATEREC REPLACING LEADING ==DR-== BY ==BR-==.
           COPY RATEREC REPLACING LEADING ==DR-== BY ==AR-==.

           01 WS-FIELD-LABEL           PIC X(12).
           01 WS-OLD-VALUE             PIC X(30).
           01 WS-NEW-VALUE             PIC X(30).
           01 WS-EDITED-RATE           PIC Z,ZZ9.99.
           01 WS-FIELDS-SHOWN          PIC 9(2).
           01 WS-ACTION-NAME           PIC X(10).
           01 WS-FILE-NAME             PIC X(8).

       PROCEDURE DIVISION.
           001-MAIN.
               PERFORM 100-ACCEPT-FILTERS
               OPEN INPUT CHANGE-JOURNAL-FILE
               IF WS-CHGJ-STATUS NOT = "00"
                   DISPLAY "Change journal not found; nothing to "
                       "report."
               ELSE
                   OPEN OUTPUT INQUIRY-REPORT-FILE
                   PERFORM 200-WRITE-HEADINGS
                   PERFORM 300-SCAN-JOURNAL
                   PERFORM 500-WRITE-SUMMARY
                   CLOSE INQUIRY-REPORT-FILE
                   CLOSE CHANGE-JOURNAL-FILE
                   DISPLAY "Change inquiry complete. Changes read: "
                       WS-READ-COUNT " matched: " WS-MATCH-COUNT
               END-IF
               STOP RUN.

           100-ACCEPT-FILTERS.
               DISPLAY "Filter - M=member O=operator who changed "
                   "K=record key A=all: "
               ACCEPT WS-FILTER-TYPE
               IF NOT (FILTER-IS-MEMBER OR FILTER-IS-OPERATOR OR
                       FILTER-IS-RECORD-KEY OR FILTER-IS-ALL)
                   DISPLAY "Unrecognized filter; using A (all)."
                   MOVE "A" TO WS-FILTER-TYPE
               END-IF
               IF NOT FILTER-IS-ALL
                   DISPLAY "Enter filter value: "
                   ACCEPT WS-FILTER-VALUE
               END-IF
               IF FILTER-IS-MEMBER
                   PERFORM 150-LOAD-XREF-ALIASES
               END-IF
               DISPLAY "From date YYYYMMDD (blank for none): "
               ACCEPT WS-FROM-DATE
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               DISPLAY "To date YYYYMMDD (blank for none): "
               ACCEPT WS-TO-DATE
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               END-IF.

           150-LOAD-XREF-ALIASES.
               MOVE 1 TO WS-ALIAS-USED
               MOVE WS-FILTER-VALUE(1:6) TO WS-ALIAS-ID(1)
               OPEN INPUT MEMBER-XREF-FILE
               IF WS-XREF-STATUS = "00"
                   PERFORM UNTIL END-OF-XREF
                       READ MEMBER-XREF-FILE NEXT RECORD
                           AT END
                               SET END-OF-XREF TO TRUE
                           NOT AT END
                               PERFORM 160-NOTE-ONE-XREF
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-XREF-FILE
               END-IF.

           160-NOTE-ONE-XREF.
               IF XR-OLD-ID = WS-ALIAS-ID(1) AND WS-ALIAS-USED < 20
                   ADD 1 TO WS-ALIAS-USED
                   MOVE XR-NEW-ID TO WS-ALIAS-ID(WS-ALIAS-USED)
               END-IF
               IF XR-NEW-ID = WS-ALIAS-ID(1) AND WS-ALIAS-USED < 20
                   ADD 1 TO WS-ALIAS-USED
                   MOVE XR-OLD-ID TO WS-ALIAS-ID(WS-ALIAS-USED)
               END-IF.

           200-WRITE-HEADINGS.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO RP-LINE
               STRING "MAINTENANCE CHANGE INQUIRY - RUN DATE "
                   WS-CURRENT-DATETIME(1:8)
                   "  FILTER " WS-FILTER-TYPE " " WS-FILTER-VALUE
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "DATE RANGE " WS-FROM-DATE " - " WS-TO-DATE
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               IF FILTER-IS-MEMBER AND WS-ALIAS-USED > 1
                   PERFORM 250-WRITE-ALIAS-NOTE
               END-IF
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "TIMESTAMP      OPERATOR PROGRAM  FILE     KEY"
                   & "          ACTION" TO RP-LINE
               WRITE RP-LINE
               MOVE "   FIELD        WAS                            "
                   & "    NOW" TO RP-LINE
               WRITE RP-LINE.

           250-WRITE-ALIAS-NOTE.
               MOVE SPACES TO RP-LINE
               MOVE "INCLUDES IDS LINKED BY MERGE:" TO RP-LINE
               MOVE ZERO TO WS-ALIAS-COL
               PERFORM VARYING WS-ALIAS-SUB FROM 2 BY 1
                       UNTIL WS-ALIAS-SUB > WS-ALIAS-USED
                   ADD 1 TO WS-ALIAS-COL
                   IF WS-ALIAS-COL > 8
                       WRITE RP-LINE
                       MOVE SPACES TO RP-LINE
                       MOVE 1 TO WS-ALIAS-COL
                   END-IF
                   MOVE WS-ALIAS-ID(WS-ALIAS-SUB) TO
                       RP-LINE(23 + WS-ALIAS-COL * 7 : 6)
               END-PERFORM
               WRITE RP-LINE.

           300-SCAN-JOURNAL.
               PERFORM UNTIL END-OF-JOURNAL
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 310-TEST-ONE-CHANGE
                           IF RECORD-MATCHES
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM 320-WRITE-CHANGE-HEADER
                               PERFORM 400-WRITE-FIELD-CHANGES
                           END-IF
                   END-READ
               END-PERFORM.

           310-TEST-ONE-CHANGE.
               MOVE "N" TO WS-MATCH-SWITCH
               EVALUATE TRUE
                   WHEN FILTER-IS-MEMBER
                       IF CJ-FILE-MEMBER
                           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                                   UNTIL WS-ALIAS-SUB > WS-ALIAS-USED
                               IF CJ-RECORD-KEY =
                                       WS-ALIAS-ID(WS-ALIAS-SUB)
                                   MOVE "Y" TO WS-MATCH-SWITCH
                               END-IF
                           END-PERFORM
                       END-IF
                   WHEN FILTER-IS-OPERATOR
                       IF CJ-OPERATOR-ID = WS-FILTER-VALUE
                           MOVE "Y" TO WS-MATCH-SWITCH
                       END-IF
                   WHEN FILTER-IS-RECORD-KEY
                       IF CJ-RECORD-KEY = WS-FILTER-VALUE
                           MOVE "Y" TO WS-MATCH-SWITCH
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-MATCH-SWITCH
               END-EVALUATE
               IF RECORD-MATCHES
                   IF CJ-TIMESTAMP(1:8) < WS-FROM-DATE OR
                      CJ-TIMESTAMP(1:8) > WS-TO-DATE
                       MOVE "N" TO WS-MATCH-SWITCH
                   END-IF
               END-IF.

           320-WRITE-CHANGE-HEADER.
               EVALUATE TRUE
                   WHEN CJ-ACTION-ADD
                       MOVE "ADDED" TO WS-ACTION-NAME
                   WHEN CJ-ACTION-CHANGE
                       MOVE "CHANGED" TO WS-ACTION-NAME
                   WHEN CJ-ACTION-DEACTIVATE
                       MOVE "DEACTIVATE" TO WS-ACTION-NAME
                   WHEN CJ-ACTION-ASSIGN
                       MOVE "COACH SET" TO WS-ACTION-NAME
                   WHEN CJ-ACTION-REMOVE
                       MOVE "REMOVED" TO WS-ACTION-NAME
                   WHEN OTHER
                       MOVE CJ-ACTION TO WS-ACTION-NAME
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CJ-FILE-MEMBER
                       MOVE "MEMBER" TO WS-FILE-NAME
                   WHEN CJ-FILE-COACH
                       MOVE "COACH" TO WS-FILE-NAME
                   WHEN CJ-FILE-OPERATOR
                       MOVE "OPERATOR" TO WS-FILE-NAME
                   WHEN CJ-FILE-HOUSEHOLD
                       MOVE "HOUSEHLD" TO WS-FILE-NAME
                   WHEN CJ-FILE-RATE
                       MOVE "RATE" TO WS-FILE-NAME
                   WHEN OTHER
                       MOVE CJ-FILE-CODE TO WS-FILE-NAME
               END-EVALUATE
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING CJ-TIMESTAMP " "
                   CJ-OPERATOR-ID " "
                   CJ-PROGRAM " "
                   WS-FILE-NAME " "
                   CJ-RECORD-KEY " "
                   WS-ACTION-NAME
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

      * One line per field whose value differs between the images;
      * on an add every field filled in shows, against blank.
           400-WRITE-FIELD-CHANGES.
               MOVE ZERO TO WS-FIELDS-SHOWN
               EVALUATE TRUE
                   WHEN CJ-FILE-MEMBER
                       PERFORM 410-COMPARE-MEMBER
                   WHEN CJ-FILE-COACH
                       PERFORM 420-COMPARE-COACH
                   WHEN CJ-FILE-OPERATOR
                       PERFORM 430-COMPARE-OPERATOR
                   WHEN CJ-FILE-HOUSEHOLD
                       PERFORM 440-COMPARE-HOUSEHOLD
                   WHEN CJ-FILE-RATE
                       PERFORM 445-COMPARE-RATE
               END-EVALUATE
               IF WS-FIELDS-SHOWN = ZERO
                   MOVE "   (NO FIELD DIFFERENCES)" TO RP-LINE
                   WRITE RP-LINE
               END-IF.

           410-COMPARE-MEMBER.
               MOVE CJ-BEFORE-IMAGE TO BM-MEMBER-RECORD
               MOVE CJ-AFTER-IMAGE TO AM-MEMBER-RECORD
               MOVE "NAME" TO WS-FIELD-LABEL
               MOVE BM-MEMBER-NAME TO WS-OLD-VALUE
               MOVE AM-MEMBER-NAME TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "LANGUAGE" TO WS-FIELD-LABEL
               MOVE BM-LANGUAGE-PREF TO WS-OLD-VALUE
               MOVE AM-LANGUAGE-PREF TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "ACTIVE" TO WS-FIELD-LABEL
               MOVE BM-ACTIVE-FLAG TO WS-OLD-VALUE
               MOVE AM-ACTIVE-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "JOIN DATE" TO WS-FIELD-LABEL
               MOVE BM-JOIN-DATE TO WS-OLD-VALUE
               MOVE AM-JOIN-DATE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "BIRTH DATE" TO WS-FIELD-LABEL
               MOVE BM-BIRTH-DATE TO WS-OLD-VALUE
               MOVE AM-BIRTH-DATE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "CONSENT" TO WS-FIELD-LABEL
               MOVE BM-CONSENT-FLAG TO WS-OLD-VALUE
               MOVE AM-CONSENT-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "TYPE" TO WS-FIELD-LABEL
               MOVE BM-MEMBER-TYPE TO WS-OLD-VALUE
               MOVE AM-MEMBER-TYPE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "DUES RATE" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               IF BM-DUES-RATE IS NUMERIC
                   MOVE BM-DUES-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-OLD-VALUE
               END-IF
               IF AM-DUES-RATE IS NUMERIC
                   MOVE AM-DUES-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-NEW-VALUE
               END-IF
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "HOLD" TO WS-FIELD-LABEL
               MOVE BM-HOLD-FLAG TO WS-OLD-VALUE
               MOVE AM-HOLD-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "COACH" TO WS-FIELD-LABEL
               MOVE BM-COACH-ID TO WS-OLD-VALUE
               MOVE AM-COACH-ID TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "HOUSEHOLD" TO WS-FIELD-LABEL
               MOVE BM-HOUSEHOLD-ID TO WS-OLD-VALUE
               MOVE AM-HOUSEHOLD-ID TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "RATE OVERRD" TO WS-FIELD-LABEL
               MOVE BM-RATE-OVERRIDE TO WS-OLD-VALUE
               MOVE AM-RATE-OVERRIDE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED.

           420-COMPARE-COACH.
               MOVE CJ-BEFORE-IMAGE TO BC-COACH-RECORD
               MOVE CJ-AFTER-IMAGE TO AC-COACH-RECORD
               MOVE "NAME" TO WS-FIELD-LABEL
               MOVE BC-COACH-NAME TO WS-OLD-VALUE
               MOVE AC-COACH-NAME TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "ACTIVE" TO WS-FIELD-LABEL
               MOVE BC-ACTIVE-FLAG TO WS-OLD-VALUE
               MOVE AC-ACTIVE-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED.

      * The password positions arrive masked from OPERMNT.
           430-COMPARE-OPERATOR.
               MOVE CJ-BEFORE-IMAGE TO BO-OPERATOR-RECORD
               MOVE CJ-AFTER-IMAGE TO AO-OPERATOR-RECORD
               MOVE "NAME" TO WS-FIELD-LABEL
               MOVE BO-OPERATOR-NAME TO WS-OLD-VALUE
               MOVE AO-OPERATOR-NAME TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "PASSWORD" TO WS-FIELD-LABEL
               MOVE BO-PASSWORD TO WS-OLD-VALUE
               MOVE AO-PASSWORD TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "ROLE" TO WS-FIELD-LABEL
               MOVE BO-ROLE TO WS-OLD-VALUE
               MOVE AO-ROLE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "ACTIVE" TO WS-FIELD-LABEL
               MOVE BO-ACTIVE-FLAG TO WS-OLD-VALUE
               MOVE AO-ACTIVE-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED.

      * Dependents are compared slot by slot, so a removal shows the
      * list closing up behind the member unlinked.
           440-COMPARE-HOUSEHOLD.
               MOVE CJ-BEFORE-IMAGE TO BH-HOUSEHOLD-RECORD
               MOVE CJ-AFTER-IMAGE TO AH-HOUSEHOLD-RECORD
               MOVE "NAME" TO WS-FIELD-LABEL
               MOVE BH-HOUSEHOLD-NAME TO WS-OLD-VALUE
               MOVE AH-HOUSEHOLD-NAME TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "PRIMARY" TO WS-FIELD-LABEL
               MOVE BH-PRIMARY-ID TO WS-OLD-VALUE
               MOVE AH-PRIMARY-ID TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "DUES RATE" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               IF BH-DUES-RATE IS NUMERIC
                   MOVE BH-DUES-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-OLD-VALUE
               END-IF
               IF AH-DUES-RATE IS NUMERIC
                   MOVE AH-DUES-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-NEW-VALUE
               END-IF
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "ACTIVE" TO WS-FIELD-LABEL
               MOVE BH-ACTIVE-FLAG TO WS-OLD-VALUE
               MOVE AH-ACTIVE-FLAG TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               MOVE "RATE OVERRD" TO WS-FIELD-LABEL
               MOVE BH-RATE-OVERRIDE TO WS-OLD-VALUE
               MOVE AH-RATE-OVERRIDE TO WS-NEW-VALUE
               PERFORM 450-WRITE-IF-CHANGED
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > 8
                   MOVE "DEPENDENT" TO WS-FIELD-LABEL
                   MOVE BH-DEPENDENT-ID(WS-ALIAS-SUB) TO WS-OLD-VALUE
                   MOVE AH-DEPENDENT-ID(WS-ALIAS-SUB) TO WS-NEW-VALUE
                   PERFORM 450-WRITE-IF-CHANGED
               END-PERFORM.

      * A removed row has a blank after image.
           445-COMPARE-RATE.
               MOVE CJ-BEFORE-IMAGE TO BR-RATE-RECORD
               MOVE CJ-AFTER-IMAGE TO AR-RATE-RECORD
               MOVE "MONTHLY RATE" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               IF BR-MONTHLY-RATE IS NUMERIC
                   MOVE BR-MONTHLY-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-OLD-VALUE
               END-IF
               IF AR-MONTHLY-RATE IS NUMERIC
                   MOVE AR-MONTHLY-RATE TO WS-EDITED-RATE
                   MOVE WS-EDITED-RATE TO WS-NEW-VALUE
               END-IF
               PERFORM 450-WRITE-IF-CHANGED.

           450-WRITE-IF-CHANGED.
               IF WS-OLD-VALUE NOT = WS-NEW-VALUE
                   ADD 1 TO WS-FIELDS-SHOWN
                   MOVE SPACES TO RP-LINE
                   STRING "   " WS-FIELD-LABEL " "
                       WS-OLD-VALUE " -> "
                       WS-NEW-VALUE
                       DELIMITED BY SIZE INTO RP-LINE
                   WRITE RP-LINE
               END-IF.

           500-WRITE-SUMMARY.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "CHANGES MATCHED: " WS-MATCH-COUNT
                   " OF " WS-READ-COUNT " READ"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE.

       END PROGRAM CHGINQ.
