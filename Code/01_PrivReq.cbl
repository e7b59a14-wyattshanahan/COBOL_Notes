       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRIVREQ".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_39 Member privacy requests - data access export and
      * wellness-partner consent withdrawal, so nobody has to search
      * a dozen files by hand when a member asks.
      * The member ID keyed is resolved through MEMXREF.DAT first:
      * an ID merged away by MRGUTIL is followed to its survivor,
      * and every ID ever merged into the survivor is taken in, so
      * records still carrying an old ID (the audit trail, worklist,
      * invoices) are found with the rest.
      * E writes one readable export (PRIVXnnnnnn.yyyymmdd) of the
      * master record, merges, every BMI history visit, the goal,
      * every invoice, check-in log line, worklist item, audit
      * record and partner transmission held under those IDs, with
      * the payment journal lines, dunning notices, household record
      * and member change journal entries kept for them.
      * W records a consent withdrawal: the consent flag goes to N
      * on the master (journalled on CHGJRNL.DAT as MEMBMNT would),
      * the past WELLEXT periods that carried the member are listed
      * from WELLSENT.DAT, and a deletion request is appended to
      * WELLDEL.DAT for the partner.
      * C records the partner's confirmation that the deletion is
      * done; L lists every request still open against its due date.
      * Each request and its completion go on PRIVLOG.DAT.
      * Requires a compliance sign-on.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT MEMBER-XREF-FILE ASSIGN TO "MEMXREF.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-OLD-ID
                   FILE STATUS IS WS-XREF-STATUS.
               SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HS-HISTORY-KEY
                   FILE STATUS IS WS-HIST-STATUS.
               SELECT MEMBER-GOALS-FILE ASSIGN TO "GOALS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GL-MEMBER-ID
                   FILE STATUS IS WS-GOAL-STATUS.
               SELECT DUES-INVOICE-FILE ASSIGN TO "DUESINV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT WORKLIST-FILE ASSIGN TO "WORKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-WORKLIST-KEY
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT CHECKIN-LOG-FILE ASSIGN TO "CHECKIN.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
               SELECT AUDIT-FILE ASSIGN TO "BMIAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT SENT-LOG-FILE ASSIGN TO "WELLSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SENT-STATUS.
               SELECT PARTNER-EXTRACT-FILE ASSIGN TO "WELLEXT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT DELETION-REQUEST-FILE ASSIGN TO "WELLDEL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEL-STATUS.
               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGJ-STATUS.
               SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT NOTICE-HISTORY-FILE ASSIGN TO "NTCHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NH-NOTICE-KEY
                   FILE STATUS IS WS-NTCH-STATUS.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.
               SELECT PRIVACY-LOG-FILE ASSIGN TO "PRIVLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIV-STATUS.
               SELECT DATA-EXPORT-FILE
                   ASSIGN TO DYNAMIC WS-EXPORT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  MEMBER-XREF-FILE.
           COPY XREFREC.

           FD  BMI-HISTORY-FILE.
           COPY HISTREC.

           FD  MEMBER-GOALS-FILE.
           COPY GOALREC.

           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

           FD  WORKLIST-FILE.
           COPY WORKREC.

           FD  CHECKIN-LOG-FILE.
           COPY CKLOGREC.

           FD  AUDIT-FILE.
           COPY AUDITREC.

           FD  SENT-LOG-FILE.
           COPY SENTREC.

           FD  PARTNER-EXTRACT-FILE.
           01 EX-RECORD                PIC X(80).

           FD  DELETION-REQUEST-FILE.
           01 DR-RECORD                PIC X(80).

           FD  CHANGE-JOURNAL-FILE.
           COPY CHGJREC.

           FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJREC.

           FD  NOTICE-HISTORY-FILE.
           COPY NTCHREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           FD  PRIVACY-LOG-FILE.
           COPY PRIVREC.

           FD  DATA-EXPORT-FILE.
           01 XP-LINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-XREF-STATUS           PIC XX.
           01 WS-HIST-STATUS           PIC XX.
           01 WS-GOAL-STATUS           PIC XX.
           01 WS-INVC-STATUS           PIC XX.
           01 WS-WORK-STATUS           PIC XX.
           01 WS-LOG-STATUS            PIC XX.
           01 WS-AUDIT-STATUS          PIC XX.
           01 WS-SENT-STATUS           PIC XX.
           01 WS-EXTRACT-STATUS        PIC XX.
           01 WS-DEL-STATUS            PIC XX.
           01 WS-CHGJ-STATUS           PIC XX.
           01 WS-JRNL-STATUS           PIC XX.
           01 WS-NTCH-STATUS           PIC XX.
           01 WS-HH-STATUS             PIC XX.
           01 WS-PRIV-STATUS           PIC XX.
           01 WS-EXPORT-STATUS         PIC XX.
           01 WS-EXPORT-NAME           PIC X(20).

           01 WS-MENU-CHOICE           PIC X(1).
               88 CHOICE-IS-EXPORT             VALUE "E" "e".
               88 CHOICE-IS-WITHDRAW           VALUE "W" "w".
               88 CHOICE-IS-COMPLETE           VALUE "C" "c".
               88 CHOICE-IS-LIST               VALUE "L" "l".
               88 CHOICE-IS-EXIT               VALUE "X" "x".
           01 WS-DONE-SWITCH           PIC X(1) VALUE "N".
               88 REQUESTS-DONE                VALUE "Y".
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-INPUT-FILE            VALUE "Y".
           01 WS-FOUND-SWITCH          PIC X(1) VALUE "N".
               88 MEMBER-WAS-FOUND             VALUE "Y".
           01 WS-IN-SET-SWITCH         PIC X(1) VALUE "N".
               88 ID-IS-IN-SET                 VALUE "Y".
           01 WS-ADDED-SWITCH          PIC X(1) VALUE "N".
               88 ID-WAS-ADDED                 VALUE "Y".
           01 WS-XREF-OPEN-SWITCH      PIC X(1) VALUE "N".
               88 XREF-IS-OPEN                 VALUE "Y".
           01 WS-HH-MATCH-SWITCH       PIC X(1) VALUE "N".
               88 HOUSEHOLD-HAS-MEMBER         VALUE "Y".
           01 WS-DEP-SUB               PIC 9.
           01 WS-MEMBER-ID             PIC X(6).
           01 WS-PRIMARY-ID            PIC X(6).
           01 WS-PRIMARY-NAME          PIC X(30).
           01 WS-CHECK-ID              PIC X(6).
           01 WS-ANSWER                PIC X(1).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-RUN-DATE              PIC 9(8).
           01 WS-REQUEST-STAMP         PIC 9(14).
           01 WS-REQUEST-DATE          PIC 9(8).
           01 WS-DUE-DATE              PIC 9(8).
           01 WS-DAYS-TAKEN            PIC S9(5).
           01 WS-HOP-COUNT             PIC 99.
           01 WS-BEFORE-IMAGE          PIC X(150).
           01 WS-PRIV-TYPE             PIC X(1).
           01 WS-PRIV-EVENT            PIC X(1).
           01 WS-PRIV-DETAIL           PIC X(40).
           01 WS-EXTRACT-PERIOD        PIC X(6).

      * Regulator's deadline for answering a request, in days.
           01 WS-RESPONSE-DAYS         PIC 999 VALUE 30.

      * Every member ID the request covers - the survivor first,
      * then each ID merged into it.
           01 WS-ID-COUNT              PIC 99 VALUE ZERO.
           01 WS-ID-TABLE.
               05 WS-ID-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-ID-IDX.
                   10 WS-SET-MEMBER-ID PIC X(6).
           01 WS-ID-SUB                PIC 99.

      * Partner transmissions found for those IDs (ID + period).
           01 WS-PERIOD-COUNT          PIC 999 VALUE ZERO.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-PER-IDX.
                   10 WS-PER-MEMBER-ID PIC X(6).
                   10 WS-PER-PERIOD    PIC X(6).
           01 WS-PER-SUB               PIC 999.
           01 WS-ID-PERIOD-COUNT       PIC 999.
           01 WS-FIRST-PERIOD          PIC X(6).
           01 WS-LAST-PERIOD           PIC X(6).
           01 WS-DELETION-COUNT        PIC 99.
           01 WS-DEL-FAIL-STATUS       PIC XX.

      * Requests on the privacy log still open - an entry is
      * dropped when its completion line is read, so the table only
      * has to hold what is outstanding at one time.
           01 WS-OPEN-COUNT            PIC 999 VALUE ZERO.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 300 TIMES.
                   10 WS-OPEN-STAMP    PIC 9(14).
                   10 WS-OPEN-MEMBER   PIC X(6).
                   10 WS-OPEN-TYPE     PIC X(1).
                   10 WS-OPEN-DUE      PIC 9(8).
           01 WS-OPEN-SUB              PIC 999.
           01 WS-NOT-LOADED-COUNT      PIC 999.
           01 WS-MATCH-SUB             PIC 999.
           01 WS-OUTSTANDING-COUNT     PIC 999.

      * Export section counters.
           01 WS-SECTION-TITLE         PIC X(40).
           01 WS-SECTION-COUNT         PIC 9(6).
           01 WS-EXPORT-COUNT          PIC 9(6).
           01 WS-SECTION-OPEN-SWITCH   PIC X(1).
               88 SECTION-FILE-OPEN            VALUE "Y".

           01 WS-EDITED-COUNT          PIC ZZZ,ZZ9.
           01 WS-EDITED-HEIGHT         PIC ZZ9.
           01 WS-EDITED-WEIGHT         PIC ZZZ9.
           01 WS-EDITED-TARGET         PIC ZZZ9.
           01 WS-EDITED-BMI            PIC ZZ9.99.
           01 WS-EDITED-TARGET-BMI     PIC ZZ9.99.
           01 WS-EDITED-WAIST          PIC ZZ9.
           01 WS-EDITED-FAT            PIC Z9.9.
           01 WS-EDITED-BP-SYS         PIC ZZ9.
           01 WS-EDITED-BP-DIA         PIC ZZ9.
           01 WS-EDITED-DUE            PIC Z,ZZ9.99.
           01 WS-EDITED-PAID           PIC Z,ZZ9.99.
           01 WS-EDITED-AMOUNT         PIC ZZZ,ZZ9.99.
           01 WS-EDITED-DAYS           PIC -ZZZ9.

      * Deletion request to the wellness partner, one per member ID
      * the partner may hold, in the 80-byte interface layout.
           01 WS-DELETION-RECORD.
               05 WS-DEL-TYPE          PIC X(1) VALUE "R".
               05 WS-DEL-SENDER        PIC X(8) VALUE "GYMBMI  ".
               05 WS-DEL-MEMBER-ID     PIC X(6).
               05 WS-DEL-REFERENCE     PIC 9(14).
               05 WS-DEL-REQUEST-DATE  PIC 9(8).
               05 WS-DEL-FIRST-PERIOD  PIC X(6).
               05 WS-DEL-LAST-PERIOD   PIC X(6).
               05 WS-DEL-PERIOD-COUNT  PIC 9(3).
               05 FILLER               PIC X(28) VALUE SPACES.

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
                   DISPLAY "Member privacy requests need a "
                       "compliance sign-on."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 830-OPEN-PRIVACY-LOG
               IF WS-PRIV-STATUS NOT = "00"
                   DISPLAY "Privacy request log unavailable, status "
                       WS-PRIV-STATUS "; requests cannot be taken."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PRIVACY-LOG-FILE
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS NOT = "00"
                   DISPLAY "Change journal unavailable, status "
                       WS-CHGJ-STATUS "; requests cannot be taken."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CHANGE-JOURNAL-FILE
               PERFORM 900-OPEN-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Unable to open member master file, status "
                       WS-MEMB-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 100-MENU-LOOP UNTIL REQUESTS-DONE
                   CLOSE MEMBER-MASTER-FILE
               END-IF
               STOP RUN.

           050-OPERATOR-SIGNON.
               MOVE "N" TO WS-ACCESS-SWITCH
               CALL "SIGNON-CALL" USING WS-SIGNON-OPERATOR
                   WS-SIGNON-ROLE WS-SIGNON-FLAG
               END-CALL
               IF OPERATOR-SIGNED-ON
                   IF WS-SIGNON-ROLE = "P"
                       MOVE "Y" TO WS-ACCESS-SWITCH
                   END-IF
               END-IF.

           100-MENU-LOOP.
               DISPLAY " ".
               DISPLAY "Member privacy requests".
               DISPLAY "  E - export everything held on a member".
               DISPLAY "  W - withdraw wellness-partner consent".
               DISPLAY "  C - partner confirmed a deletion".
               DISPLAY "  L - list open requests".
               DISPLAY "  X - exit".
               DISPLAY "Enter choice: ".
               ACCEPT WS-MENU-CHOICE.
               EVALUATE TRUE
                   WHEN CHOICE-IS-EXPORT
                       PERFORM 200-EXPORT-REQUEST
                   WHEN CHOICE-IS-WITHDRAW
                       PERFORM 300-WITHDRAW-CONSENT
                   WHEN CHOICE-IS-COMPLETE
                       PERFORM 400-MARK-COMPLETED
                   WHEN CHOICE-IS-LIST
                       PERFORM 500-LIST-OPEN-REQUESTS
                   WHEN CHOICE-IS-EXIT
                       SET REQUESTS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE.

      * Data access request - the export is written on the spot, so
      * the request and its completion are logged together.  An
      * export that cannot be written leaves the request open.
           200-EXPORT-REQUEST.
               DISPLAY "Enter member ID for the data export: ".
               ACCEPT WS-MEMBER-ID.
               PERFORM 600-RESOLVE-MEMBER-IDS
               IF NOT MEMBER-WAS-FOUND
                   DISPLAY "Member not found: " WS-MEMBER-ID
               ELSE
                   PERFORM 610-SET-REQUEST-DATES
                   STRING "PRIVX" WS-PRIMARY-ID "." WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-EXPORT-NAME
                   MOVE "E" TO WS-PRIV-TYPE
                   MOVE SPACES TO WS-PRIV-DETAIL
                   STRING "EXPORT REQUESTED, IDS COVERED "
                       WS-ID-COUNT DELIMITED BY SIZE
                       INTO WS-PRIV-DETAIL
                   MOVE "R" TO WS-PRIV-EVENT
                   PERFORM 820-WRITE-PRIVACY-LOG
                   OPEN OUTPUT DATA-EXPORT-FILE
                   IF WS-EXPORT-STATUS NOT = "00"
                       DISPLAY "Unable to create " WS-EXPORT-NAME
                           ", status " WS-EXPORT-STATUS
                           "; the request stays open."
                   ELSE
                       MOVE ZERO TO WS-EXPORT-COUNT
                       PERFORM 210-EXPORT-HEADER
                       PERFORM 220-EXPORT-MASTER
                       PERFORM 230-EXPORT-MERGES
                       PERFORM 240-EXPORT-HISTORY
                       PERFORM 250-EXPORT-GOALS
                       PERFORM 260-EXPORT-INVOICES
                       PERFORM 270-EXPORT-CHECKIN-LOG
                       PERFORM 275-EXPORT-WORKLIST
                       PERFORM 280-EXPORT-AUDIT
                       PERFORM 285-EXPORT-TRANSMISSIONS
                       PERFORM 286-EXPORT-PAYMENTS
                       PERFORM 288-EXPORT-NOTICES
                       PERFORM 291-EXPORT-HOUSEHOLDS
                       PERFORM 294-EXPORT-CHANGES
                       PERFORM 299-EXPORT-FOOTER
                       CLOSE DATA-EXPORT-FILE
                       MOVE SPACES TO WS-PRIV-DETAIL
                       STRING "EXPORTED TO " WS-EXPORT-NAME
                           DELIMITED BY SIZE INTO WS-PRIV-DETAIL
                       MOVE "C" TO WS-PRIV-EVENT
                       PERFORM 820-WRITE-PRIVACY-LOG
                       MOVE WS-EXPORT-COUNT TO WS-EDITED-COUNT
                       DISPLAY "Export written to " WS-EXPORT-NAME
                           ": " WS-EDITED-COUNT " records."
                   END-IF
               END-IF
               PERFORM 690-CLOSE-XREF.

           210-EXPORT-HEADER.
               MOVE SPACES TO XP-LINE
               STRING "MEMBER DATA EXPORT - " WS-PRIMARY-ID " "
                   WS-PRIMARY-NAME DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "Produced " WS-RUN-DATE " by operator "
                   WS-SIGNON-OPERATOR " under request "
                   WS-REQUEST-STAMP DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "Member IDs covered (merged IDs included): "
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > WS-ID-COUNT
                   MOVE SPACES TO XP-LINE
                   STRING "  " WS-SET-MEMBER-ID(WS-ID-SUB)
                       DELIMITED BY SIZE INTO XP-LINE
                   WRITE XP-LINE
               END-PERFORM.

           220-EXPORT-MASTER.
               MOVE "MEMBER MASTER RECORD" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > WS-ID-COUNT
                   MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO MM-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 225-EXPORT-ONE-MASTER
                   END-READ
               END-PERFORM
               PERFORM 720-WRITE-SECTION-END.

           225-EXPORT-ONE-MASTER.
               MOVE MM-DUES-RATE TO WS-EDITED-DUE
               MOVE SPACES TO XP-LINE
               STRING "  ID " MM-MEMBER-ID " NAME " MM-MEMBER-NAME
                   " LANGUAGE " MM-LANGUAGE-PREF
                   " ACTIVE " MM-ACTIVE-FLAG
                   " JOINED " MM-JOIN-DATE
                   " BORN " MM-BIRTH-DATE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "     PARTNER CONSENT " MM-CONSENT-FLAG
                   " TYPE " MM-MEMBER-TYPE
                   " DUES RATE " WS-EDITED-DUE
                   " OVERRIDE " MM-RATE-OVERRIDE
                   " HOLD " MM-HOLD-FLAG
                   " COACH " MM-COACH-ID
                   " HOUSEHOLD " MM-HOUSEHOLD-ID
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           230-EXPORT-MERGES.
               MOVE "MERGED MEMBER IDS" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               IF XREF-IS-OPEN
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ID-COUNT
                       MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO XR-OLD-ID
                       READ MEMBER-XREF-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO XP-LINE
                               STRING "  " XR-OLD-ID " MERGED INTO "
                                   XR-NEW-ID " ON " XR-MERGE-DATE
                                   " BY " XR-OPERATOR-ID
                                   DELIMITED BY SIZE INTO XP-LINE
                               WRITE XP-LINE
                               ADD 1 TO WS-SECTION-COUNT
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           240-EXPORT-HISTORY.
               MOVE "BMI HISTORY VISITS" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT BMI-HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ID-COUNT
                       PERFORM 245-EXPORT-MEMBER-HISTORY
                   END-PERFORM
                   CLOSE BMI-HISTORY-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           245-EXPORT-MEMBER-HISTORY.
               MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO HS-MEMBER-ID
               MOVE ZEROS TO HS-VISIT-STAMP
               MOVE ZERO TO HS-SEQ
               START BMI-HISTORY-FILE KEY IS >= HS-HISTORY-KEY
                   INVALID KEY
                       MOVE "23" TO WS-HIST-STATUS
               END-START
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF HS-MEMBER-ID NOT =
                                   WS-SET-MEMBER-ID(WS-ID-SUB)
                               MOVE "10" TO WS-HIST-STATUS
                           ELSE
                               PERFORM 247-EXPORT-ONE-VISIT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HIST-STATUS.

           247-EXPORT-ONE-VISIT.
               MOVE HS-HEIGHT TO WS-EDITED-HEIGHT
               MOVE HS-WEIGHT TO WS-EDITED-WEIGHT
               MOVE HS-BMI TO WS-EDITED-BMI
               MOVE HS-WAIST TO WS-EDITED-WAIST
               MOVE HS-BODY-FAT TO WS-EDITED-FAT
               MOVE HS-BP-SYS TO WS-EDITED-BP-SYS
               MOVE HS-BP-DIA TO WS-EDITED-BP-DIA
               MOVE SPACES TO XP-LINE
               STRING "  " HS-MEMBER-ID " " HS-VISIT-STAMP
                   " HT " WS-EDITED-HEIGHT " WT " WS-EDITED-WEIGHT
                   " BMI " WS-EDITED-BMI " " HS-CATEGORY
                   " UNIT " HS-UNIT " BAND " HS-AGE-BAND
                   " WAIST " WS-EDITED-WAIST " FAT " WS-EDITED-FAT
                   " BP " WS-EDITED-BP-SYS "/" WS-EDITED-BP-DIA
                   " RISK " HS-RISK-FLAG
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           250-EXPORT-GOALS.
               MOVE "GOALS" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT MEMBER-GOALS-FILE
               IF WS-GOAL-STATUS = "00"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ID-COUNT
                       MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO GL-MEMBER-ID
                       READ MEMBER-GOALS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 255-EXPORT-ONE-GOAL
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-GOALS-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           255-EXPORT-ONE-GOAL.
               MOVE GL-TARGET-WEIGHT TO WS-EDITED-TARGET
               MOVE GL-TARGET-BMI TO WS-EDITED-TARGET-BMI
               MOVE GL-LATEST-WEIGHT TO WS-EDITED-WEIGHT
               MOVE GL-LATEST-BMI TO WS-EDITED-BMI
               MOVE SPACES TO XP-LINE
               STRING "  " GL-MEMBER-ID
                   " TARGET WT " WS-EDITED-TARGET
                   " BMI " WS-EDITED-TARGET-BMI
                   " BY " GL-TARGET-DATE " SET " GL-SET-DATE
                   " STATUS " GL-STATUS " PROGRESS " GL-PROGRESS
                   " LATEST WT " WS-EDITED-WEIGHT
                   " BMI " WS-EDITED-BMI " EVALUATED " GL-EVAL-DATE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           260-EXPORT-INVOICES.
               MOVE "DUES INVOICES" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT DUES-INVOICE-FILE
               IF WS-INVC-STATUS = "00"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ID-COUNT
                       PERFORM 265-EXPORT-MEMBER-INVOICES
                   END-PERFORM
                   CLOSE DUES-INVOICE-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           265-EXPORT-MEMBER-INVOICES.
               MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO IV-MEMBER-ID
               MOVE ZERO TO IV-BILL-PERIOD
               START DUES-INVOICE-FILE KEY IS >= IV-INVOICE-KEY
                   INVALID KEY
                       MOVE "23" TO WS-INVC-STATUS
               END-START
               PERFORM UNTIL WS-INVC-STATUS NOT = "00"
                   READ DUES-INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-INVC-STATUS
                       NOT AT END
                           IF IV-MEMBER-ID NOT =
                                   WS-SET-MEMBER-ID(WS-ID-SUB)
                               MOVE "10" TO WS-INVC-STATUS
                           ELSE
                               PERFORM 267-EXPORT-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-INVC-STATUS.

           267-EXPORT-ONE-INVOICE.
               MOVE IV-AMOUNT-DUE TO WS-EDITED-DUE
               MOVE IV-AMOUNT-PAID TO WS-EDITED-PAID
               MOVE SPACES TO XP-LINE
               STRING "  " IV-MEMBER-ID " PERIOD " IV-BILL-PERIOD
                   " BILLED " IV-BILL-DATE " DUE " WS-EDITED-DUE
                   " PAID " WS-EDITED-PAID " ON " IV-PAY-DATE
                   " STATUS " IV-STATUS
                   " HOUSEHOLD " IV-HOUSEHOLD-ID
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           270-EXPORT-CHECKIN-LOG.
               MOVE "CHECK-IN LOG" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT CHECKIN-LOG-FILE
               IF WS-LOG-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ CHECKIN-LOG-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               MOVE CL-MEMBER-ID TO WS-CHECK-ID
                               PERFORM 640-CHECK-ID-IN-SET
                               IF ID-IS-IN-SET
                                   PERFORM 272-EXPORT-ONE-CHECKIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHECKIN-LOG-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           272-EXPORT-ONE-CHECKIN.
               MOVE CL-HEIGHT TO WS-EDITED-HEIGHT
               MOVE CL-WEIGHT TO WS-EDITED-WEIGHT
               MOVE CL-BMI TO WS-EDITED-BMI
               MOVE SPACES TO XP-LINE
               STRING "  " CL-MEMBER-ID " " CL-GREET-TIMESTAMP
                   " " CL-MEMBER-NAME
                   " HT " WS-EDITED-HEIGHT " WT " WS-EDITED-WEIGHT
                   " BMI " WS-EDITED-BMI " " CL-CATEGORY
                   " FLAG " CL-BMI-VALID-FLAG " UNIT " CL-UNIT-CODE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

      * The worklist is keyed by coach, so every item is swept.
           275-EXPORT-WORKLIST.
               MOVE "COACH WORKLIST ITEMS" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT WORKLIST-FILE
               IF WS-WORK-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ WORKLIST-FILE NEXT RECORD
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               MOVE WL-MEMBER-ID TO WS-CHECK-ID
                               PERFORM 640-CHECK-ID-IN-SET
                               IF ID-IS-IN-SET
                                   PERFORM 277-EXPORT-ONE-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORKLIST-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           277-EXPORT-ONE-ITEM.
               MOVE SPACES TO XP-LINE
               STRING "  " WL-MEMBER-ID " COACH " WL-COACH-ID
                   " SOURCE " WL-SOURCE " ADDED " WL-ADDED-DATE
                   " " WL-DETAIL " STATUS " WL-STATUS
                   " OUTCOME " WL-DISPOSITION " ON " WL-DISP-DATE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           280-EXPORT-AUDIT.
               MOVE "BMI AUDIT TRAIL" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ AUDIT-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               MOVE AU-MEMBER-ID TO WS-CHECK-ID
                               PERFORM 640-CHECK-ID-IN-SET
                               IF ID-IS-IN-SET
                                   PERFORM 282-EXPORT-ONE-AUDIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END
               MOVE SPACES TO XP-LINE
               STRING "  Live audit file only; generations archived "
                   "by AUDARCH (BMIAUD.Ayyyymmdd) are held apart."
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE.

           282-EXPORT-ONE-AUDIT.
               MOVE AU-HEIGHT TO WS-EDITED-HEIGHT
               MOVE AU-WEIGHT TO WS-EDITED-WEIGHT
               MOVE AU-BMI TO WS-EDITED-BMI
               MOVE SPACES TO XP-LINE
               STRING "  " AU-MEMBER-ID " " AU-TIMESTAMP
                   " HT " WS-EDITED-HEIGHT " WT " WS-EDITED-WEIGHT
                   " BMI " WS-EDITED-BMI " UNIT " AU-UNIT
                   " OPERATOR " AU-OPERATOR-ID
                   " TERMINAL " AU-TERMINAL-ID " SOURCE " AU-SOURCE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           285-EXPORT-TRANSMISSIONS.
               MOVE "WELLNESS PARTNER TRANSMISSIONS" TO
                   WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               PERFORM 650-COLLECT-PERIODS
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                   MOVE SPACES TO XP-LINE
                   STRING "  " WS-PER-MEMBER-ID(WS-PER-SUB)
                       " SENT IN PERIOD " WS-PER-PERIOD(WS-PER-SUB)
                       DELIMITED BY SIZE INTO XP-LINE
                   WRITE XP-LINE
                   ADD 1 TO WS-SECTION-COUNT
               END-PERFORM
               PERFORM 720-WRITE-SECTION-END.

           286-EXPORT-PAYMENTS.
               MOVE "PAYMENT JOURNAL" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-JRNL-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ PAYMENT-JOURNAL-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               MOVE PJ-MEMBER-ID TO WS-CHECK-ID
                               PERFORM 640-CHECK-ID-IN-SET
                               IF ID-IS-IN-SET
                                   PERFORM 287-EXPORT-ONE-PAYMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-JOURNAL-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           287-EXPORT-ONE-PAYMENT.
               MOVE PJ-AMOUNT-APPLIED TO WS-EDITED-PAID
               MOVE PJ-AMOUNT-TENDERED TO WS-EDITED-AMOUNT
               MOVE SPACES TO XP-LINE
               STRING "  " PJ-MEMBER-ID " " PJ-ENTRY-TYPE
                   " " PJ-TXN-STAMP " PERIOD " PJ-BILL-PERIOD
                   " APPLIED " WS-EDITED-PAID
                   " TENDER " PJ-TENDER-TYPE " " PJ-TENDER-REF
                   " OF " WS-EDITED-AMOUNT
                   " OPERATOR " PJ-OPERATOR-ID
                   " HOUSEHOLD " PJ-HOUSEHOLD-ID
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               IF PJ-VOID-LINE
                   MOVE SPACES TO XP-LINE
                   STRING "     VOID OF " PJ-ORIG-STAMP
                       " APPROVED BY " PJ-APPROVER-ID
                       " REASON " PJ-VOID-REASON
                       DELIMITED BY SIZE INTO XP-LINE
                   WRITE XP-LINE
               END-IF
               ADD 1 TO WS-SECTION-COUNT.

           288-EXPORT-NOTICES.
               MOVE "STATEMENTS AND DUNNING NOTICES" TO
                   WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT NOTICE-HISTORY-FILE
               IF WS-NTCH-STATUS = "00"
                   PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                           UNTIL WS-ID-SUB > WS-ID-COUNT
                       PERFORM 289-EXPORT-MEMBER-NOTICES
                   END-PERFORM
                   CLOSE NOTICE-HISTORY-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           289-EXPORT-MEMBER-NOTICES.
               MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO NH-MEMBER-ID
               MOVE ZERO TO NH-NOTICE-DATE
               START NOTICE-HISTORY-FILE KEY IS >= NH-NOTICE-KEY
                   INVALID KEY
                       MOVE "23" TO WS-NTCH-STATUS
               END-START
               PERFORM UNTIL WS-NTCH-STATUS NOT = "00"
                   READ NOTICE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-NTCH-STATUS
                       NOT AT END
                           IF NH-MEMBER-ID NOT =
                                   WS-SET-MEMBER-ID(WS-ID-SUB)
                               MOVE "10" TO WS-NTCH-STATUS
                           ELSE
                               PERFORM 290-EXPORT-ONE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-NTCH-STATUS.

           290-EXPORT-ONE-NOTICE.
               MOVE NH-BALANCE-DUE TO WS-EDITED-AMOUNT
               MOVE SPACES TO XP-LINE
               STRING "  " NH-MEMBER-ID " STATEMENT " NH-NOTICE-DATE
                   " BALANCE " WS-EDITED-AMOUNT
                   " OLDEST BILL " NH-OLDEST-BILL-DATE
                   " DAYS " NH-OLDEST-DAYS
                   " NOTICE LEVEL " NH-NOTICE-LEVEL
                   " OF " NH-LEVEL-DATE
                   " LETTER " NH-LETTER-SENT
                   " HOLD " NH-HOLD-FLAG
                   " LANGUAGE " NH-LANGUAGE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

      * A household is swept rather than read through the master's
      * household ID, since deactivating one unlinks its members but
      * keeps the last member list on the record.
           291-EXPORT-HOUSEHOLDS.
               MOVE "HOUSEHOLD" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ HOUSEHOLD-FILE NEXT RECORD
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               PERFORM 292-CHECK-HOUSEHOLD-MEMBERS
                               IF HOUSEHOLD-HAS-MEMBER
                                   PERFORM 293-EXPORT-ONE-HOUSEHOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOUSEHOLD-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           292-CHECK-HOUSEHOLD-MEMBERS.
               MOVE HH-PRIMARY-ID TO WS-CHECK-ID
               PERFORM 640-CHECK-ID-IN-SET
               MOVE WS-IN-SET-SWITCH TO WS-HH-MATCH-SWITCH
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > 8 OR HOUSEHOLD-HAS-MEMBER
                   MOVE HH-DEPENDENT-ID(WS-DEP-SUB) TO WS-CHECK-ID
                   PERFORM 640-CHECK-ID-IN-SET
                   MOVE WS-IN-SET-SWITCH TO WS-HH-MATCH-SWITCH
               END-PERFORM.

           293-EXPORT-ONE-HOUSEHOLD.
               MOVE HH-DUES-RATE TO WS-EDITED-DUE
               MOVE SPACES TO XP-LINE
               STRING "  " HH-HOUSEHOLD-ID " " HH-HOUSEHOLD-NAME
                   " PRIMARY PAYER " HH-PRIMARY-ID
                   " ACTIVE " HH-ACTIVE-FLAG
                   " RATE " WS-EDITED-DUE
                   " OVERRIDE " HH-RATE-OVERRIDE
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "     DEPENDENTS " HH-DEPENDENT-COUNT ": "
                   HH-DEPENDENT-ID(1) " " HH-DEPENDENT-ID(2) " "
                   HH-DEPENDENT-ID(3) " " HH-DEPENDENT-ID(4) " "
                   HH-DEPENDENT-ID(5) " " HH-DEPENDENT-ID(6) " "
                   HH-DEPENDENT-ID(7) " " HH-DEPENDENT-ID(8)
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

      * Member record changes only; the images are the master
      * record as it stood before and after.
           294-EXPORT-CHANGES.
               MOVE "MEMBER RECORD CHANGE JOURNAL" TO WS-SECTION-TITLE
               PERFORM 710-WRITE-SECTION-HEAD
               OPEN INPUT CHANGE-JOURNAL-FILE
               IF WS-CHGJ-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ CHANGE-JOURNAL-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               IF CJ-FILE-MEMBER
                                   MOVE CJ-RECORD-KEY(1:6)
                                       TO WS-CHECK-ID
                                   PERFORM 640-CHECK-ID-IN-SET
                                   IF ID-IS-IN-SET
                                       PERFORM 295-EXPORT-ONE-CHANGE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   PERFORM 730-NOTE-FILE-UNAVAILABLE
               END-IF
               PERFORM 720-WRITE-SECTION-END.

           295-EXPORT-ONE-CHANGE.
               MOVE SPACES TO XP-LINE
               STRING "  " CJ-RECORD-KEY(1:6) " " CJ-TIMESTAMP
                   " ACTION " CJ-ACTION " BY " CJ-OPERATOR-ID
                   " IN " CJ-PROGRAM
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "     BEFORE " CJ-BEFORE-IMAGE(1:100)
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               MOVE SPACES TO XP-LINE
               STRING "     AFTER  " CJ-AFTER-IMAGE(1:100)
                   DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE
               ADD 1 TO WS-SECTION-COUNT.

           299-EXPORT-FOOTER.
               MOVE SPACES TO XP-LINE
               WRITE XP-LINE
               MOVE WS-EXPORT-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO XP-LINE
               STRING "END OF EXPORT - " WS-EDITED-COUNT
                   " RECORDS" DELIMITED BY SIZE INTO XP-LINE
               WRITE XP-LINE.

      * Consent withdrawal.  The flag is cleared on every ID the
      * request covers so no later extract can pick the member up,
      * then the partner is asked to delete what it already holds.
      * The request stays open until the partner confirms (C).
           300-WITHDRAW-CONSENT.
               DISPLAY "Enter member ID withdrawing consent: ".
               ACCEPT WS-MEMBER-ID.
               PERFORM 600-RESOLVE-MEMBER-IDS
               IF NOT MEMBER-WAS-FOUND
                   DISPLAY "Member not found: " WS-MEMBER-ID
               ELSE
                   MOVE WS-PRIMARY-ID TO MM-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-ANSWER
                           DISPLAY "Member not on master: "
                               WS-PRIMARY-ID
                       NOT INVALID KEY
                           DISPLAY "Withdraw partner consent for "
                               MM-MEMBER-NAME " (Y/N)? "
                           ACCEPT WS-ANSWER
                   END-READ
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM 610-SET-REQUEST-DATES
                       PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                               UNTIL WS-ID-SUB > WS-ID-COUNT
                           PERFORM 310-CLEAR-CONSENT-FLAG
                       END-PERFORM
                       PERFORM 650-COLLECT-PERIODS
                       PERFORM 320-SHOW-PERIODS
                       PERFORM 330-WRITE-DELETION-REQUESTS
                       MOVE "W" TO WS-PRIV-TYPE
                       MOVE SPACES TO WS-PRIV-DETAIL
                       IF WS-DEL-FAIL-STATUS = "00"
                           STRING "DELETION SENT FOR " WS-DELETION-COUNT
                               " IDS, " WS-PERIOD-COUNT " PERIODS"
                               DELIMITED BY SIZE INTO WS-PRIV-DETAIL
                       ELSE
                           STRING "DELETION FILE FAILED, STATUS "
                               WS-DEL-FAIL-STATUS ", "
                               WS-DELETION-COUNT " SENT"
                               DELIMITED BY SIZE INTO WS-PRIV-DETAIL
                       END-IF
                       MOVE "R" TO WS-PRIV-EVENT
                       PERFORM 820-WRITE-PRIVACY-LOG
                       IF WS-DEL-FAIL-STATUS = "00"
                           DISPLAY "Consent withdrawn for "
                               WS-PRIMARY-ID
                               ". Partner deletion due by " WS-DUE-DATE
                               "; confirm it with C when they reply."
                       ELSE
                           DISPLAY "*** Consent withdrawn for "
                               WS-PRIMARY-ID " but WELLDEL.DAT failed,"
                               " status " WS-DEL-FAIL-STATUS "; only "
                               WS-DELETION-COUNT " deletion requests "
                               "were written.  The partner has NOT "
                               "been asked to delete everything."
                       END-IF
                   END-IF
               END-IF
               PERFORM 690-CLOSE-XREF.

           310-CLEAR-CONSENT-FLAG.
               MOVE WS-SET-MEMBER-ID(WS-ID-SUB) TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MM-CONSENT-FLAG NOT = "N"
                           MOVE MM-MEMBER-RECORD TO WS-BEFORE-IMAGE
                           MOVE "N" TO MM-CONSENT-FLAG
                           REWRITE MM-MEMBER-RECORD
                               INVALID KEY
                                   DISPLAY "Consent update failed "
                                       "for " MM-MEMBER-ID
                                       ", status " WS-MEMB-STATUS
                               NOT INVALID KEY
                                   PERFORM 800-WRITE-CHANGE-JOURNAL
                           END-REWRITE
                       END-IF
               END-READ.

           320-SHOW-PERIODS.
               IF WS-PERIOD-COUNT = ZERO
                   DISPLAY "No partner transmission on file "
                       "included this member."
               ELSE
                   DISPLAY "Partner transmissions that included "
                       "this member:"
                   PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                           UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                       DISPLAY "  " WS-PER-MEMBER-ID(WS-PER-SUB)
                           "  " WS-PER-PERIOD(WS-PER-SUB)
                   END-PERFORM
               END-IF.

      * One request per ID the partner was sent.  The surviving ID
      * always goes, even with nothing on the transmission log, since
      * extracts from before the log was kept left no trace here.
      * Only lines written are counted; the first failing status
      * is kept and no further line is tried after it.
           330-WRITE-DELETION-REQUESTS.
               MOVE ZERO TO WS-DELETION-COUNT
               MOVE "00" TO WS-DEL-FAIL-STATUS
               OPEN EXTEND DELETION-REQUEST-FILE
               IF WS-DEL-STATUS = "35"
                   OPEN OUTPUT DELETION-REQUEST-FILE
                   CLOSE DELETION-REQUEST-FILE
                   OPEN EXTEND DELETION-REQUEST-FILE
               END-IF
               IF WS-DEL-STATUS NOT = "00"
                   MOVE WS-DEL-STATUS TO WS-DEL-FAIL-STATUS
               ELSE
                   PERFORM 332-WRITE-ID-DELETIONS
                   CLOSE DELETION-REQUEST-FILE
               END-IF.

           332-WRITE-ID-DELETIONS.
               PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > WS-ID-COUNT
                          OR WS-DEL-FAIL-STATUS NOT = "00"
                   PERFORM 335-COUNT-ID-PERIODS
                   IF WS-ID-SUB = 1 OR WS-ID-PERIOD-COUNT > ZERO
                       MOVE WS-SET-MEMBER-ID(WS-ID-SUB)
                           TO WS-DEL-MEMBER-ID
                       MOVE WS-REQUEST-STAMP TO WS-DEL-REFERENCE
                       MOVE WS-RUN-DATE TO WS-DEL-REQUEST-DATE
                       MOVE WS-FIRST-PERIOD TO WS-DEL-FIRST-PERIOD
                       MOVE WS-LAST-PERIOD TO WS-DEL-LAST-PERIOD
                       MOVE WS-ID-PERIOD-COUNT TO WS-DEL-PERIOD-COUNT
                       MOVE WS-DELETION-RECORD TO DR-RECORD
                       WRITE DR-RECORD
                       IF WS-DEL-STATUS = "00"
                           ADD 1 TO WS-DELETION-COUNT
                       ELSE
                           MOVE WS-DEL-STATUS TO WS-DEL-FAIL-STATUS
                       END-IF
                   END-IF
               END-PERFORM.

           335-COUNT-ID-PERIODS.
               MOVE ZERO TO WS-ID-PERIOD-COUNT
               MOVE SPACES TO WS-FIRST-PERIOD
               MOVE SPACES TO WS-LAST-PERIOD
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                   IF WS-PER-MEMBER-ID(WS-PER-SUB) =
                           WS-SET-MEMBER-ID(WS-ID-SUB)
                       ADD 1 TO WS-ID-PERIOD-COUNT
                       IF WS-FIRST-PERIOD = SPACES OR
                          WS-PER-PERIOD(WS-PER-SUB) < WS-FIRST-PERIOD
                           MOVE WS-PER-PERIOD(WS-PER-SUB)
                               TO WS-FIRST-PERIOD
                       END-IF
                       IF WS-PER-PERIOD(WS-PER-SUB) > WS-LAST-PERIOD
                           MOVE WS-PER-PERIOD(WS-PER-SUB)
                               TO WS-LAST-PERIOD
                       END-IF
                   END-IF
               END-PERFORM.

      * The partner's confirmation closes the member's latest open
      * withdrawal; the log line records how many days it took.
      * Requests are logged under the surviving ID, so the ID keyed
      * is resolved the same way first.
           400-MARK-COMPLETED.
               DISPLAY "Enter member ID the partner confirmed: ".
               ACCEPT WS-MEMBER-ID.
               PERFORM 600-RESOLVE-MEMBER-IDS
               PERFORM 690-CLOSE-XREF
               PERFORM 510-LOAD-PRIVACY-LOG
               MOVE ZERO TO WS-MATCH-SUB
               PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                       UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   IF WS-OPEN-MEMBER(WS-OPEN-SUB) = WS-PRIMARY-ID AND
                      WS-OPEN-TYPE(WS-OPEN-SUB) = "W"
                       MOVE WS-OPEN-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-MATCH-SUB = ZERO
                   DISPLAY "No open consent withdrawal for "
                       WS-PRIMARY-ID
               ELSE
                   DISPLAY "Withdrawal taken "
                       WS-OPEN-STAMP(WS-MATCH-SUB)(1:8)
                       ", due " WS-OPEN-DUE(WS-MATCH-SUB)
                   DISPLAY "Partner confirmed the deletion (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM 410-WRITE-COMPLETION
                   END-IF
               END-IF.

           410-WRITE-COMPLETION.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               MOVE WS-OPEN-STAMP(WS-MATCH-SUB) TO WS-REQUEST-STAMP
               MOVE WS-OPEN-DUE(WS-MATCH-SUB) TO WS-DUE-DATE
               MOVE WS-REQUEST-STAMP(1:8) TO WS-REQUEST-DATE
               COMPUTE WS-DAYS-TAKEN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
               MOVE WS-DAYS-TAKEN TO WS-EDITED-DAYS
               MOVE SPACES TO WS-PRIV-DETAIL
               IF WS-RUN-DATE > WS-DUE-DATE
                   STRING "PARTNER CONFIRMED, " WS-EDITED-DAYS
                       " DAYS - LATE" DELIMITED BY SIZE
                       INTO WS-PRIV-DETAIL
               ELSE
                   STRING "PARTNER CONFIRMED, " WS-EDITED-DAYS
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-PRIV-DETAIL
               END-IF
               MOVE "W" TO WS-PRIV-TYPE
               MOVE "C" TO WS-PRIV-EVENT
               PERFORM 820-WRITE-PRIVACY-LOG
               DISPLAY "Withdrawal completed for " WS-PRIMARY-ID
                   " in " WS-EDITED-DAYS " days."
               IF WS-RUN-DATE > WS-DUE-DATE
                   DISPLAY "*** Completed after the due date "
                       WS-DUE-DATE
               END-IF.

           500-LIST-OPEN-REQUESTS.
               PERFORM 510-LOAD-PRIVACY-LOG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               MOVE ZERO TO WS-OUTSTANDING-COUNT
               DISPLAY "Open privacy requests (E export, "
                   "W consent withdrawal):"
               PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                       UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   IF WS-OPEN-DUE(WS-OPEN-SUB) < WS-RUN-DATE
                       DISPLAY "  " WS-OPEN-TYPE(WS-OPEN-SUB)
                           " " WS-OPEN-MEMBER(WS-OPEN-SUB)
                           " taken "
                           WS-OPEN-STAMP(WS-OPEN-SUB)(1:8)
                           " due " WS-OPEN-DUE(WS-OPEN-SUB)
                           " *** OVERDUE"
                   ELSE
                       DISPLAY "  " WS-OPEN-TYPE(WS-OPEN-SUB)
                           " " WS-OPEN-MEMBER(WS-OPEN-SUB)
                           " taken "
                           WS-OPEN-STAMP(WS-OPEN-SUB)(1:8)
                           " due " WS-OPEN-DUE(WS-OPEN-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "Open requests: " WS-OUTSTANDING-COUNT.

      * Loads every request taken and drops each one again when its
      * completion line is read, leaving the requests still open.
      * A request that finds the table full is counted and reported,
      * never dropped silently.
           510-LOAD-PRIVACY-LOG.
               MOVE ZERO TO WS-OPEN-COUNT
               MOVE ZERO TO WS-NOT-LOADED-COUNT
               OPEN INPUT PRIVACY-LOG-FILE
               IF WS-PRIV-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ PRIVACY-LOG-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               PERFORM 515-APPLY-LOG-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE PRIVACY-LOG-FILE
               END-IF
               IF WS-NOT-LOADED-COUNT > ZERO
                   DISPLAY "*** Open request table full (300); "
                       WS-NOT-LOADED-COUNT " requests not loaded - "
                       "this list and completions may be incomplete."
               END-IF.

           515-APPLY-LOG-EVENT.
               IF PV-REQUEST-TAKEN
                   IF WS-OPEN-COUNT < 300
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE PV-REQUEST-STAMP
                           TO WS-OPEN-STAMP(WS-OPEN-COUNT)
                       MOVE PV-MEMBER-ID
                           TO WS-OPEN-MEMBER(WS-OPEN-COUNT)
                       MOVE PV-REQUEST-TYPE
                           TO WS-OPEN-TYPE(WS-OPEN-COUNT)
                       MOVE PV-DUE-DATE TO WS-OPEN-DUE(WS-OPEN-COUNT)
                   ELSE
                       ADD 1 TO WS-NOT-LOADED-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO WS-MATCH-SUB
                   PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                           UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                              OR WS-MATCH-SUB NOT = ZERO
                       IF WS-OPEN-STAMP(WS-OPEN-SUB) =
                               PV-REQUEST-STAMP AND
                          WS-OPEN-MEMBER(WS-OPEN-SUB) = PV-MEMBER-ID
                           MOVE WS-OPEN-SUB TO WS-MATCH-SUB
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-SUB NOT = ZERO
                       PERFORM 517-DROP-OPEN-ENTRY
                   END-IF
               END-IF.

      * Closes the gap, keeping the entries in the order taken.
           517-DROP-OPEN-ENTRY.
               PERFORM VARYING WS-OPEN-SUB FROM WS-MATCH-SUB BY 1
                       UNTIL WS-OPEN-SUB >= WS-OPEN-COUNT
                   MOVE WS-OPEN-ENTRY(WS-OPEN-SUB + 1)
                       TO WS-OPEN-ENTRY(WS-OPEN-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-OPEN-COUNT.

      * Builds the ID set.  A merged-away ID is followed to its
      * survivor (merges can chain), then MEMXREF is swept until a
      * pass adds no further ID merged into one already held.
           600-RESOLVE-MEMBER-IDS.
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE SPACES TO WS-ID-TABLE
               MOVE ZERO TO WS-ID-COUNT
               MOVE WS-MEMBER-ID TO WS-PRIMARY-ID
               OPEN INPUT MEMBER-XREF-FILE
               IF WS-XREF-STATUS = "00"
                   MOVE "Y" TO WS-XREF-OPEN-SWITCH
                   MOVE ZERO TO WS-HOP-COUNT
                   PERFORM UNTIL WS-HOP-COUNT > 10
                       MOVE WS-PRIMARY-ID TO XR-OLD-ID
                       READ MEMBER-XREF-FILE
                           INVALID KEY
                               MOVE 99 TO WS-HOP-COUNT
                           NOT INVALID KEY
                               MOVE XR-NEW-ID TO WS-PRIMARY-ID
                               ADD 1 TO WS-HOP-COUNT
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE "N" TO WS-XREF-OPEN-SWITCH
               END-IF
               MOVE WS-PRIMARY-ID TO WS-CHECK-ID
               PERFORM 630-ADD-ID-IF-NEW
               MOVE WS-MEMBER-ID TO WS-CHECK-ID
               PERFORM 630-ADD-ID-IF-NEW
               IF XREF-IS-OPEN
                   MOVE "Y" TO WS-ADDED-SWITCH
                   PERFORM 620-SWEEP-XREF-PASS UNTIL NOT ID-WAS-ADDED
               END-IF
               MOVE WS-PRIMARY-ID TO MM-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-PRIMARY-NAME
                   NOT INVALID KEY
                       MOVE MM-MEMBER-NAME TO WS-PRIMARY-NAME
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-ID-COUNT > 1
                   DISPLAY "Member " WS-PRIMARY-ID " " WS-PRIMARY-NAME
                       " - " WS-ID-COUNT " IDs including merges."
               END-IF.

           610-SET-REQUEST-DATES.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-REQUEST-STAMP
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-RESPONSE-DAYS).

           620-SWEEP-XREF-PASS.
               MOVE "N" TO WS-ADDED-SWITCH
               MOVE LOW-VALUES TO XR-OLD-ID
               START MEMBER-XREF-FILE KEY IS >= XR-OLD-ID
                   INVALID KEY
                       MOVE "23" TO WS-XREF-STATUS
               END-START
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ MEMBER-XREF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-XREF-STATUS
                       NOT AT END
                           MOVE XR-NEW-ID TO WS-CHECK-ID
                           PERFORM 640-CHECK-ID-IN-SET
                           IF ID-IS-IN-SET
                               MOVE XR-OLD-ID TO WS-CHECK-ID
                               PERFORM 630-ADD-ID-IF-NEW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-XREF-STATUS.

           630-ADD-ID-IF-NEW.
               PERFORM 640-CHECK-ID-IN-SET
               IF NOT ID-IS-IN-SET AND WS-ID-COUNT < 20
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-CHECK-ID TO WS-SET-MEMBER-ID(WS-ID-COUNT)
                   MOVE "Y" TO WS-ADDED-SWITCH
               END-IF.

           640-CHECK-ID-IN-SET.
               MOVE "N" TO WS-IN-SET-SWITCH
               IF WS-CHECK-ID NOT = SPACES
                   SET WS-ID-IDX TO 1
                   SEARCH WS-ID-ENTRY
                       AT END
                           MOVE "N" TO WS-IN-SET-SWITCH
                       WHEN WS-SET-MEMBER-ID(WS-ID-IDX) = WS-CHECK-ID
                           MOVE "Y" TO WS-IN-SET-SWITCH
                   END-SEARCH
               END-IF.

      * Past transmissions come off the kept transmission log; the
      * extract file on hand is read as well, for a cycle sent
      * before the log was kept.  Each ID and period is held once.
           650-COLLECT-PERIODS.
               MOVE ZERO TO WS-PERIOD-COUNT
               MOVE SPACES TO WS-PERIOD-TABLE
               OPEN INPUT SENT-LOG-FILE
               IF WS-SENT-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ SENT-LOG-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               MOVE ST-MEMBER-ID TO WS-CHECK-ID
                               MOVE ST-PERIOD TO WS-EXTRACT-PERIOD
                               PERFORM 655-ADD-PERIOD-IF-NEW
                       END-READ
                   END-PERFORM
                   CLOSE SENT-LOG-FILE
               END-IF
               PERFORM 660-SCAN-LAST-EXTRACT.

           655-ADD-PERIOD-IF-NEW.
               PERFORM 640-CHECK-ID-IN-SET
               IF ID-IS-IN-SET
                   SET WS-PER-IDX TO 1
                   SEARCH WS-PERIOD-ENTRY
                       AT END
                           IF WS-PERIOD-COUNT < 500
                               ADD 1 TO WS-PERIOD-COUNT
                               MOVE WS-CHECK-ID TO
                                   WS-PER-MEMBER-ID(WS-PERIOD-COUNT)
                               MOVE WS-EXTRACT-PERIOD TO
                                   WS-PER-PERIOD(WS-PERIOD-COUNT)
                           END-IF
                       WHEN WS-PER-MEMBER-ID(WS-PER-IDX) = WS-CHECK-ID
                        AND WS-PER-PERIOD(WS-PER-IDX) =
                                WS-EXTRACT-PERIOD
                           CONTINUE
                   END-SEARCH
               END-IF.

           660-SCAN-LAST-EXTRACT.
               MOVE SPACES TO WS-EXTRACT-PERIOD
               OPEN INPUT PARTNER-EXTRACT-FILE
               IF WS-EXTRACT-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL END-OF-INPUT-FILE
                       READ PARTNER-EXTRACT-FILE
                           AT END
                               SET END-OF-INPUT-FILE TO TRUE
                           NOT AT END
                               EVALUATE EX-RECORD(1:1)
                                   WHEN "H"
                                       MOVE EX-RECORD(10:6)
                                           TO WS-EXTRACT-PERIOD
                                   WHEN "D"
                                       MOVE EX-RECORD(2:6)
                                           TO WS-CHECK-ID
                                       PERFORM 655-ADD-PERIOD-IF-NEW
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE PARTNER-EXTRACT-FILE
               END-IF.

           690-CLOSE-XREF.
               IF XREF-IS-OPEN
                   CLOSE MEMBER-XREF-FILE
                   MOVE "N" TO WS-XREF-OPEN-SWITCH
               END-IF.

           710-WRITE-SECTION-HEAD.
               MOVE ZERO TO WS-SECTION-COUNT
               MOVE SPACES TO XP-LINE
               WRITE XP-LINE
               MOVE WS-SECTION-TITLE TO XP-LINE
               WRITE XP-LINE.

           720-WRITE-SECTION-END.
               IF WS-SECTION-COUNT = ZERO
                   MOVE "  (none on file)" TO XP-LINE
                   WRITE XP-LINE
               END-IF
               ADD WS-SECTION-COUNT TO WS-EXPORT-COUNT.

           730-NOTE-FILE-UNAVAILABLE.
               MOVE SPACES TO XP-LINE
               STRING "  *** file not available - this section "
                   "could not be searched" DELIMITED BY SIZE
                   INTO XP-LINE
               WRITE XP-LINE
               DISPLAY "Export incomplete: " WS-SECTION-TITLE
                   " could not be read.".

      * Opened and closed around each line, so the journal is
      * complete on disk however the session ends.
           800-WRITE-CHANGE-JOURNAL.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM 810-OPEN-CHANGE-JOURNAL
               IF WS-CHGJ-STATUS = "00"
                   MOVE SPACES TO CJ-CHANGE-RECORD
                   MOVE WS-CURRENT-DATETIME(1:14) TO CJ-TIMESTAMP
                   MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
                   MOVE "PRIVREQ" TO CJ-PROGRAM
                   SET CJ-FILE-MEMBER TO TRUE
                   SET CJ-ACTION-CHANGE TO TRUE
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
                   WS-CHGJ-STATUS ": PRIVREQ action C on member "
                   MM-MEMBER-ID
                   " was applied but NOT journalled.".

      * The caller sets the request type, event and detail; the
      * request stamp and due date are the request's own.
           820-WRITE-PRIVACY-LOG.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               PERFORM 830-OPEN-PRIVACY-LOG
               IF WS-PRIV-STATUS = "00"
                   MOVE WS-REQUEST-STAMP TO PV-REQUEST-STAMP
                   MOVE WS-PRIMARY-ID TO PV-MEMBER-ID
                   MOVE WS-PRIV-TYPE TO PV-REQUEST-TYPE
                   MOVE WS-PRIV-EVENT TO PV-EVENT
                   MOVE WS-CURRENT-DATETIME(1:14) TO PV-EVENT-STAMP
                   MOVE WS-DUE-DATE TO PV-DUE-DATE
                   MOVE WS-SIGNON-OPERATOR TO PV-OPERATOR-ID
                   MOVE WS-PRIV-DETAIL TO PV-DETAIL
                   WRITE PV-PRIVACY-RECORD
                   IF WS-PRIV-STATUS NOT = "00"
                       PERFORM 825-NOTE-NOT-LOGGED
                   END-IF
                   CLOSE PRIVACY-LOG-FILE
               ELSE
                   PERFORM 825-NOTE-NOT-LOGGED
               END-IF.

      * A lost R line leaves the request unrecorded and a lost C
      * line leaves it open on the L listing; either must be put
      * right by hand.
           825-NOTE-NOT-LOGGED.
               DISPLAY "*** Privacy log write failed, status "
                   WS-PRIV-STATUS ": event " WS-PRIV-EVENT
                   " type " WS-PRIV-TYPE " for member " WS-PRIMARY-ID
                   " request " WS-REQUEST-STAMP " was NOT logged."
               DISPLAY "    " WS-PRIV-DETAIL.

           830-OPEN-PRIVACY-LOG.
               OPEN EXTEND PRIVACY-LOG-FILE.
               IF WS-PRIV-STATUS = "35"
                   OPEN OUTPUT PRIVACY-LOG-FILE
                   CLOSE PRIVACY-LOG-FILE
                   OPEN EXTEND PRIVACY-LOG-FILE
               END-IF.

           900-OPEN-MASTER-FILE.
               OPEN I-O MEMBER-MASTER-FILE.

       END PROGRAM PRIVREQ.
