      * details and the queue is drained, so a clean retransmission
      * rides the next regular transmission.  Consent gates the
      * retransmitted visits the same as any other.
      * CH01_39 Each member transmitted is logged under the extract
      * period on WELLSENT.DAT (SENTREC), which is kept, so PRIVREQ
      * can tell the partner which past periods carried a member
      * who withdraws consent.  No extract is produced when the log
      * cannot be opened.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETRANS-QUEUE-FILE ASSIGN TO "WELLRTX.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETRANS-STATUS.
               SELECT SENT-LOG-FILE ASSIGN TO "WELLSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 RT-MEMBER-ID        PIC X(6).
               05 RT-VISIT-STAMP      PIC 9(14).

           FD  SENT-LOG-FILE.
           COPY SENTREC.

           WORKING-STORAGE SECTION.
           01 WS-HIST-STATUS           PIC XX.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-RETRANS-EOF-SWITCH    PIC X(1) VALUE "N".
               88 END-OF-RETRANS-QUEUE         VALUE "Y".
           01 WS-RETRANS-COUNT         PIC 9(9) VALUE ZERO.
           01 WS-SENT-STATUS           PIC XX.
           01 WS-UNLOGGED-COUNT        PIC 9(9) VALUE ZERO.
           01 WS-LOGGED-MEMBER-ID      PIC X(6) VALUE SPACES.
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
                           "status " WS-HIST-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 210-OPEN-SENT-LOG
                       IF WS-SENT-STATUS NOT = "00"
                           DISPLAY "Transmission log WELLSENT.DAT "
                               "unavailable, status " WS-SENT-STATUS
                               "; extract cancelled."
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           OPEN OUTPUT PARTNER-EXTRACT-FILE
                           PERFORM 200-WRITE-HEADER
                           OPEN INPUT BMI-SUMMARY-FILE
                           IF WS-SUMM-STATUS = "00"
                               PERFORM 305-SWEEP-SUMMARY-INDEX
                               CLOSE BMI-SUMMARY-FILE
                           ELSE
                               DISPLAY "Summary file unavailable, "
                                   "status " WS-SUMM-STATUS
                                   "; sweeping raw history."
                               PERFORM 300-SWEEP-HISTORY
                           END-IF
                           PERFORM 350-PROCESS-RETRANS-QUEUE
                           PERFORM 400-WRITE-TRAILER
                           CLOSE PARTNER-EXTRACT-FILE
                           CLOSE SENT-LOG-FILE
                           DISPLAY "Partner extract complete for "
                               WS-EXTRACT-PERIOD ". Visits read: "
                               WS-VISITS-READ " details written: "
                               WS-DETAILS-WRITTEN
                           DISPLAY "  skipped - no consent: "
                               WS-NO-CONSENT-COUNT " not on master: "
                               WS-NOT-FOUND-COUNT
                           IF WS-RETRANS-COUNT > ZERO
                               DISPLAY "  retransmitted from queue: "
                                   WS-RETRANS-COUNT
                           END-IF
                           IF WS-UNLOGGED-COUNT > ZERO
                               DISPLAY "*** members sent but NOT on "
                                   "WELLSENT.DAT: " WS-UNLOGGED-COUNT
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                       CLOSE BMI-HISTORY-FILE
                   END-IF
                   CLOSE MEMBER-MASTER-FILE
               END-IF.
               MOVE WS-HEADER-RECORD TO EX-RECORD
               WRITE EX-RECORD.

           210-OPEN-SENT-LOG.
               OPEN EXTEND SENT-LOG-FILE.
               IF WS-SENT-STATUS = "35"
                   OPEN OUTPUT SENT-LOG-FILE
                   CLOSE SENT-LOG-FILE
                   OPEN EXTEND SENT-LOG-FILE
               END-IF.

           300-SWEEP-HISTORY.
               PERFORM UNTIL END-OF-HISTORY
                   READ BMI-HISTORY-FILE NEXT RECORD
                       WRITE EX-RECORD
                       ADD 1 TO WS-DETAILS-WRITTEN
                       ADD HS-BMI TO WS-BMI-HASH-TOTAL
                       IF HS-MEMBER-ID NOT = WS-LOGGED-MEMBER-ID
                           PERFORM 315-LOG-MEMBER-SENT
                       END-IF
                   WHEN "X"
                       ADD 1 TO WS-NOT-FOUND-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-NO-CONSENT-COUNT
               END-EVALUATE.

           315-LOG-MEMBER-SENT.
               MOVE HS-MEMBER-ID TO WS-LOGGED-MEMBER-ID
               MOVE HS-MEMBER-ID TO ST-MEMBER-ID
               MOVE WS-EXTRACT-PERIOD TO ST-PERIOD
               MOVE WS-CURRENT-DATETIME(1:8) TO ST-RUN-DATE
               WRITE ST-SENT-RECORD
               IF WS-SENT-STATUS NOT = "00"
                   ADD 1 TO WS-UNLOGGED-COUNT
                   DISPLAY "*** Transmission log write failed, status "
                       WS-SENT-STATUS ": member " HS-MEMBER-ID
                       " period " WS-EXTRACT-PERIOD
                       " was sent but NOT logged."
               END-IF.

           320-LOOKUP-CONSENT.
               MOVE HS-MEMBER-ID TO WS-CACHED-MEMBER-ID
               MOVE HS-MEMBER-ID TO MM-MEMBER-ID
