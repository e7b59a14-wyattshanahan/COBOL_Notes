      * CH01_22 The BMI step also takes the optional vitals (waist,
      * body fat, blood pressure; zero = not taken) and hands them
      * to BMICAL with the height and weight.
      * CH01_32 A member of a household is also routed to the desk
      * when the household's primary payer is on arrears hold, so
      * the children are not let in while the parent is held.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GL-MEMBER-ID
                   FILE STATUS IS WS-GOAL-STATUS.
               SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HH-HOUSEHOLD-ID
                   FILE STATUS IS WS-HH-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-GOALS-FILE.
           COPY GOALREC.

           FD  HOUSEHOLD-FILE.
           COPY HHREC.

           WORKING-STORAGE SECTION.
           01 WS-MEMBER-ID          PIC X(6).
           01 WS-MEMBER-NAME        PIC X(30).
           01 WS-MEMB-STATUS        PIC XX.
           01 WS-LOG-STATUS         PIC XX.
           01 WS-GOAL-STATUS        PIC XX.
           01 WS-HH-STATUS          PIC XX.
           01 WS-POUNDS-TO-GO       PIC S9(4).
           01 WS-EDITED-TO-GO       PIC ZZZ9.
           01 WS-CURRENT-DATETIME   PIC X(21).
                       NOT INVALID KEY
                           IF MM-ON-ARREARS-HOLD
                               MOVE "H" TO WS-HOLD-SWITCH
                           ELSE
                               IF MM-HOUSEHOLD-ID NOT = SPACES
                                   PERFORM 030-CHECK-HOUSEHOLD-HOLD
                               END-IF
                           END-IF
                   END-READ
                   CLOSE MEMBER-MASTER-FILE
               END-IF.

      * DUESBILL and PAYENTRY keep the whole household's flags in
      * step; this catches a dependent whose flag has not caught up
      * with the payer's yet.
           030-CHECK-HOUSEHOLD-HOLD.
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-STATUS = "00"
                   MOVE MM-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
                   READ HOUSEHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT HH-HOUSEHOLD-INACTIVE AND
                              HH-PRIMARY-ID NOT = WS-MEMBER-ID
                               MOVE HH-PRIMARY-ID TO MM-MEMBER-ID
                               READ MEMBER-MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF MM-ON-ARREARS-HOLD
                                           MOVE "H" TO WS-HOLD-SWITCH
                                       END-IF
                               END-READ
                           END-IF
                   END-READ
                   CLOSE HOUSEHOLD-FILE
               END-IF.

           050-SHOW-GOAL-PROGRESS.
               OPEN INPUT MEMBER-GOALS-FILE
               IF WS-GOAL-STATUS = "00"
