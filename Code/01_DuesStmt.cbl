       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DUESSTMT".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_34 Monthly member statements and past-due notices -
      * writes a printable statement (one page each, STATEMNT.RPT)
      * for every member with open invoices on DUESINV.DAT: the
      * open invoices, the balance due, and the payments and voids
      * taken at the desk since the member's last statement (from
      * the payment journal).  Household invoices go to the primary
      * payer, so a household gets one statement.
      * When the oldest open invoice has crossed 30, 60 or 90 days
      * the statement carries the matching past-due letter (hold
      * warning, hold notice, final notice), in the member's
      * language (EN/FR/ES, English when anything else, the same
      * set GREETUSER greets in).  Each statement is recorded on
      * the notice history NTCHIST.DAT with the level reached; the
      * level carries forward while the same arrears stay open, so
      * a letter is printed only when the level goes up and nobody
      * gets the same letter twice.  Arrears count as the same
      * while the oldest open invoice was already billed when the
      * last statement went out; once the account is cleared the
      * next arrears start again from level 0.
      * A member already sent a statement today is skipped, so a
      * rerun is safe.  Run after DUESBILL.
      * Payments are picked up from the time the last statement run
      * started, not its date, so a payment taken on statement day
      * after the run shows on the next statement.  A statement
      * that cannot list every payment says how many are left off.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MM-MEMBER-ID
                   FILE STATUS IS WS-MEMB-STATUS.
               SELECT DUES-INVOICE-FILE ASSIGN TO "DUESINV.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IV-INVOICE-KEY
                   FILE STATUS IS WS-INVC-STATUS.
               SELECT NOTICE-HISTORY-FILE ASSIGN TO "NTCHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NH-NOTICE-KEY
                   FILE STATUS IS WS-NTCH-STATUS.
               SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
               SELECT PAYMENT-WORK-FILE ASSIGN TO "PAYSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT STATEMENT-FILE ASSIGN TO "STATEMNT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  MEMBER-MASTER-FILE.
           COPY MEMBREC.

           FD  DUES-INVOICE-FILE.
           COPY INVCREC.

           FD  NOTICE-HISTORY-FILE.
           COPY NTCHREC.

           FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJREC.

           SD  SORT-WORK-FILE.
           COPY PAYJREC REPLACING LEADING ==PJ-== BY ==SP-==.

           FD  PAYMENT-WORK-FILE.
           COPY PAYJREC REPLACING LEADING ==PJ-== BY ==PW-==.

           FD  STATEMENT-FILE.
           01 ST-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-INVC-STATUS           PIC XX.
           01 WS-NTCH-STATUS           PIC XX.
           01 WS-JRNL-STATUS           PIC XX.
           01 WS-WORK-STATUS           PIC XX.
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-RUN-DATE              PIC 9(8).
           01 WS-RUN-DATE-INT          PIC 9(9).
           01 WS-RUN-STAMP             PIC 9(14).
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-MASTER                VALUE "Y".
           01 WS-PAY-EOF-SWITCH        PIC X(1) VALUE "Y".
               88 END-OF-PAYMENTS              VALUE "Y".

           01 WS-MEMBERS-READ          PIC 9(6) VALUE ZERO.
           01 WS-STATEMENTS-WRITTEN    PIC 9(6) VALUE ZERO.
           01 WS-ALREADY-SENT          PIC 9(6) VALUE ZERO.
           01 WS-LETTER-COUNT-TABLE.
               05 WS-LETTER-COUNT OCCURS 3 TIMES PIC 9(6).

      * Open invoices for the member being stated.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 60 TIMES.
                   10 WS-OPEN-PERIOD       PIC 9(6).
                   10 WS-OPEN-BILL-DATE    PIC 9(8).
                   10 WS-OPEN-DUE          PIC 9(4)V99.
                   10 WS-OPEN-PAID         PIC 9(4)V99.
           01 WS-OPEN-USED             PIC 9(2).
           01 WS-OPEN-SUB              PIC 9(2).
           01 WS-BALANCE-DUE           PIC 9(6)V99.
           01 WS-INVOICE-BALANCE       PIC S9(6)V99.
           01 WS-OLDEST-OPEN-DATE      PIC 9(8).
           01 WS-OLDEST-DAYS           PIC S9(9).

      * Payments and voids since the last statement.
           01 WS-PAY-TABLE.
               05 WS-PAY-ENTRY OCCURS 40 TIMES.
                   10 WS-PAY-DATE          PIC 9(8).
                   10 WS-PAY-PERIOD        PIC 9(6).
                   10 WS-PAY-AMOUNT        PIC S9(4)V99.
                   10 WS-PAY-TYPE          PIC X(1).
           01 WS-PAY-USED              PIC 9(2).
           01 WS-PAY-SUB               PIC 9(2).
           01 WS-PAY-NOT-LISTED        PIC 9(3).
           01 WS-SINCE-DATE            PIC 9(8).
           01 WS-SINCE-STAMP           PIC 9(14).

      * The member's last statement, from the notice history.
           01 WS-LAST-NOTICE-DATE      PIC 9(8).
           01 WS-LAST-NOTICE-STAMP     PIC 9(14).
           01 WS-LAST-LEVEL            PIC 9(1).
           01 WS-LAST-LEVEL-DATE       PIC 9(8).
           01 WS-DUE-LEVEL             PIC 9(1).
           01 WS-CARRIED-LEVEL         PIC 9(1).
           01 WS-LETTER-SWITCH         PIC X(1).
               88 LETTER-GOES-OUT              VALUE "Y".

           01 WS-EDITED-DUE            PIC Z,ZZ9.99.
           01 WS-EDITED-PAID           PIC Z,ZZ9.99.
           01 WS-EDITED-BALANCE        PIC Z,ZZ9.99.
           01 WS-EDITED-PAYMENT        PIC -,--9.99.
           01 WS-EDITED-TOTAL          PIC ZZZ,ZZ9.99.
           01 WS-EDITED-NOT-LISTED     PIC ZZ9.
           01 WS-TEXT-SUB              PIC 9(2).

      * Statement wording by language, one row of eighteen texts
      * per language; the first row (English) is the default.
      *   1 title           2 date label      3 member label
      *   4 invoices head   5 column heads    6 total label
      *   7 payments head   8 no payments     9-10 over 30 days
      *  11-12 over 60      13-14 over 90     15 notice sent on
      *  16 closing        17 void           18 payments left off
           01 WS-NOTICE-TEXT-DATA.
               05 FILLER PIC X(2) VALUE "EN".
               05 FILLER PIC X(54) VALUE "STATEMENT OF ACCOUNT".
               05 FILLER PIC X(54) VALUE "Statement date:".
               05 FILLER PIC X(54) VALUE "Member:".
               05 FILLER PIC X(54) VALUE "Open invoices".
               05 FILLER PIC X(54) VALUE
                   "   Period  Billed         Due     Paid  Balance".
               05 FILLER PIC X(54) VALUE "Total balance due:".
               05 FILLER PIC X(54) VALUE
                   "Payments received since your last statement:".
               05 FILLER PIC X(54) VALUE "   No payments received.".
               05 FILLER PIC X(54) VALUE
                   "Your account is more than 30 days past due.".
               05 FILLER PIC X(54) VALUE
                   "Pay now to avoid a check-in hold at 60 days.".
               05 FILLER PIC X(54) VALUE
                   "Your account is more than 60 days past due.".
               05 FILLER PIC X(54) VALUE
                   "Check-in is on hold until the balance is paid.".
               05 FILLER PIC X(54) VALUE
                   "FINAL NOTICE: more than 90 days past due.".
               05 FILLER PIC X(54) VALUE
                   "Pay within 14 days or your membership may end.".
               05 FILLER PIC X(54) VALUE
                   "Past-due notice already sent on".
               05 FILLER PIC X(54) VALUE
                   "Please settle at the front desk. Thank you.".
               05 FILLER PIC X(54) VALUE "VOID".
               05 FILLER PIC X(54) VALUE
                   "   Further payments not listed:".
               05 FILLER PIC X(2) VALUE "FR".
               05 FILLER PIC X(54) VALUE "RELEVE DE COMPTE".
               05 FILLER PIC X(54) VALUE "Date du releve :".
               05 FILLER PIC X(54) VALUE "Membre :".
               05 FILLER PIC X(54) VALUE "Factures impayees".
               05 FILLER PIC X(54) VALUE
                   "   Mois    Facture         Du     Paye    Solde".
               05 FILLER PIC X(54) VALUE "Solde total du :".
               05 FILLER PIC X(54) VALUE
                   "Paiements recus depuis votre dernier releve :".
               05 FILLER PIC X(54) VALUE "   Aucun paiement recu.".
               05 FILLER PIC X(54) VALUE
                   "Votre compte a plus de 30 jours de retard.".
               05 FILLER PIC X(54) VALUE
                   "Payez vite pour eviter un blocage a 60 jours.".
               05 FILLER PIC X(54) VALUE
                   "Votre compte a plus de 60 jours de retard.".
               05 FILLER PIC X(54) VALUE
                   "L'acces est bloque jusqu'au paiement du solde.".
               05 FILLER PIC X(54) VALUE
                   "DERNIER AVIS : plus de 90 jours de retard.".
               05 FILLER PIC X(54) VALUE
                   "Payez sous 14 jours ou l'adhesion pourra cesser.".
               05 FILLER PIC X(54) VALUE
                   "Avis de retard deja envoye le".
               05 FILLER PIC X(54) VALUE
                   "Reglez a l'accueil, s'il vous plait. Merci.".
               05 FILLER PIC X(54) VALUE "ANNULE".
               05 FILLER PIC X(54) VALUE
                   "   Autres paiements non detailles :".
               05 FILLER PIC X(2) VALUE "ES".
               05 FILLER PIC X(54) VALUE "ESTADO DE CUENTA".
               05 FILLER PIC X(54) VALUE "Fecha del estado:".
               05 FILLER PIC X(54) VALUE "Socio:".
               05 FILLER PIC X(54) VALUE "Facturas pendientes".
               05 FILLER PIC X(54) VALUE
                   "   Mes     Emitida    Importe   Pagado    Saldo".
               05 FILLER PIC X(54) VALUE "Saldo total pendiente:".
               05 FILLER PIC X(54) VALUE
                   "Pagos recibidos desde su ultimo estado:".
               05 FILLER PIC X(54) VALUE "   No se recibieron pagos.".
               05 FILLER PIC X(54) VALUE
                   "Su cuenta tiene mas de 30 dias de atraso.".
               05 FILLER PIC X(54) VALUE
                   "Pague ahora para evitar un bloqueo a los 60 dias.".
               05 FILLER PIC X(54) VALUE
                   "Su cuenta tiene mas de 60 dias de atraso.".
               05 FILLER PIC X(54) VALUE
                   "El acceso esta bloqueado hasta pagar el saldo.".
               05 FILLER PIC X(54) VALUE
                   "ULTIMO AVISO: mas de 90 dias de atraso.".
               05 FILLER PIC X(54) VALUE
                   "Pague en 14 dias o su membresia podria terminar.".
               05 FILLER PIC X(54) VALUE
                   "Aviso de atraso ya enviado el".
               05 FILLER PIC X(54) VALUE
                   "Pague en recepcion, por favor. Gracias.".
               05 FILLER PIC X(54) VALUE "ANULADO".
               05 FILLER PIC X(54) VALUE
                   "   Otros pagos no detallados:".
           01 WS-NOTICE-TABLE REDEFINES WS-NOTICE-TEXT-DATA.
               05 WS-NOTICE-ENTRY OCCURS 3 TIMES
                       INDEXED BY WS-NOTICE-IDX.
                   10 WS-NOTICE-LANG       PIC X(2).
                   10 WS-NOTICE-TEXT OCCURS 18 TIMES PIC X(54).

       PROCEDURE DIVISION.
           001-MAIN.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-STAMP
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               MOVE ZEROS TO WS-LETTER-COUNT-TABLE
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Member master unavailable, status "
                       WS-MEMB-STATUS "; statements cannot run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT DUES-INVOICE-FILE
               IF WS-INVC-STATUS NOT = "00"
                   DISPLAY "Invoice file unavailable, status "
                       WS-INVC-STATUS "; statements cannot run."
                   CLOSE MEMBER-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 900-OPEN-NOTICE-HISTORY
               IF WS-NTCH-STATUS NOT = "00"
                   DISPLAY "Notice history unavailable, status "
                       WS-NTCH-STATUS "; statements cannot run."
                   CLOSE DUES-INVOICE-FILE
                   CLOSE MEMBER-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 100-SORT-PAYMENT-JOURNAL
               OPEN OUTPUT STATEMENT-FILE
               PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           PERFORM 200-PROCESS-ONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               IF NOT END-OF-PAYMENTS
                   CLOSE PAYMENT-WORK-FILE
               END-IF
               CLOSE NOTICE-HISTORY-FILE
               CLOSE DUES-INVOICE-FILE
               CLOSE MEMBER-MASTER-FILE
               DISPLAY "Statements complete. Members: "
                   WS-MEMBERS-READ " statements: "
                   WS-STATEMENTS-WRITTEN " already sent today: "
                   WS-ALREADY-SENT
               DISPLAY "  30-day letters: " WS-LETTER-COUNT(1)
                   " 60-day: " WS-LETTER-COUNT(2)
                   " 90-day: " WS-LETTER-COUNT(3)
               STOP RUN.

      * The journal is in time order; sorted by member it can be
      * matched against the master sweep, which runs in member ID
      * order.  No journal yet simply means no payments to show.
           100-SORT-PAYMENT-JOURNAL.
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-JRNL-STATUS = "00"
                   CLOSE PAYMENT-JOURNAL-FILE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SP-MEMBER-ID SP-TXN-STAMP
                       USING PAYMENT-JOURNAL-FILE
                       GIVING PAYMENT-WORK-FILE
                   OPEN INPUT PAYMENT-WORK-FILE
                   IF WS-WORK-STATUS = "00"
                       MOVE "N" TO WS-PAY-EOF-SWITCH
                       PERFORM 110-READ-NEXT-PAYMENT
                   END-IF
               END-IF.

           110-READ-NEXT-PAYMENT.
               READ PAYMENT-WORK-FILE
                   AT END
                       SET END-OF-PAYMENTS TO TRUE
                       CLOSE PAYMENT-WORK-FILE
               END-READ.

           200-PROCESS-ONE-MEMBER.
               PERFORM 300-COLLECT-OPEN-INVOICES
               MOVE ZERO TO WS-PAY-USED
               MOVE ZERO TO WS-PAY-NOT-LISTED
               IF WS-BALANCE-DUE > ZERO
                   PERFORM 320-FIND-LAST-NOTICE
                   IF WS-LAST-NOTICE-DATE = WS-RUN-DATE
                       ADD 1 TO WS-ALREADY-SENT
                       PERFORM 350-MATCH-PAYMENTS
                   ELSE
                       PERFORM 330-SET-SINCE-DATE
                       PERFORM 350-MATCH-PAYMENTS
                       PERFORM 340-DECIDE-NOTICE-LEVEL
                       PERFORM 400-WRITE-STATEMENT
                       PERFORM 500-WRITE-NOTICE-HISTORY
                   END-IF
               ELSE
                   PERFORM 350-MATCH-PAYMENTS
               END-IF.

           300-COLLECT-OPEN-INVOICES.
               MOVE ZERO TO WS-OPEN-USED
               MOVE ZERO TO WS-BALANCE-DUE
               MOVE ZEROS TO WS-OLDEST-OPEN-DATE
               MOVE MM-MEMBER-ID TO IV-MEMBER-ID
               MOVE ZEROS TO IV-BILL-PERIOD
               START DUES-INVOICE-FILE KEY IS >= IV-INVOICE-KEY
                   INVALID KEY
                       MOVE "23" TO WS-INVC-STATUS
               END-START
               PERFORM 310-READ-ONE-INVOICE
                   UNTIL WS-INVC-STATUS NOT = "00"
               MOVE "00" TO WS-INVC-STATUS.

           310-READ-ONE-INVOICE.
               READ DUES-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-INVC-STATUS
                   NOT AT END
                       IF IV-MEMBER-ID NOT = MM-MEMBER-ID
                           MOVE "10" TO WS-INVC-STATUS
                       ELSE
                           IF IV-INVOICE-OPEN
                               PERFORM 315-NOTE-OPEN-INVOICE
                           END-IF
                       END-IF
               END-READ.

           315-NOTE-OPEN-INVOICE.
               COMPUTE WS-INVOICE-BALANCE =
                   IV-AMOUNT-DUE - IV-AMOUNT-PAID
               IF WS-INVOICE-BALANCE > ZERO
                   ADD WS-INVOICE-BALANCE TO WS-BALANCE-DUE
                   IF WS-OLDEST-OPEN-DATE = ZEROS OR
                      IV-BILL-DATE < WS-OLDEST-OPEN-DATE
                       MOVE IV-BILL-DATE TO WS-OLDEST-OPEN-DATE
                   END-IF
                   IF WS-OPEN-USED < 60
                       ADD 1 TO WS-OPEN-USED
                       MOVE IV-BILL-PERIOD
                           TO WS-OPEN-PERIOD(WS-OPEN-USED)
                       MOVE IV-BILL-DATE
                           TO WS-OPEN-BILL-DATE(WS-OPEN-USED)
                       MOVE IV-AMOUNT-DUE TO WS-OPEN-DUE(WS-OPEN-USED)
                       MOVE IV-AMOUNT-PAID
                           TO WS-OPEN-PAID(WS-OPEN-USED)
                   END-IF
               END-IF.

      * The key sorts by date within member, so the last record read
      * for the member is the latest statement.
           320-FIND-LAST-NOTICE.
               MOVE ZEROS TO WS-LAST-NOTICE-DATE
               MOVE ZEROS TO WS-LAST-NOTICE-STAMP
               MOVE ZERO TO WS-LAST-LEVEL
               MOVE ZEROS TO WS-LAST-LEVEL-DATE
               MOVE MM-MEMBER-ID TO NH-MEMBER-ID
               MOVE ZEROS TO NH-NOTICE-DATE
               START NOTICE-HISTORY-FILE KEY IS >= NH-NOTICE-KEY
                   INVALID KEY
                       MOVE "23" TO WS-NTCH-STATUS
               END-START
               PERFORM 325-READ-ONE-NOTICE
                   UNTIL WS-NTCH-STATUS NOT = "00"
               MOVE "00" TO WS-NTCH-STATUS.

           325-READ-ONE-NOTICE.
               READ NOTICE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-NTCH-STATUS
                   NOT AT END
                       IF NH-MEMBER-ID NOT = MM-MEMBER-ID
                           MOVE "10" TO WS-NTCH-STATUS
                       ELSE
                           MOVE NH-NOTICE-DATE TO WS-LAST-NOTICE-DATE
                           MOVE NH-NOTICE-STAMP
                               TO WS-LAST-NOTICE-STAMP
                           MOVE NH-NOTICE-LEVEL TO WS-LAST-LEVEL
                           MOVE NH-LEVEL-DATE TO WS-LAST-LEVEL-DATE
                       END-IF
               END-READ.

      * A first statement shows the last 30 days of payments.  A
      * history record with no run stamp counts from the end of
      * its statement day.
           330-SET-SINCE-DATE.
               IF WS-LAST-NOTICE-DATE NOT = ZEROS
                   MOVE WS-LAST-NOTICE-DATE TO WS-SINCE-DATE
               ELSE
                   COMPUTE WS-SINCE-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-RUN-DATE-INT - 30)
               END-IF
               IF WS-LAST-NOTICE-DATE NOT = ZEROS AND
                  WS-LAST-NOTICE-STAMP IS NUMERIC AND
                  WS-LAST-NOTICE-STAMP > ZERO
                   MOVE WS-LAST-NOTICE-STAMP TO WS-SINCE-STAMP
               ELSE
                   COMPUTE WS-SINCE-STAMP =
                       WS-SINCE-DATE * 1000000 + 235959
               END-IF.

      * Steps the sorted journal up to this member, keeping the
      * member's lines taken after the since stamp, and up to the
      * start of this run, when a statement is going out.
           350-MATCH-PAYMENTS.
               PERFORM 110-READ-NEXT-PAYMENT
                   UNTIL END-OF-PAYMENTS
                      OR PW-MEMBER-ID NOT < MM-MEMBER-ID
               PERFORM 360-TAKE-ONE-PAYMENT
                   UNTIL END-OF-PAYMENTS
                      OR PW-MEMBER-ID NOT = MM-MEMBER-ID.

           360-TAKE-ONE-PAYMENT.
               IF WS-BALANCE-DUE > ZERO AND
                  WS-LAST-NOTICE-DATE NOT = WS-RUN-DATE AND
                  PW-TXN-STAMP > WS-SINCE-STAMP AND
                  PW-TXN-STAMP NOT > WS-RUN-STAMP
                   IF WS-PAY-USED < 40
                       PERFORM 365-HOLD-PAYMENT-LINE
                   ELSE
                       ADD 1 TO WS-PAY-NOT-LISTED
                   END-IF
               END-IF
               PERFORM 110-READ-NEXT-PAYMENT.

           365-HOLD-PAYMENT-LINE.
               ADD 1 TO WS-PAY-USED
               MOVE PW-TXN-STAMP(1:8) TO WS-PAY-DATE(WS-PAY-USED)
               MOVE PW-BILL-PERIOD TO WS-PAY-PERIOD(WS-PAY-USED)
               MOVE PW-ENTRY-TYPE TO WS-PAY-TYPE(WS-PAY-USED)
               IF PW-VOID-LINE
                   COMPUTE WS-PAY-AMOUNT(WS-PAY-USED) =
                       ZERO - PW-AMOUNT-APPLIED
               ELSE
                   MOVE PW-AMOUNT-APPLIED TO WS-PAY-AMOUNT(WS-PAY-USED)
               END-IF.

      * The level due from the age of the oldest open invoice; the
      * level already sent carries over only while those arrears
      * were already open at the last statement.
           340-DECIDE-NOTICE-LEVEL.
               COMPUTE WS-OLDEST-DAYS = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-OPEN-DATE)
               EVALUATE TRUE
                   WHEN WS-OLDEST-DAYS > 90
                       MOVE 3 TO WS-DUE-LEVEL
                   WHEN WS-OLDEST-DAYS > 60
                       MOVE 2 TO WS-DUE-LEVEL
                   WHEN WS-OLDEST-DAYS > 30
                       MOVE 1 TO WS-DUE-LEVEL
                   WHEN OTHER
                       MOVE 0 TO WS-DUE-LEVEL
               END-EVALUATE
               IF WS-LAST-NOTICE-DATE NOT = ZEROS AND
                  WS-OLDEST-OPEN-DATE NOT > WS-LAST-NOTICE-DATE
                   MOVE WS-LAST-LEVEL TO WS-CARRIED-LEVEL
               ELSE
                   MOVE 0 TO WS-CARRIED-LEVEL
                   MOVE ZEROS TO WS-LAST-LEVEL-DATE
               END-IF
               MOVE "N" TO WS-LETTER-SWITCH
               IF WS-DUE-LEVEL > WS-CARRIED-LEVEL
                   SET LETTER-GOES-OUT TO TRUE
                   MOVE WS-DUE-LEVEL TO WS-CARRIED-LEVEL
                   MOVE WS-RUN-DATE TO WS-LAST-LEVEL-DATE
                   ADD 1 TO WS-LETTER-COUNT(WS-DUE-LEVEL)
               END-IF.

           400-WRITE-STATEMENT.
               SET WS-NOTICE-IDX TO 1
               SEARCH WS-NOTICE-ENTRY
                   AT END
                       SET WS-NOTICE-IDX TO 1
                   WHEN WS-NOTICE-LANG(WS-NOTICE-IDX) =
                           MM-LANGUAGE-PREF
                       CONTINUE
               END-SEARCH
               MOVE SPACES TO ST-LINE
               MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 1) TO ST-LINE
               WRITE ST-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO ST-LINE
               WRITE ST-LINE
               MOVE SPACES TO ST-LINE
               STRING WS-NOTICE-TEXT(WS-NOTICE-IDX, 2)(1:22) " "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
               MOVE SPACES TO ST-LINE
               STRING WS-NOTICE-TEXT(WS-NOTICE-IDX, 3)(1:22) " "
                   MM-MEMBER-ID "  " MM-MEMBER-NAME
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
               MOVE SPACES TO ST-LINE
               WRITE ST-LINE
               MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 4) TO ST-LINE
               WRITE ST-LINE
               MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 5) TO ST-LINE
               WRITE ST-LINE
               PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                       UNTIL WS-OPEN-SUB > WS-OPEN-USED
                   PERFORM 410-WRITE-INVOICE-LINE
               END-PERFORM
               MOVE WS-BALANCE-DUE TO WS-EDITED-TOTAL
               MOVE SPACES TO ST-LINE
               STRING WS-NOTICE-TEXT(WS-NOTICE-IDX, 6)(1:35) " "
                   WS-EDITED-TOTAL
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE
               MOVE SPACES TO ST-LINE
               WRITE ST-LINE
               MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 7) TO ST-LINE
               WRITE ST-LINE
               IF WS-PAY-USED = ZERO
                   MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 8) TO ST-LINE
                   WRITE ST-LINE
               ELSE
                   PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                           UNTIL WS-PAY-SUB > WS-PAY-USED
                       PERFORM 420-WRITE-PAYMENT-LINE
                   END-PERFORM
                   IF WS-PAY-NOT-LISTED > ZERO
                       MOVE WS-PAY-NOT-LISTED TO WS-EDITED-NOT-LISTED
                       MOVE SPACES TO ST-LINE
                       STRING WS-NOTICE-TEXT(WS-NOTICE-IDX, 18)(1:35)
                           " " WS-EDITED-NOT-LISTED
                           DELIMITED BY SIZE INTO ST-LINE
                       WRITE ST-LINE
                   END-IF
               END-IF
               MOVE SPACES TO ST-LINE
               WRITE ST-LINE
               PERFORM 430-WRITE-NOTICE-WORDING
               MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 16) TO ST-LINE
               WRITE ST-LINE
               ADD 1 TO WS-STATEMENTS-WRITTEN.

           410-WRITE-INVOICE-LINE.
               COMPUTE WS-INVOICE-BALANCE =
                   WS-OPEN-DUE(WS-OPEN-SUB) - WS-OPEN-PAID(WS-OPEN-SUB)
               MOVE WS-OPEN-DUE(WS-OPEN-SUB) TO WS-EDITED-DUE
               MOVE WS-OPEN-PAID(WS-OPEN-SUB) TO WS-EDITED-PAID
               MOVE WS-INVOICE-BALANCE TO WS-EDITED-BALANCE
               MOVE SPACES TO ST-LINE
               STRING "   " WS-OPEN-PERIOD(WS-OPEN-SUB) "  "
                   WS-OPEN-BILL-DATE(WS-OPEN-SUB) "  "
                   WS-EDITED-DUE " " WS-EDITED-PAID " "
                   WS-EDITED-BALANCE
                   DELIMITED BY SIZE INTO ST-LINE
               WRITE ST-LINE.

           420-WRITE-PAYMENT-LINE.
               MOVE WS-PAY-AMOUNT(WS-PAY-SUB) TO WS-EDITED-PAYMENT
               MOVE SPACES TO ST-LINE
               STRING "   " WS-PAY-DATE(WS-PAY-SUB) "  "
                   WS-PAY-PERIOD(WS-PAY-SUB) "  "
                   WS-EDITED-PAYMENT
                   DELIMITED BY SIZE INTO ST-LINE
               IF WS-PAY-TYPE(WS-PAY-SUB) = "V"
                   MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, 17)(1:10)
                       TO ST-LINE(34:10)
               END-IF
               WRITE ST-LINE.

      * Letter texts for level n sit at 7 + 2n and 8 + 2n.
           430-WRITE-NOTICE-WORDING.
               IF LETTER-GOES-OUT
                   COMPUTE WS-TEXT-SUB = 7 + WS-DUE-LEVEL * 2
                   MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, WS-TEXT-SUB)
                       TO ST-LINE
                   WRITE ST-LINE
                   ADD 1 TO WS-TEXT-SUB
                   MOVE WS-NOTICE-TEXT(WS-NOTICE-IDX, WS-TEXT-SUB)
                       TO ST-LINE
                   WRITE ST-LINE
                   MOVE SPACES TO ST-LINE
                   WRITE ST-LINE
               ELSE
                   IF WS-CARRIED-LEVEL > ZERO
                       MOVE SPACES TO ST-LINE
                       STRING WS-NOTICE-TEXT(WS-NOTICE-IDX, 15)(1:35)
                           " " WS-LAST-LEVEL-DATE
                           DELIMITED BY SIZE INTO ST-LINE
                       WRITE ST-LINE
                       MOVE SPACES TO ST-LINE
                       WRITE ST-LINE
                   END-IF
               END-IF.

           500-WRITE-NOTICE-HISTORY.
               MOVE SPACES TO NH-NOTICE-RECORD
               MOVE MM-MEMBER-ID TO NH-MEMBER-ID
               MOVE WS-RUN-DATE TO NH-NOTICE-DATE
               MOVE WS-CARRIED-LEVEL TO NH-NOTICE-LEVEL
               MOVE WS-LETTER-SWITCH TO NH-LETTER-SENT
               MOVE WS-LAST-LEVEL-DATE TO NH-LEVEL-DATE
               MOVE WS-OLDEST-OPEN-DATE TO NH-OLDEST-BILL-DATE
               MOVE WS-OLDEST-DAYS TO NH-OLDEST-DAYS
               MOVE WS-BALANCE-DUE TO NH-BALANCE-DUE
               MOVE MM-HOLD-FLAG TO NH-HOLD-FLAG
               MOVE MM-LANGUAGE-PREF TO NH-LANGUAGE
               MOVE WS-RUN-STAMP TO NH-NOTICE-STAMP
               WRITE NH-NOTICE-RECORD
                   INVALID KEY
                       DISPLAY "Notice history write failed for "
                           MM-MEMBER-ID ", status " WS-NTCH-STATUS
               END-WRITE.

           900-OPEN-NOTICE-HISTORY.
               OPEN I-O NOTICE-HISTORY-FILE.
               IF WS-NTCH-STATUS = "35"
                   OPEN OUTPUT NOTICE-HISTORY-FILE
                   CLOSE NOTICE-HISTORY-FILE
                   OPEN I-O NOTICE-HISTORY-FILE
               END-IF.

       END PROGRAM DUESSTMT.
