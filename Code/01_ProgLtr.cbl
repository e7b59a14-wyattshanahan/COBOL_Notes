       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGLTR".
       AUTHOR.     WYATT SHANAHAN.
      * CH01_38 Quarterly member progress letter - one printable
      * letter (a page each, PROGLTR.RPT) for every active member
      * who visited in the quarter: the number of visits, weight
      * and BMI with category at the first and last visit of the
      * quarter and the change between them, the latest waist and
      * blood pressure taken, where the member stands against an
      * open goal, and the name of their coach from COACHES.DAT.
      * Written in the member's language (EN/FR/ES, English when
      * anything else, the same set GREETUSER greets in), category
      * names included.
      * The visit count comes off the member-month summary, which
      * also lets members with no visits be passed over without
      * touching the history; first/last figures and vitals come
      * off the member's BMI history for the quarter.  When the
      * summary cannot be opened the history is counted instead.
      * Run with the quarter as a parameter (YYYYQn, e.g. 2026Q3),
      * or with no parameter for the last full quarter.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
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
               SELECT COACH-FILE ASSIGN TO "COACHES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CO-COACH-ID
                   FILE STATUS IS WS-COACH-STATUS.
               SELECT LETTER-FILE ASSIGN TO "PROGLTR.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD  COACH-FILE.
           COPY COACHREC.

           FD  LETTER-FILE.
           01 LT-LINE                  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-MEMB-STATUS           PIC XX.
           01 WS-HIST-STATUS           PIC XX.
           01 WS-SUMM-STATUS           PIC XX.
           01 WS-GOAL-STATUS           PIC XX.
           01 WS-COACH-STATUS          PIC XX.
           01 WS-SUMMARY-OPEN-SWITCH   PIC X(1) VALUE "N".
               88 SUMMARY-FILE-OPEN            VALUE "Y".
           01 WS-GOALS-OPEN-SWITCH     PIC X(1) VALUE "N".
               88 GOALS-FILE-OPEN              VALUE "Y".
           01 WS-COACHES-OPEN-SWITCH   PIC X(1) VALUE "N".
               88 COACH-FILE-OPEN              VALUE "Y".
           01 WS-CMD-LINE              PIC X(40).
           01 WS-CURRENT-DATETIME      PIC X(21).
           01 WS-EOF-SWITCH            PIC X(1) VALUE "N".
               88 END-OF-MASTER                VALUE "Y".
           01 WS-HIST-EOF-SWITCH       PIC X(1).
               88 END-OF-MEMBER-HISTORY        VALUE "Y".

      * The quarter being reported.
           01 WS-QUARTER-PARM.
               05 WS-QUARTER-YEAR      PIC 9(4).
               05 WS-QUARTER-Q         PIC X(1).
               05 WS-QUARTER-NUMBER    PIC 9(1).
           01 WS-CURRENT-MONTH         PIC 9(2).
           01 WS-FIRST-MONTH           PIC 9(2).
           01 WS-QUARTER-PERIODS.
               05 WS-QUARTER-PERIOD OCCURS 3 TIMES PIC 9(6).
           01 WS-PERIOD-SUB            PIC 9(1).
           01 WS-HISTORY-START-STAMP   PIC 9(14).

      * What the member did in the quarter.
           01 WS-VISIT-COUNT           PIC 9(5).
           01 WS-HISTORY-VISITS        PIC 9(5).
           01 WS-FIRST-DATE            PIC 9(8).
           01 WS-FIRST-WEIGHT          PIC 9(4).
           01 WS-FIRST-BMI             PIC 999V99.
           01 WS-FIRST-CATEGORY        PIC X(12).
           01 WS-LAST-DATE             PIC 9(8).
           01 WS-LAST-WEIGHT           PIC 9(4).
           01 WS-LAST-BMI              PIC 999V99.
           01 WS-LAST-CATEGORY         PIC X(12).
           01 WS-LATEST-WAIST          PIC 999.
           01 WS-LATEST-BP-SYS         PIC 999.
           01 WS-LATEST-BP-DIA         PIC 999.
           01 WS-WEIGHT-CHANGE         PIC S9(4).
           01 WS-BMI-CHANGE            PIC S9(3)V99.
           01 WS-WEIGHT-TO-GO          PIC S9(4).
           01 WS-WORK-CATEGORY         PIC X(12).
           01 WS-CATEGORY-TEXT         PIC X(22).

           01 WS-MEMBERS-READ          PIC 9(6) VALUE ZERO.
           01 WS-LETTERS-WRITTEN       PIC 9(6) VALUE ZERO.
           01 WS-NO-VISIT-COUNT        PIC 9(6) VALUE ZERO.

           01 WS-EDITED-VISITS         PIC ZZZZ9.
           01 WS-EDITED-WEIGHT         PIC ZZZ9.
           01 WS-EDITED-BMI            PIC ZZ9.99.
           01 WS-EDITED-WEIGHT-CHANGE  PIC ++++9.
           01 WS-EDITED-BMI-CHANGE     PIC +++9.99.
           01 WS-EDITED-WAIST          PIC ZZ9.
           01 WS-EDITED-SYS            PIC ZZ9.
           01 WS-EDITED-DIA            PIC ZZ9.
           01 WS-EDITED-TO-GO          PIC ZZZ9.

      * Letter wording by language, one row of twenty-six texts
      * per language; the first row (English) is the default.
      *   1 title           2 quarter label   3 salutation
      *   4 visits          5 first visit     6 last visit
      *   7 change          8 waist           9 blood pressure
      *  10 not measured   11 goal head      12 goal target
      *  13 achieved       14 on track       15 stalled
      *  16 not evaluated  17 to go          18 no goal
      *  19 coach          20 no coach       21 closing
      *  22-25 UNDERWEIGHT, NORMAL, OVERWEIGHT, OBESE
      *  26 weight/BMI column heads
           01 WS-LETTER-TEXT-DATA.
               05 FILLER PIC X(2) VALUE "EN".
               05 FILLER PIC X(54) VALUE
                   "YOUR QUARTERLY PROGRESS REPORT".
               05 FILLER PIC X(54) VALUE "Quarter:".
               05 FILLER PIC X(54) VALUE "Dear".
               05 FILLER PIC X(54) VALUE "Visits this quarter:".
               05 FILLER PIC X(54) VALUE "First visit".
               05 FILLER PIC X(54) VALUE "Last visit".
               05 FILLER PIC X(54) VALUE "Change".
               05 FILLER PIC X(54) VALUE "Waist (latest, in):".
               05 FILLER PIC X(54) VALUE "Blood pressure (latest):".
               05 FILLER PIC X(54) VALUE "not measured this quarter".
               05 FILLER PIC X(54) VALUE "Your goal".
               05 FILLER PIC X(54) VALUE "Target weight (lb) / BMI:".
               05 FILLER PIC X(54) VALUE
                   "Goal reached - congratulations!".
               05 FILLER PIC X(54) VALUE
                   "You are on track - keep it up.".
               05 FILLER PIC X(54) VALUE
                   "No visit in 30 days - let us help you restart.".
               05 FILLER PIC X(54) VALUE
                   "Your progress will be reviewed at your next visit.".
               05 FILLER PIC X(54) VALUE "Pounds still to go:".
               05 FILLER PIC X(54) VALUE
                   "No goal on file yet - ask your coach to set one.".
               05 FILLER PIC X(54) VALUE "Your coach:".
               05 FILLER PIC X(54) VALUE
                   "Ask at the front desk to be matched with a coach.".
               05 FILLER PIC X(54) VALUE
                   "Thank you for training with us.".
               05 FILLER PIC X(54) VALUE "UNDERWEIGHT".
               05 FILLER PIC X(54) VALUE "NORMAL".
               05 FILLER PIC X(54) VALUE "OVERWEIGHT".
               05 FILLER PIC X(54) VALUE "OBESE".
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(38) VALUE
                   "Date      Weight(lb)   BMI   Category".
               05 FILLER PIC X(2) VALUE "FR".
               05 FILLER PIC X(54) VALUE
                   "VOTRE BILAN TRIMESTRIEL".
               05 FILLER PIC X(54) VALUE "Trimestre :".
               05 FILLER PIC X(54) VALUE "Bonjour".
               05 FILLER PIC X(54) VALUE "Visites ce trimestre :".
               05 FILLER PIC X(54) VALUE "Premiere visite".
               05 FILLER PIC X(54) VALUE "Derniere visite".
               05 FILLER PIC X(54) VALUE "Ecart".
               05 FILLER PIC X(54) VALUE "Tour de taille (po) :".
               05 FILLER PIC X(54) VALUE "Tension (derniere) :".
               05 FILLER PIC X(54) VALUE "non mesure ce trimestre".
               05 FILLER PIC X(54) VALUE "Votre objectif".
               05 FILLER PIC X(54) VALUE "Poids cible (lb) / IMC :".
               05 FILLER PIC X(54) VALUE
                   "Objectif atteint - felicitations !".
               05 FILLER PIC X(54) VALUE
                   "Vous etes en bonne voie - continuez.".
               05 FILLER PIC X(54) VALUE
                   "Pas de visite en 30 jours - reprenons ensemble.".
               05 FILLER PIC X(54) VALUE
                   "Vos progres seront revus a votre prochaine visite.".
               05 FILLER PIC X(54) VALUE "Livres restantes :".
               05 FILLER PIC X(54) VALUE
                   "Pas encore d'objectif - parlez-en a votre coach.".
               05 FILLER PIC X(54) VALUE "Votre coach :".
               05 FILLER PIC X(54) VALUE
                   "Demandez un coach a l'accueil.".
               05 FILLER PIC X(54) VALUE
                   "Merci de vous entrainer avec nous.".
               05 FILLER PIC X(54) VALUE "INSUFFISANCE PONDERALE".
               05 FILLER PIC X(54) VALUE "NORMAL".
               05 FILLER PIC X(54) VALUE "SURPOIDS".
               05 FILLER PIC X(54) VALUE "OBESITE".
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(38) VALUE
                   "Date      Poids (lb)   IMC   Categorie".
               05 FILLER PIC X(2) VALUE "ES".
               05 FILLER PIC X(54) VALUE
                   "SU INFORME TRIMESTRAL DE PROGRESO".
               05 FILLER PIC X(54) VALUE "Trimestre:".
               05 FILLER PIC X(54) VALUE "Estimado/a".
               05 FILLER PIC X(54) VALUE "Visitas este trimestre:".
               05 FILLER PIC X(54) VALUE "Primera visita".
               05 FILLER PIC X(54) VALUE "Ultima visita".
               05 FILLER PIC X(54) VALUE "Cambio".
               05 FILLER PIC X(54) VALUE "Cintura (ultima, pulg):".
               05 FILLER PIC X(54) VALUE "Presion arterial:".
               05 FILLER PIC X(54) VALUE "no medida este trimestre".
               05 FILLER PIC X(54) VALUE "Su meta".
               05 FILLER PIC X(54) VALUE "Peso meta (lb) / IMC:".
               05 FILLER PIC X(54) VALUE
                   "Meta alcanzada - felicitaciones!".
               05 FILLER PIC X(54) VALUE
                   "Va por buen camino - siga asi.".
               05 FILLER PIC X(54) VALUE
                   "Sin visitas en 30 dias - le ayudamos a retomar.".
               05 FILLER PIC X(54) VALUE
                   "Revisaremos su progreso en su proxima visita.".
               05 FILLER PIC X(54) VALUE "Libras por bajar:".
               05 FILLER PIC X(54) VALUE
                   "Aun no tiene meta - pida una a su entrenador.".
               05 FILLER PIC X(54) VALUE "Su entrenador:".
               05 FILLER PIC X(54) VALUE
                   "Pida un entrenador en recepcion.".
               05 FILLER PIC X(54) VALUE
                   "Gracias por entrenar con nosotros.".
               05 FILLER PIC X(54) VALUE "BAJO PESO".
               05 FILLER PIC X(54) VALUE "NORMAL".
               05 FILLER PIC X(54) VALUE "SOBREPESO".
               05 FILLER PIC X(54) VALUE "OBESIDAD".
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(38) VALUE
                   "Fecha     Peso (lb)    IMC   Categoria".
           01 WS-LETTER-TABLE REDEFINES WS-LETTER-TEXT-DATA.
               05 WS-LETTER-ENTRY OCCURS 3 TIMES
                       INDEXED BY WS-LETTER-IDX.
                   10 WS-LETTER-LANG       PIC X(2).
                   10 WS-LETTER-TEXT OCCURS 26 TIMES PIC X(54).

       PROCEDURE DIVISION.
           001-MAIN.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               PERFORM 100-RESOLVE-QUARTER
               OPEN INPUT MEMBER-MASTER-FILE
               IF WS-MEMB-STATUS NOT = "00"
                   DISPLAY "Unable to open member master, status "
                       WS-MEMB-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT BMI-HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "Unable to open BMI history file, status "
                       WS-HIST-STATUS
                   CLOSE MEMBER-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT BMI-SUMMARY-FILE
               IF WS-SUMM-STATUS = "00"
                   SET SUMMARY-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Summary file unavailable, status "
                       WS-SUMM-STATUS "; counting visits from history."
               END-IF
               OPEN INPUT MEMBER-GOALS-FILE
               IF WS-GOAL-STATUS = "00"
                   SET GOALS-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT COACH-FILE
               IF WS-COACH-STATUS = "00"
                   SET COACH-FILE-OPEN TO TRUE
               END-IF
               OPEN OUTPUT LETTER-FILE
               PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           IF NOT MM-MEMBER-INACTIVE
                               PERFORM 200-PREPARE-ONE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-FILE
               CLOSE MEMBER-MASTER-FILE BMI-HISTORY-FILE
               IF SUMMARY-FILE-OPEN
                   CLOSE BMI-SUMMARY-FILE
               END-IF
               IF GOALS-FILE-OPEN
                   CLOSE MEMBER-GOALS-FILE
               END-IF
               IF COACH-FILE-OPEN
                   CLOSE COACH-FILE
               END-IF
               DISPLAY "Progress letters complete for "
                   WS-QUARTER-YEAR "Q" WS-QUARTER-NUMBER
                   ". Members read: " WS-MEMBERS-READ
                   " letters: " WS-LETTERS-WRITTEN
                   " active with no visits: " WS-NO-VISIT-COUNT
               STOP RUN.

      * With no parameter the last full quarter is reported, since
      * the letters go out after the quarter closes.
           100-RESOLVE-QUARTER.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CMD-LINE(1:6) TO WS-QUARTER-PARM
               IF WS-QUARTER-YEAR IS NOT NUMERIC OR
                  (WS-QUARTER-Q NOT = "Q" AND WS-QUARTER-Q NOT = "q")
                  OR WS-QUARTER-NUMBER IS NOT NUMERIC OR
                  WS-QUARTER-NUMBER < 1 OR WS-QUARTER-NUMBER > 4
                   IF WS-CMD-LINE(1:6) NOT = SPACES
                       DISPLAY "Quarter must be YYYYQn: "
                           WS-CMD-LINE(1:6)
                           "; using the last full quarter."
                   END-IF
                   MOVE WS-CURRENT-DATETIME(1:4) TO WS-QUARTER-YEAR
                   MOVE WS-CURRENT-DATETIME(5:2) TO WS-CURRENT-MONTH
                   COMPUTE WS-QUARTER-NUMBER =
                       (WS-CURRENT-MONTH - 1) / 3
                   IF WS-QUARTER-NUMBER = ZERO
                       MOVE 4 TO WS-QUARTER-NUMBER
                       SUBTRACT 1 FROM WS-QUARTER-YEAR
                   END-IF
                   MOVE "Q" TO WS-QUARTER-Q
               END-IF
               COMPUTE WS-FIRST-MONTH = WS-QUARTER-NUMBER * 3 - 2
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > 3
                   COMPUTE WS-QUARTER-PERIOD(WS-PERIOD-SUB) =
                       WS-QUARTER-YEAR * 100 + WS-FIRST-MONTH
                       + WS-PERIOD-SUB - 1
               END-PERFORM
               COMPUTE WS-HISTORY-START-STAMP =
                   WS-QUARTER-PERIOD(1) * 100000000.

           200-PREPARE-ONE-MEMBER.
               MOVE ZERO TO WS-VISIT-COUNT
               IF SUMMARY-FILE-OPEN
                   PERFORM 210-COUNT-SUMMARY-VISITS
                       VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > 3
               END-IF
               IF WS-VISIT-COUNT > ZERO OR NOT SUMMARY-FILE-OPEN
                   PERFORM 220-READ-QUARTER-HISTORY
                   IF NOT SUMMARY-FILE-OPEN
                       MOVE WS-HISTORY-VISITS TO WS-VISIT-COUNT
                   END-IF
               END-IF
               IF WS-VISIT-COUNT = ZERO OR WS-HISTORY-VISITS = ZERO
                   ADD 1 TO WS-NO-VISIT-COUNT
               ELSE
                   PERFORM 300-WRITE-LETTER
               END-IF.

           210-COUNT-SUMMARY-VISITS.
               MOVE MM-MEMBER-ID TO SM-MEMBER-ID
               MOVE WS-QUARTER-PERIOD(WS-PERIOD-SUB) TO SM-PERIOD
               READ BMI-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD SM-VISIT-COUNT TO WS-VISIT-COUNT
               END-READ.

      * Visits arrive oldest first; the first one fixes the start
      * figures, each later one overwrites the end figures, and a
      * vital is kept from the latest visit that took it.
           220-READ-QUARTER-HISTORY.
               MOVE ZERO TO WS-HISTORY-VISITS
               MOVE ZEROS TO WS-LATEST-WAIST WS-LATEST-BP-SYS
                   WS-LATEST-BP-DIA
               MOVE "N" TO WS-HIST-EOF-SWITCH
               MOVE MM-MEMBER-ID TO HS-MEMBER-ID
               MOVE WS-HISTORY-START-STAMP TO HS-VISIT-STAMP
               MOVE ZEROS TO HS-SEQ
               START BMI-HISTORY-FILE KEY IS >= HS-HISTORY-KEY
                   INVALID KEY
                       SET END-OF-MEMBER-HISTORY TO TRUE
               END-START
               PERFORM UNTIL END-OF-MEMBER-HISTORY
                   READ BMI-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-MEMBER-HISTORY TO TRUE
                       NOT AT END
                           IF HS-MEMBER-ID NOT = MM-MEMBER-ID OR
                              HS-VISIT-STAMP(1:6) >
                                  WS-QUARTER-PERIOD(3)
                               SET END-OF-MEMBER-HISTORY TO TRUE
                           ELSE
                               PERFORM 230-NOTE-ONE-VISIT
                           END-IF
                   END-READ
               END-PERFORM.

           230-NOTE-ONE-VISIT.
               ADD 1 TO WS-HISTORY-VISITS
               IF WS-HISTORY-VISITS = 1
                   MOVE HS-VISIT-STAMP(1:8) TO WS-FIRST-DATE
                   MOVE HS-WEIGHT TO WS-FIRST-WEIGHT
                   MOVE HS-BMI TO WS-FIRST-BMI
                   MOVE HS-CATEGORY TO WS-FIRST-CATEGORY
               END-IF
               MOVE HS-VISIT-STAMP(1:8) TO WS-LAST-DATE
               MOVE HS-WEIGHT TO WS-LAST-WEIGHT
               MOVE HS-BMI TO WS-LAST-BMI
               MOVE HS-CATEGORY TO WS-LAST-CATEGORY
               IF HS-WAIST > ZERO
                   MOVE HS-WAIST TO WS-LATEST-WAIST
               END-IF
               IF HS-BP-SYS > ZERO
                   MOVE HS-BP-SYS TO WS-LATEST-BP-SYS
                   MOVE HS-BP-DIA TO WS-LATEST-BP-DIA
               END-IF.

           300-WRITE-LETTER.
               SET WS-LETTER-IDX TO 1
               SEARCH WS-LETTER-ENTRY
                   AT END
                       SET WS-LETTER-IDX TO 1
                   WHEN WS-LETTER-LANG(WS-LETTER-IDX) =
                           MM-LANGUAGE-PREF
                       CONTINUE
               END-SEARCH
               MOVE SPACES TO LT-LINE
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 1) TO LT-LINE
               WRITE LT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 2)(1:22) " "
                   WS-QUARTER-PERIOD(1) " - " WS-QUARTER-PERIOD(3)
                   DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 3)
                   DELIMITED BY "  "
                   " " MM-MEMBER-NAME DELIMITED BY "  "
                   "," DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               MOVE WS-VISIT-COUNT TO WS-EDITED-VISITS
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 4)(1:26) " "
                   WS-EDITED-VISITS
                   DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 26) TO LT-LINE
               WRITE LT-LINE
               PERFORM 310-WRITE-WEIGHT-LINES
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               PERFORM 320-WRITE-VITALS-LINES
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               PERFORM 330-WRITE-GOAL-LINES
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               PERFORM 340-WRITE-COACH-LINE
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 21) TO LT-LINE
               WRITE LT-LINE
               ADD 1 TO WS-LETTERS-WRITTEN.

           310-WRITE-WEIGHT-LINES.
               MOVE WS-FIRST-WEIGHT TO WS-EDITED-WEIGHT
               MOVE WS-FIRST-BMI TO WS-EDITED-BMI
               MOVE WS-FIRST-CATEGORY TO WS-WORK-CATEGORY
               PERFORM 350-TRANSLATE-CATEGORY
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 5)(1:16)
                   WS-FIRST-DATE "  " WS-EDITED-WEIGHT "       "
                   WS-EDITED-BMI "  " WS-CATEGORY-TEXT
                   DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE
               MOVE WS-LAST-WEIGHT TO WS-EDITED-WEIGHT
               MOVE WS-LAST-BMI TO WS-EDITED-BMI
               MOVE WS-LAST-CATEGORY TO WS-WORK-CATEGORY
               PERFORM 350-TRANSLATE-CATEGORY
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 6)(1:16)
                   WS-LAST-DATE "  " WS-EDITED-WEIGHT "       "
                   WS-EDITED-BMI "  " WS-CATEGORY-TEXT
                   DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE
               COMPUTE WS-WEIGHT-CHANGE =
                   WS-LAST-WEIGHT - WS-FIRST-WEIGHT
               COMPUTE WS-BMI-CHANGE = WS-LAST-BMI - WS-FIRST-BMI
               MOVE WS-WEIGHT-CHANGE TO WS-EDITED-WEIGHT-CHANGE
               MOVE WS-BMI-CHANGE TO WS-EDITED-BMI-CHANGE
               MOVE SPACES TO LT-LINE
               STRING WS-LETTER-TEXT(WS-LETTER-IDX, 7)(1:16)
                   "          " WS-EDITED-WEIGHT-CHANGE "      "
                   WS-EDITED-BMI-CHANGE
                   DELIMITED BY SIZE INTO LT-LINE
               WRITE LT-LINE.

           320-WRITE-VITALS-LINES.
               MOVE SPACES TO LT-LINE
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 8)(1:26) TO LT-LINE
               IF WS-LATEST-WAIST > ZERO
                   MOVE WS-LATEST-WAIST TO WS-EDITED-WAIST
                   MOVE WS-EDITED-WAIST TO LT-LINE(28:3)
               ELSE
                   MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 10)(1:30)
                       TO LT-LINE(28:30)
               END-IF
               WRITE LT-LINE
               MOVE SPACES TO LT-LINE
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 9)(1:26) TO LT-LINE
               IF WS-LATEST-BP-SYS > ZERO
                   MOVE WS-LATEST-BP-SYS TO WS-EDITED-SYS
                   MOVE WS-LATEST-BP-DIA TO WS-EDITED-DIA
                   STRING WS-EDITED-SYS "/" WS-EDITED-DIA " mmHg"
                       DELIMITED BY SIZE INTO LT-LINE(28:20)
               ELSE
                   MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 10)(1:30)
                       TO LT-LINE(28:30)
               END-IF
               WRITE LT-LINE.

      * Only an open goal is reported; GOALPROG's nightly progress
      * code says where the member stands against it.
           330-WRITE-GOAL-LINES.
               MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 11) TO LT-LINE
               WRITE LT-LINE
               MOVE "N" TO GL-STATUS
               IF GOALS-FILE-OPEN
                   MOVE MM-MEMBER-ID TO GL-MEMBER-ID
                   READ MEMBER-GOALS-FILE
                       INVALID KEY
                           MOVE "N" TO GL-STATUS
                   END-READ
               END-IF
               IF NOT GL-GOAL-OPEN
                   MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 18) TO LT-LINE
                   WRITE LT-LINE
               ELSE
                   MOVE GL-TARGET-WEIGHT TO WS-EDITED-WEIGHT
                   MOVE GL-TARGET-BMI TO WS-EDITED-BMI
                   MOVE SPACES TO LT-LINE
                   STRING WS-LETTER-TEXT(WS-LETTER-IDX, 12)(1:26) " "
                       WS-EDITED-WEIGHT " / " WS-EDITED-BMI
                       DELIMITED BY SIZE INTO LT-LINE
                   WRITE LT-LINE
                   EVALUATE TRUE
                       WHEN GL-ACHIEVED
                           MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 13)
                               TO LT-LINE
                       WHEN GL-ON-TRACK
                           MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 14)
                               TO LT-LINE
                       WHEN GL-STALLED
                           MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 15)
                               TO LT-LINE
                       WHEN OTHER
                           MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 16)
                               TO LT-LINE
                   END-EVALUATE
                   WRITE LT-LINE
                   COMPUTE WS-WEIGHT-TO-GO =
                       WS-LAST-WEIGHT - GL-TARGET-WEIGHT
                   IF WS-WEIGHT-TO-GO > ZERO AND NOT GL-ACHIEVED
                       MOVE WS-WEIGHT-TO-GO TO WS-EDITED-TO-GO
                       MOVE SPACES TO LT-LINE
                       STRING WS-LETTER-TEXT(WS-LETTER-IDX, 17)(1:26)
                           " " WS-EDITED-TO-GO
                           DELIMITED BY SIZE INTO LT-LINE
                       WRITE LT-LINE
                   END-IF
               END-IF.

           340-WRITE-COACH-LINE.
               MOVE SPACES TO CO-COACH-NAME
               IF MM-COACH-ID NOT = SPACES AND COACH-FILE-OPEN
                   MOVE MM-COACH-ID TO CO-COACH-ID
                   READ COACH-FILE
                       INVALID KEY
                           MOVE SPACES TO CO-COACH-NAME
                       NOT INVALID KEY
                           IF CO-COACH-INACTIVE
                               MOVE SPACES TO CO-COACH-NAME
                           END-IF
                   END-READ
               END-IF
               IF CO-COACH-NAME = SPACES
                   MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 20) TO LT-LINE
               ELSE
                   MOVE SPACES TO LT-LINE
                   STRING WS-LETTER-TEXT(WS-LETTER-IDX, 19)(1:26) " "
                       CO-COACH-NAME
                       DELIMITED BY SIZE INTO LT-LINE
               END-IF
               WRITE LT-LINE.

           350-TRANSLATE-CATEGORY.
               EVALUATE WS-WORK-CATEGORY
                   WHEN "UNDERWEIGHT"
                       MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 22)
                           TO WS-CATEGORY-TEXT
                   WHEN "NORMAL"
                       MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 23)
                           TO WS-CATEGORY-TEXT
                   WHEN "OVERWEIGHT"
                       MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 24)
                           TO WS-CATEGORY-TEXT
                   WHEN "OBESE"
                       MOVE WS-LETTER-TEXT(WS-LETTER-IDX, 25)
                           TO WS-CATEGORY-TEXT
                   WHEN OTHER
                       MOVE WS-WORK-CATEGORY TO WS-CATEGORY-TEXT
               END-EVALUATE.

       END PROGRAM PROGLTR.
