      * be resolved through AUDINQ.
      * Requires an operations sign-on.  Run HISTSUMM afterwards so
      * the member-month summary reflects the re-keyed history.
      * CH01_32 A duplicate still linked to a household is refused;
      * unlink it (or change the primary payer) in HHMNT first.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                           MOVE "N" TO WS-ACCESS-SWITCH
                       NOT INVALID KEY
                           MOVE MM-MEMBER-NAME TO WS-DUPLICATE-NAME
                           IF MM-HOUSEHOLD-ID NOT = SPACES
                               DISPLAY "Duplicate belongs to household "
                                   MM-HOUSEHOLD-ID "; unlink it in "
                                   "HHMNT first."
                               MOVE "N" TO WS-ACCESS-SWITCH
                           END-IF
                   END-READ
               END-IF.

