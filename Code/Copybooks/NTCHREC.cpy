      * CH01_34 Statement and dunning notice history (NOTICE-HISTORY
      * indexed file, NTCHIST.DAT), written by DUESSTMT - one record
      * per statement sent, keyed by member and statement date, and
      * never rewritten.  The notice level is the highest past-due
      * letter the member has been sent in the current run of
      * arrears (0 none, 1 over 30 days, 2 over 60 days - the hold,
      * 3 over 90 days - final), carried forward from statement to
      * statement while the same arrears stay open, so a letter is
      * only ever printed when the level goes up.  The level date
      * is when that letter went out; with the hold flag as it
      * stood on the statement date, it shows who was warned
      * before the hold went on.
       01 NH-NOTICE-RECORD.
           05 NH-NOTICE-KEY.
               10 NH-MEMBER-ID          PIC X(6).
               10 NH-NOTICE-DATE        PIC 9(8).
           05 NH-NOTICE-LEVEL           PIC 9(1).
               88 NH-NO-LETTER-YET              VALUE 0.
               88 NH-FIRST-REMINDER             VALUE 1.
               88 NH-HOLD-NOTICE                VALUE 2.
               88 NH-FINAL-NOTICE               VALUE 3.
           05 NH-LETTER-SENT            PIC X(1).
               88 NH-LETTER-WAS-SENT            VALUE "Y".
           05 NH-LEVEL-DATE             PIC 9(8).
           05 NH-OLDEST-BILL-DATE       PIC 9(8).
           05 NH-OLDEST-DAYS            PIC 9(4).
           05 NH-BALANCE-DUE            PIC 9(6)V99.
           05 NH-HOLD-FLAG              PIC X(1).
           05 NH-LANGUAGE               PIC X(2).
      * When the statement run started.  The next statement lists
      * the payments taken after this, so one taken later the same
      * day is not lost between the two.
           05 NH-NOTICE-STAMP           PIC 9(14).
