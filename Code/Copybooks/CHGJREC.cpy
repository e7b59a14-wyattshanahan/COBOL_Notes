      * CH01_31 Maintenance change journal record (CHANGE-JOURNAL
      * file, CHGJRNL.DAT).  Every add, change and deactivate made
      * through MEMBMNT, COACHMNT and OPERMNT - and a coach
      * assignment on the member master - appends one line with the
      * whole record as it stood before and after, the SIGNON
      * verified operator who made it and when.  Kept permanently,
      * never rewritten; CHGINQ reports from it.  The before image
      * is spaces on an add.  Operator passwords never reach the
      * journal: OPERMNT masks them in both images (*CHANGED in the
      * after image when the password was changed).
      * CH01_32 HHMNT journals household records (file code H) and
      * the household link it sets on each member record.
      * CH01_33 RATEMNT journals dues rate table rows (file code R);
      * a future row taken off the table is action R (removed).
       01 CJ-CHANGE-RECORD.
           05 CJ-TIMESTAMP           PIC 9(14).
           05 CJ-OPERATOR-ID         PIC X(8).
           05 CJ-PROGRAM             PIC X(8).
           05 CJ-FILE-CODE           PIC X(1).
               88 CJ-FILE-MEMBER             VALUE "M".
               88 CJ-FILE-COACH              VALUE "C".
               88 CJ-FILE-OPERATOR           VALUE "O".
               88 CJ-FILE-HOUSEHOLD          VALUE "H".
               88 CJ-FILE-RATE               VALUE "R".
           05 CJ-ACTION              PIC X(1).
               88 CJ-ACTION-ADD              VALUE "A".
               88 CJ-ACTION-CHANGE           VALUE "C".
               88 CJ-ACTION-DEACTIVATE       VALUE "D".
               88 CJ-ACTION-ASSIGN           VALUE "S".
               88 CJ-ACTION-REMOVE           VALUE "R".
           05 CJ-RECORD-KEY          PIC X(12).
           05 CJ-BEFORE-IMAGE        PIC X(150).
           05 CJ-AFTER-IMAGE         PIC X(150).
