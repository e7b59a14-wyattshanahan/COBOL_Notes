      * CH01_39 Member privacy request log (PRIVLOG.DAT, line
      * sequential) - PRIVREQ appends one line when a data access
      * request or consent withdrawal is taken (event R) and one
      * when it is completed (event C), both carrying the stamp the
      * request was taken under so the pair can be matched.  The
      * due date is the response deadline counted from the day the
      * request was taken.  Kept permanently, never rewritten; it is
      * what shows the regulator each request was acted on in time.
       01 PV-PRIVACY-RECORD.
           05 PV-REQUEST-STAMP        PIC 9(14).
           05 PV-MEMBER-ID            PIC X(6).
           05 PV-REQUEST-TYPE         PIC X(1).
               88 PV-ACCESS-EXPORT            VALUE "E".
               88 PV-CONSENT-WITHDRAWAL       VALUE "W".
           05 PV-EVENT                PIC X(1).
               88 PV-REQUEST-TAKEN            VALUE "R".
               88 PV-REQUEST-COMPLETED        VALUE "C".
           05 PV-EVENT-STAMP          PIC 9(14).
           05 PV-DUE-DATE             PIC 9(8).
           05 PV-OPERATOR-ID          PIC X(8).
           05 PV-DETAIL               PIC X(40).
