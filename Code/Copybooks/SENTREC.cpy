      * CH01_39 Wellness-partner transmission log (WELLSENT.DAT,
      * line sequential) - WELLEXT appends one line for each member
      * whose visits went into a transmission, under the period
      * extracted, and never rewrites it.  WELLEXT.DAT itself is
      * replaced every cycle, so this is the only record of which
      * past periods carried a member; PRIVREQ reads it when the
      * member withdraws consent.  A rerun of a period (or a
      * retransmitted visit) can log the member twice for the same
      * period; readers treat the period once.
       01 ST-SENT-RECORD.
           05 ST-MEMBER-ID            PIC X(6).
           05 ST-PERIOD               PIC X(6).
           05 ST-RUN-DATE             PIC 9(8).
