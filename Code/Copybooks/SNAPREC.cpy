      * CH01_36 Snapshot catalog (SNAPCAT.DAT, line sequential) -
      * one record per file per snapshot generation, written by
      * SNAPSHOT and read by FILERSTR.  The generation is the date
      * the snapshot was taken; the copy name is the dated file it
      * was copied to (MEMBERS.Gyyyymmdd).  A file that was not
      * there when the snapshot ran is still catalogued, marked N,
      * so a restore can tell "not present" from "not taken".
      * Records are kept in generation order, oldest first.
       01 SN-SNAPSHOT-RECORD.
           05 SN-GENERATION             PIC 9(8).
           05 SN-FILE-NAME              PIC X(12).
           05 SN-COPY-NAME              PIC X(20).
           05 SN-COPY-STATUS            PIC X(1).
               88 SN-FILE-COPIED                VALUE "C".
               88 SN-FILE-NOT-PRESENT           VALUE "N".
           05 SN-TAKEN-STAMP            PIC 9(14).
