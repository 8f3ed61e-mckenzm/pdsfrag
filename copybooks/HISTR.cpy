      *-------------------------------------------------------------*
      *  HISTR    : Dump-history master record, one per member ever *
      *             seen in the library, keyed by member name and   *
      *             library identifier.  Copied by DRSPGINV and     *
      *             DRSPRTRV, which read the master.  DRSPHIST,     *
      *             which keeps it each night, declares the same    *
      *             layout inline as its HO- (old master) and HN-   *
      *             (new master) records; a change here must be     *
      *             made there as well.                             *
      *-------------------------------------------------------------*
       01  HS-HIST-RECORD.
           05 HS-MEMBER-NAME       PIC X(08).
           05 HS-LIBRARY-ID        PIC X(08).
      *                            yyyymmdd: first dump the member
      *                            was in, the latest one, and the
      *                            night its line count last moved.
           05 HS-FIRST-SEEN        PIC 9(08).
           05 HS-LAST-SEEN         PIC 9(08).
           05 HS-LAST-CHANGE       PIC 9(08).
           05 HS-PRIOR-LINES       PIC 9(09).
           05 HS-CURR-LINES        PIC 9(09).
