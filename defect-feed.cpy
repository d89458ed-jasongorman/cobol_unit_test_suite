      *    DEFECT-FEED-RECORD - the fixed-layout DEFECTFEED interface
      *    record the defect tracking system's loader accepts: one
      *    'D' detail record per newly failed, unquarantined case,
      *    then one 'T' trailer carrying the detail count and the
      *    run the feed was built from, so the loader can tell a
      *    short or truncated file from a quiet night. 120 bytes,
      *    every field fixed width, values exactly as the run
      *    reported them.
       01  DEFECT-FEED-RECORD.
           05  DFEED-RECORD-TYPE       PIC X(01).
               88  DFEED-DETAIL            VALUE 'D'.
               88  DFEED-TRAILER           VALUE 'T'.
           05  DFEED-DETAIL-DATA.
               10  DFEED-RUN-ID        PIC X(11).
               10  DFEED-SUITE-NAME    PIC X(12).
               10  DFEED-CASE-NAME     PIC X(30).
               10  DFEED-ROUTINE       PIC X(07).
               10  DFEED-BUILD-ID      PIC X(12).
               10  DFEED-EXPECTED      PIC X(12).
               10  DFEED-ACTUAL        PIC X(12).
               10  DFEED-CASE-STATUS   PIC X(04).
               10  DFEED-RAISED-DATE   PIC 9(08).
               10  FILLER              PIC X(11).
           05  DFEED-TRAILER-DATA REDEFINES DFEED-DETAIL-DATA.
               10  DFEED-TRAILER-RUN-ID PIC X(11).
               10  DFEED-DETAIL-COUNT  PIC 9(07).
               10  DFEED-CREATED-DATE  PIC 9(08).
               10  FILLER              PIC X(93).
