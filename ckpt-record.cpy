      *    cycle header ('H') stamping the date and start time the
      *    cycle belongs to, then one summary record ('S') per
      *    completed suite holding the counts and timing that suite
      *    contributed and the routine build it ran against,
      *    followed by one case record ('C') per case
      *    row the suite put in TEST-CASE-DETAILS (rows spilled to
      *    the overflow file are counted in CKPT-OVERFLOW, not
      *    repeated here). LOAD-CHECKPOINTS refuses a cycle whose
               10  CKPT-OVERFLOW       PIC 9(4).
               10  CKPT-BLOCKED        PIC 9(4).
               10  CKPT-INTM           PIC 9(4).
               10  CKPT-INVARIANT-SEED PIC 9(10).
               10  CKPT-BUILD-ID       PIC X(12).
               10  CKPT-SUMMARY-FILLER PIC X(08).
           05  CKPT-CASE-DATA REDEFINES CKPT-SUMMARY-DATA.
               10  CKPT-CASE-NAME      PIC X(30).
               10  CKPT-CASE-SUITE     PIC X(12).
