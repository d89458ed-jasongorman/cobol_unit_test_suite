      *    on every case entry they record, so reporting can group
      *    cases by the suite that ran them.
           05  RUNNING-SUITE-NAME PIC X(12) VALUE SPACES.
      *    Seed the INVARIANT property suite drew its inputs from,
      *    zero when that suite did not run. The driver writes it
      *    to the JSON summary so a failing night can be replayed
      *    with exactly the same inputs.
           05  INVARIANT-SEED  PIC 9(10) VALUE ZERO.
           05  TEST-CASE-COUNT PIC 9(4) VALUE ZERO.
           05  TEST-CASE-DETAILS OCCURS 500 TIMES
                                  INDEXED BY TEST-CASE-IDX.
