           MOVE ZERO TO BLOCKED-SUITES.
           MOVE ZERO TO CASE-DURATION.
           MOVE SPACES TO RUNNING-SUITE-NAME.
           MOVE ZERO TO INVARIANT-SEED.
           MOVE ZERO TO TEST-CASE-COUNT.

           GOBACK.
