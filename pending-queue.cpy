      *    PENDING-ITEM-RECORD - one row per master change waiting
      *    for a second operator in the PENDQ pending approval
      *    queue, keyed by the master it will change ('CASE' for
      *    CASEMSTR, 'QUAR' for QUARREG) plus that master's key
      *    (suite and case name for CASE, case name for QUAR). An
      *    add or change to an expected value, a tolerance or a
      *    quarantine is held here as the submitter's transaction
      *    image, exactly as typed, and is applied only when a
      *    different authorised operator submits the approval
      *    transaction for the same key - so one person can no
      *    longer change an expected value and apply it alone. At
      *    most one change per key waits at a time; the row is
      *    removed when the change is approved or withdrawn.
       01  PENDING-ITEM-RECORD.
           05  PEND-KEY.
               10  PEND-SOURCE         PIC X(04).
                   88  PEND-FOR-CASE-MASTER    VALUE 'CASE'.
                   88  PEND-FOR-QUARANTINE     VALUE 'QUAR'.
               10  PEND-ITEM-KEY       PIC X(42).
           05  PEND-ACTION             PIC X(01).
           05  PEND-SUBMITTED-BY       PIC X(08).
           05  PEND-SUBMIT-DATE        PIC 9(08).
           05  PEND-TRAN-IMAGE         PIC X(100).
