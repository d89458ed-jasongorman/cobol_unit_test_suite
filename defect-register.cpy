      *    DEFECT-REG-RECORD - one row per case this shop has raised
      *    with the defect tracking system, in the DEFECTREG indexed
      *    register, keyed by suite plus case name. DEFECT-FEED adds
      *    the row when it sends a newly failed case out on the
      *    DEFECTFEED; TICKET-STATUS records the ticket number the
      *    defect system issues against it and, when the ticket
      *    closes, whether the closure was a fix and whether the fix
      *    held in the latest run - so the ticket on a quarantine no
      *    longer has to be typed in by hand, and a ticket closed as
      *    fixed against a case still failing is caught the morning
      *    it happens.
       01  DEFECT-REG-RECORD.
           05  DREG-KEY.
               10  DREG-SUITE-NAME     PIC X(12).
               10  DREG-CASE-NAME      PIC X(30).
           05  DREG-ROUTINE            PIC X(07).
           05  DREG-RAISED-RUN-ID      PIC X(11).
           05  DREG-RAISED-DATE        PIC 9(08).
           05  DREG-TICKET             PIC X(08).
           05  DREG-STATE              PIC X(01).
               88  DREG-AWAITING-TICKET    VALUE 'R'.
               88  DREG-TICKET-OPEN        VALUE 'O'.
               88  DREG-CLOSED-FIXED       VALUE 'F'.
               88  DREG-CLOSED-NOT-FIXED   VALUE 'C'.
               88  DREG-STILL-OPEN         VALUE 'R' 'O'.
           05  DREG-STATE-DATE         PIC 9(08).
      *    Set when a fixed ticket is checked against the latest run:
      *    'R' the quarantine was put up for release, 'P' the case
      *    passed but was not quarantined, 'S' the case still fails
      *    - the fix did not work - and 'U' the case was not in the
      *    latest run, so the fix is unproven.
           05  DREG-FIX-OUTCOME        PIC X(01).
               88  DREG-FIX-RELEASED       VALUE 'R'.
               88  DREG-FIX-PASSED         VALUE 'P'.
               88  DREG-FIX-FAILED         VALUE 'S'.
               88  DREG-FIX-UNPROVEN       VALUE 'U'.
           05  DREG-FIX-RUN-ID         PIC X(11).
