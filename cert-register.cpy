      *    CERT-REG-RECORD - one row per routine build in the CERTREG
      *    certification register, keyed by routine (the SUITEREG
      *    PARM keyword) plus build identifier, holding the latest
      *    certification decision BUILD-CERTIFY reached for it: the
      *    run range and consecutive-run criterion it was judged on,
      *    how many passing runs it actually had, how many named
      *    exceptions the certificate carries, the baseline in force
      *    at the time, and - for a refusal - the first reason. The
      *    library team's promotion job and audit query this row
      *    (BUILD-CERTIFY PARM 'routine,build') instead of keeping
      *    signed printouts in a drawer.
       01  CERT-REG-RECORD.
           05  CERT-KEY.
               10  CERT-ROUTINE        PIC X(07).
               10  CERT-BUILD-ID       PIC X(12).
           05  CERT-DECISION           PIC X(01).
               88  CERT-GRANTED            VALUE 'C'.
               88  CERT-REFUSED            VALUE 'R'.
           05  CERT-DECISION-DATE      PIC 9(08).
           05  CERT-SUITE-NAME         PIC X(12).
           05  CERT-FIRST-RUN-ID       PIC X(11).
           05  CERT-LAST-RUN-ID        PIC X(11).
           05  CERT-RUNS-REQUIRED      PIC 9(02).
           05  CERT-PASSING-RUNS       PIC 9(04).
           05  CERT-EXCEPTION-COUNT    PIC 9(04).
           05  CERT-BASELINE-RUN-ID    PIC X(11).
           05  CERT-REASON             PIC X(60).
