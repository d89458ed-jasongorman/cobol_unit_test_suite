      *    archive - and stop being capped by in-storage tables
      *    sized for a single report. Holds exactly what the JSON
      *    case record holds: status, the edited expected and
      *    actual values, and the case duration in hundredths -
      *    plus the build of the suite's routine in force for the
      *    run, taken from the report's per-suite timing record
      *    (spaces on rows loaded before builds were stamped).
       01  RESULT-MASTER-RECORD.
           05  RESULT-KEY.
               10  RESULT-RUN-ID       PIC X(11).
           05  RESULT-EXPECTED         PIC X(12).
           05  RESULT-ACTUAL           PIC X(12).
           05  RESULT-DURATION         PIC 9(06).
           05  RESULT-BUILD-ID         PIC X(12).
