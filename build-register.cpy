      *    BUILD-REG-RECORD - one row per build of a maths routine
      *    load module (SQRT, CEILING, POWER, MOD, ROUND - the
      *    SUITEREG PARM keyword of the suite that tests it) in the
      *    BUILDREG routine build register, keyed by routine plus
      *    build identifier. The build in force for a routine on a
      *    given night is its row with the latest install date not
      *    after that night; MATHS-SUITE stamps it on every suite
      *    it runs, so a failure can be tied to the load module
      *    that produced it without asking the library team what
      *    they shipped that week. Rows are maintained only through
      *    BUILD-MAINT, which audits every change.
       01  BUILD-REG-RECORD.
           05  BREG-KEY.
               10  BREG-ROUTINE        PIC X(07).
               10  BREG-BUILD-ID       PIC X(12).
           05  BREG-INSTALL-DATE       PIC 9(08).
           05  BREG-INSTALLED-BY       PIC X(08).
