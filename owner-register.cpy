      *    OWNER-REG-RECORD - one row per ownership assignment in the
      *    OWNERREG case ownership register, keyed by suite plus
      *    case name. A row with a blank case name owns the whole
      *    suite; a row naming a case owns just that case, and
      *    wins over its suite's row - for the odd case that
      *    exercises another team's piece of maths. Each row names
      *    the owning application team and the DD name of that
      *    team's notification feed, which TEAM-NOTICE writes the
      *    night's failure notice to. Rows are maintained only
      *    through OWNER-MAINT, which audits every change.
       01  OWNER-REG-RECORD.
           05  OWNR-KEY.
               10  OWNR-SUITE-NAME     PIC X(12).
               10  OWNR-CASE-NAME      PIC X(30).
           05  OWNR-TEAM-NAME          PIC X(12).
           05  OWNR-FEED-DDNAME        PIC X(08).
           05  OWNR-LAST-CHANGE-DATE   PIC 9(08).
           05  OWNR-CHANGED-BY         PIC X(08).
