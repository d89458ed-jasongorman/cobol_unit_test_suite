      *    KPI-HISTORY-RECORD - one fixed-format row per monthly
      *    service scorecard, appended to the KPIHIST history by
      *    SERVICE-SCORECARD so quarter and year views can be built
      *    from it without re-reading the registers. All figures
      *    are unedited numbers, zero when there was nothing to
      *    measure. A month scored again is appended again; the
      *    latest row for a month (by KPI-PRODUCED-DATE, then file
      *    order) is the one that stands.
       01  KPI-HISTORY-RECORD.
           05  KPI-MONTH               PIC 9(06).
           05  KPI-PRODUCED-DATE       PIC 9(08).
           05  KPI-RUN-COUNT           PIC 9(04).
           05  KPI-GREEN-RUNS          PIC 9(04).
           05  KPI-GREEN-PERCENT       PIC 9(03)V9(01).
           05  KPI-MISSED-RUNS         PIC 9(04).
           05  KPI-WINDOW-BREACHES     PIC 9(04).
           05  KPI-WINDOW-BUDGET       PIC 9(06).
           05  KPI-FAILED-CASES        PIC 9(04).
           05  KPI-REPAIRED-CASES      PIC 9(04).
           05  KPI-UNREPAIRED-CASES    PIC 9(04).
           05  KPI-AVG-REPAIR-RUNS     PIC 9(04)V9(01).
           05  KPI-AVG-REPAIR-DAYS     PIC 9(04)V9(01).
           05  KPI-ALERTS-RAISED       PIC 9(05).
           05  KPI-ALERTS-ACKED        PIC 9(05).
           05  KPI-ALERTS-UNACKED      PIC 9(05).
           05  KPI-AVG-ACK-MINUTES     PIC 9(06)V9(01).
           05  KPI-WORST-ACK-MINUTES   PIC 9(07).
           05  KPI-QUARANTINE-DAYS     PIC 9(06).
           05  FILLER                  PIC X(03).
