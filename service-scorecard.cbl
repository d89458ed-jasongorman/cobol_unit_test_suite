       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-SCORECARD.
      *    The monthly service scorecard management asks for, built
      *    from the registers instead of by spreadsheet from
      *    TRENDRPT, ESCARPT and QAGERPT. PARM 'YYYYMM' names the
      *    month; every figure is given for that month and for the
      *    month before it, with the change:
      *      - full runs and the green-run percentage, from the
      *        'MATHS-SUITE' lines on HISTLOG (a run is green when
      *        it logged no failures);
      *      - missed runs - RUNCAL dates, up to today, with no
      *        HISTLOG line - judged as RUN-WATCHDOG judges them;
      *      - window-budget breaches - logged run durations over
      *        the WINDOWCFG budget;
      *      - time to repair, from RESULTDB: for every case that
      *        failed in the month, the runs and days from its
      *        first FAIL in the month to its next PASS (which may
      *        fall after the month), averaged overall and per
      *        suite;
      *      - time to acknowledge, from ALERTREG: alerts raised in
      *        the month, how many were acknowledged, the average
      *        and worst minutes to acknowledgment, and the slowest
      *        five by name. Escalation reminders are left out, as
      *        ALERT-ESCALATE leaves them out of its rollup;
      *      - quarantine-days per suite, from QUARREG: the days of
      *        the month each quarantine on the register covered,
      *        up to its expiry or today.
      *    The paginated scorecard goes to SCORERPT and one fixed-
      *    format KPI-HISTORY-RECORD for the month is appended to
      *    KPIHIST. RETURN-CODE 4 when RUNCAL cannot be read (missed
      *    runs then cannot be counted), 8 for a bad PARM, 12 when
      *    HISTLOG or a register cannot be read - no scorecard and
      *    no KPI record are written then - and 12 when the KPI
      *    record cannot be written to KPIHIST, so the gap in the
      *    history is seen the night it opens.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'HISTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO 'RUNCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT WINDOW-CONFIG-FILE ASSIGN TO 'WINDOWCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT ALERT-REG-FILE ASSIGN TO 'ALERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AREG-ALERT-ID
               FILE STATUS IS AREG-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS QREG-STATUS.
           SELECT KPI-HISTORY-FILE ASSIGN TO 'KPIHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO 'SCORERPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD    PIC X(80).
       FD  RUN-CALENDAR-FILE.
       01  RUN-CALENDAR-RECORD    PIC X(08).
       FD  WINDOW-CONFIG-FILE.
       01  WINDOW-CONFIG-RECORD   PIC X(06).
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  ALERT-REG-FILE.
           COPY 'alert-register.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  KPI-HISTORY-FILE.
           COPY 'kpi-history.cpy'.
       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  HIST-STATUS     PIC X(02).
       01  CALENDAR-STATUS PIC X(02).
       01  WINDOW-STATUS   PIC X(02).
       01  RESULT-STATUS   PIC X(02).
       01  AREG-STATUS     PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  KPI-STATUS      PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  TODAY-DAY-NUMBER PIC 9(07).
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  SCORE-MONTH-TEXT PIC X(06).
       01  SCORE-MONTH-PARTS REDEFINES SCORE-MONTH-TEXT.
           05  SCORE-YEAR          PIC 9(04).
           05  SCORE-MONTH-NUMBER  PIC 9(02).
       01  CALENDAR-AVAILABLE PIC X(01) VALUE 'Y'.
           88  CALENDAR-WAS-READ      VALUE 'Y'.
       01  REGISTER-FAILURE PIC X(01) VALUE 'N'.
           88  REGISTER-NOT-READ      VALUE 'Y'.
       01  KPI-WRITE-FAILURE PIC X(01) VALUE 'N'.
           88  KPI-RECORD-NOT-WRITTEN VALUE 'Y'.
       01  WINDOW-BUDGET-SECONDS PIC 9(06) VALUE 300.
      *    Mirror of the HISTORY-RECORD layout MATHS-SUITE and
      *    RUN-CONSOLIDATE write, picked apart by column.
       01  HISTORY-LINE.
           05  HIST-DATE           PIC X(08).
           05  FILLER              PIC X(01).
           05  HIST-SUITE-NAME     PIC X(12).
           05  FILLER              PIC X(01).
           05  HIST-TESTS-RUN      PIC X(04).
           05  FILLER              PIC X(01).
           05  HIST-PASSES         PIC X(04).
           05  FILLER              PIC X(01).
           05  HIST-FAILURES       PIC X(04).
           05  FILLER              PIC X(01).
           05  HIST-DURATION       PIC X(06).
           05  FILLER              PIC X(38).
       01  HIST-DATE-NUMERIC REDEFINES HISTORY-LINE
                               PIC 9(08).
       01  HIST-FAILURE-COUNT PIC 9(04).
       01  HIST-SECONDS    PIC 9(06).
      *    The two months scored: entry 1 is the PARM month, entry
      *    2 the month before it.
       01  PERIOD-SUB      PIC 9(01).
       01  DATE-PERIOD     PIC 9(01).
       01  WORK-DATE       PIC 9(08).
       01  WORK-MONTH-KEY  PIC 9(06).
       01  NEXT-MONTH-KEY  PIC 9(06).
       01  PERIOD-TABLE.
           05  PERIOD-FIGURES OCCURS 2 TIMES.
               10  PER-MONTH           PIC 9(06).
               10  PER-FIRST-DAY       PIC 9(07).
               10  PER-LAST-DAY        PIC 9(07).
               10  PER-RUNS            PIC 9(04).
               10  PER-GREEN           PIC 9(04).
               10  PER-GREEN-PERCENT   PIC 9(03)V9(01).
               10  PER-MISSED          PIC 9(04).
               10  PER-BREACHES        PIC 9(04).
               10  PER-FAILED-CASES    PIC 9(04).
               10  PER-REPAIRED        PIC 9(04).
               10  PER-UNREPAIRED      PIC 9(04).
               10  PER-REPAIR-RUNS     PIC 9(07).
               10  PER-REPAIR-DAYS     PIC 9(07).
               10  PER-AVG-RUNS        PIC 9(04)V9(01).
               10  PER-AVG-DAYS        PIC 9(04)V9(01).
               10  PER-ALERTS          PIC 9(05).
               10  PER-ACKED           PIC 9(05).
               10  PER-UNACKED         PIC 9(05).
               10  PER-ACK-MINUTES     PIC 9(09).
               10  PER-AVG-ACK         PIC 9(06)V9(01).
               10  PER-WORST-ACK       PIC 9(07).
               10  PER-QUAR-DAYS       PIC 9(06).
      *    Full-run dates HISTLOG shows in the two months, for the
      *    missed-run check.
       01  LOGGED-RUN-COUNT PIC 9(04) VALUE ZERO.
       01  LOGGED-RUN-TABLE.
           05  LOGGED-RUN-DATE OCCURS 200 TIMES
                   INDEXED BY LOGGED-IDX PIC 9(08).
       01  RUN-FOUND       PIC X(01).
           88  RUN-DATE-LOGGED        VALUE 'Y'.
      *    The PARM month's missed nights and budget breaches, for
      *    the run-exception section.
       01  RUN-EXCEPTION-COUNT PIC 9(03) VALUE ZERO.
       01  RUN-EXCEPTION-TABLE.
           05  RUN-EXCEPTION-ENTRY OCCURS 100 TIMES
                   INDEXED BY EXCEPTION-IDX.
               10  EXCEPTION-DATE      PIC 9(08).
               10  EXCEPTION-SECONDS   PIC 9(06).
               10  EXCEPTION-KIND      PIC X(01).
                   88  EXCEPTION-MISSED-RUN    VALUE 'M'.
                   88  EXCEPTION-OVER-BUDGET   VALUE 'B'.
      *    One repair episode per case per month: opened by the
      *    case's first FAIL in the month, closed by its next PASS.
      *    RESULTDB rows arrive in run order, so each run is given
      *    an ordinal as its identifier changes and the runs to
      *    repair are the difference of two ordinals.
       01  CURRENT-RUN-ID  PIC X(11) VALUE SPACES.
       01  CURRENT-RUN-ORDINAL PIC 9(06) VALUE ZERO.
       01  CURRENT-RUN-DAY PIC 9(07) VALUE ZERO.
       01  CURRENT-RUN-PERIOD PIC 9(01) VALUE ZERO.
       01  OPEN-REPAIR-COUNT PIC 9(04) VALUE ZERO.
       01  REPAIR-COUNT    PIC 9(04) VALUE ZERO.
       01  REPAIR-TABLE.
           05  REPAIR-ENTRY OCCURS 2000 TIMES INDEXED BY REPAIR-IDX.
               10  REPAIR-SUITE-NAME   PIC X(12).
               10  REPAIR-CASE-NAME    PIC X(30).
               10  REPAIR-PERIOD       PIC 9(01).
               10  REPAIR-FAIL-RUN-ID  PIC X(11).
               10  REPAIR-FAIL-ORDINAL PIC 9(06).
               10  REPAIR-FAIL-DAY     PIC 9(07).
               10  REPAIR-STATE        PIC X(01).
                   88  REPAIR-STILL-OPEN       VALUE 'O'.
                   88  REPAIR-COMPLETE         VALUE 'R'.
               10  REPAIR-PASS-RUN-ID  PIC X(11).
               10  REPAIR-RUNS         PIC 9(05).
               10  REPAIR-DAYS         PIC 9(05).
       01  REPAIR-DROPPED  PIC 9(04) VALUE ZERO.
       01  REPAIR-FOUND    PIC X(01).
           88  REPAIR-EPISODE-FOUND   VALUE 'Y'.
      *    Per-suite repair and quarantine figures for both months.
       01  SUITE-COUNT     PIC 9(02) VALUE ZERO.
       01  SUITE-TABLE.
           05  SUITE-ENTRY OCCURS 50 TIMES INDEXED BY SUITE-IDX.
               10  SUITE-NAME          PIC X(12).
               10  SUITE-PERIOD OCCURS 2 TIMES.
                   15  SP-FAILED           PIC 9(04).
                   15  SP-REPAIRED         PIC 9(04).
                   15  SP-REPAIR-RUNS      PIC 9(07).
                   15  SP-REPAIR-DAYS      PIC 9(07).
                   15  SP-QUAR-DAYS        PIC 9(06).
       01  WANTED-SUITE    PIC X(12).
       01  SUITE-FOUND     PIC X(01).
           88  SUITE-ON-TABLE         VALUE 'Y'.
       01  MATCH-IDX       PIC 9(04).
      *    Time to acknowledge, in minutes, as ALERT-ESCALATE
      *    measures it.
       01  WORK-DAY-NUMBER PIC 9(07).
       01  RAISED-MINUTES  PIC S9(11).
       01  ACKED-MINUTES   PIC S9(11).
       01  AGE-MINUTES     PIC S9(09).
       01  SLOW-ACK-COUNT  PIC 9(01) VALUE ZERO.
       01  SLOW-ACK-TABLE.
           05  SLOW-ACK-ENTRY OCCURS 6 TIMES INDEXED BY SLOW-IDX.
               10  SLOW-ALERT-ID       PIC X(13).
               10  SLOW-MINUTES        PIC 9(07).
               10  SLOW-ACK-BY         PIC X(08).
               10  SLOW-ALERT-TEXT     PIC X(50).
       01  SLOW-ACK-HOLD   PIC X(78).
       01  SLOW-SUB        PIC 9(01).
      *    Quarantine overlap with a month, in day numbers.
       01  QUAR-FROM-DAY   PIC 9(07).
       01  QUAR-TO-DAY     PIC 9(07).
       01  OVERLAP-FROM-DAY PIC 9(07).
       01  OVERLAP-TO-DAY  PIC 9(07).
       01  OVERLAP-DAYS    PIC 9(06).
      *    Pagination of the scorecard document.
       01  PAGE-LINE-LIMIT PIC 9(02) VALUE 55.
       01  PAGE-LINE-COUNT PIC 9(02) VALUE ZERO.
       01  PAGE-NUMBER     PIC 9(03) VALUE ZERO.
       01  PRINT-LINE      PIC X(132).
       01  PAGE-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               'MATHS LIBRARY MONTHLY SERVICE SCORECARD  '.
           05  FILLER              PIC X(06) VALUE 'MONTH '.
           05  HEADING-MONTH       PIC 9(06).
           05  FILLER              PIC X(07) VALUE '  PAGE '.
           05  HEADING-PAGE        PIC ZZ9.
       01  PAGE-SUBJECT-LINE.
           05  FILLER              PIC X(20) VALUE
               'COMPARED WITH MONTH '.
           05  SUBJECT-PRIOR-MONTH PIC 9(06).
           05  FILLER              PIC X(11) VALUE '  PRODUCED '.
           05  SUBJECT-DATE        PIC 9(08).
           05  FILLER              PIC X(17) VALUE
               '  WINDOW BUDGET '.
           05  SUBJECT-BUDGET      PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE ' S'.
       01  SECTION-BREAK-LINE  PIC X(40) VALUE ALL '-'.
      *    One figure against the month before.
       01  FIGURE-LABEL    PIC X(34).
       01  FIGURE-THIS     PIC S9(09)V9(01).
       01  FIGURE-PRIOR    PIC S9(09)V9(01).
       01  FIGURE-CHANGE   PIC S9(09)V9(01).
       01  FIGURE-DECIMALS PIC X(01).
           88  FIGURE-HAS-DECIMAL     VALUE 'Y'.
       01  WHOLE-EDIT      PIC Z(8)9.
       01  DECIMAL-EDIT    PIC Z(8)9.9.
       01  WHOLE-CHANGE-EDIT PIC +(8)9.
       01  DECIMAL-CHANGE-EDIT PIC +(8)9.9.
       01  COMPARISON-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE '   THIS MONTH'.
           05  FILLER              PIC X(13) VALUE '  PRIOR MONTH'.
           05  FILLER              PIC X(13) VALUE '       CHANGE'.
       01  COMPARISON-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COMPARE-LABEL       PIC X(34).
           05  COMPARE-THIS        PIC X(13) JUSTIFIED RIGHT.
           05  COMPARE-PRIOR       PIC X(13) JUSTIFIED RIGHT.
           05  COMPARE-CHANGE      PIC X(13) JUSTIFIED RIGHT.
       01  SUITE-HEADING-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(14) VALUE 'FAILED PRIOR  '.
           05  FILLER              PIC X(16) VALUE
               'REPAIRED PRIOR  '.
           05  FILLER              PIC X(17) VALUE
               'AVG RUNS  PRIOR  '.
           05  FILLER              PIC X(17) VALUE
               'AVG DAYS  PRIOR  '.
           05  FILLER              PIC X(16) VALUE
               'QUAR DAYS  PRIOR'.
       01  SUITE-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-SUITE-NAME     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDET-FAILED         PIC ZZZZZ9.
           05  SDET-PRIOR-FAILED   PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-REPAIRED       PIC ZZZZZZZ9.
           05  SDET-PRIOR-REPAIRED PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-AVG-RUNS       PIC ZZZZZ9.9.
           05  SDET-PRIOR-AVG-RUNS PIC ZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-AVG-DAYS       PIC ZZZZZ9.9.
           05  SDET-PRIOR-AVG-DAYS PIC ZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-QUAR-DAYS      PIC ZZZZZZZZ9.
           05  SDET-PRIOR-QUAR-DAYS PIC ZZZZZZ9.
       01  SUITE-AVERAGE       PIC 9(04)V9(01).
       01  REPAIR-HEADING-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(31) VALUE 'CASE'.
           05  FILLER              PIC X(12) VALUE 'FIRST FAIL'.
           05  FILLER              PIC X(12) VALUE 'NEXT PASS'.
           05  FILLER              PIC X(12) VALUE ' RUNS  DAYS'.
       01  REPAIR-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RDET-SUITE-NAME     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RDET-CASE-NAME      PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RDET-FAIL-RUN-ID    PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RDET-PASS-RUN-ID    PIC X(12).
           05  RDET-RUNS           PIC ZZZZ9.
           05  RDET-DAYS           PIC ZZZZZ9.
       01  SLOW-HEADING-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'ALERT ID'.
           05  FILLER              PIC X(09) VALUE ' MINUTES'.
           05  FILLER              PIC X(09) VALUE 'ACK BY'.
           05  FILLER              PIC X(10) VALUE 'ALERT TEXT'.
       01  SLOW-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-ALERT-ID       PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDET-MINUTES        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-ACK-BY         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDET-ALERT-TEXT     PIC X(50).
       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  XDET-DATE           PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  XDET-TEXT           PIC X(50).
       01  SECONDS-EDIT    PIC ZZZZZ9.
       01  MONTH-EDIT      PIC 9(06).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(10).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM READ-SCORECARD-PARM.

           IF SCORE-MONTH-TEXT IS NOT NUMERIC
                   OR SCORE-MONTH-NUMBER < 1
                   OR SCORE-MONTH-NUMBER > 12
                   OR SCORE-YEAR < 1601
               DISPLAY 'SERVICE-SCORECARD: PARM MUST BE A MONTH, '
                   'YYYYMM: ' SCORE-MONTH-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SET-PERIOD-BOUNDS.
           PERFORM READ-WINDOW-BUDGET.
           PERFORM SCORE-HISTORY-LOG.
           IF NOT REGISTER-NOT-READ
               PERFORM SCORE-MISSED-RUNS
               PERFORM SCORE-REPAIR-TIMES
           END-IF.
           IF NOT REGISTER-NOT-READ
               PERFORM SCORE-ACKNOWLEDGMENTS
           END-IF.
           IF NOT REGISTER-NOT-READ
               PERFORM SCORE-QUARANTINE-DAYS
           END-IF.
           IF REGISTER-NOT-READ
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DERIVE-PERIOD-AVERAGES
               VARYING PERIOD-SUB FROM 1 BY 1
               UNTIL PERIOD-SUB > 2.
           PERFORM WRITE-SCORECARD-DOCUMENT.
           PERFORM WRITE-KPI-RECORD.

           DISPLAY 'SERVICE-SCORECARD: MONTH ' PER-MONTH(1) ' RUNS '
               PER-RUNS(1) ' GREEN ' PER-GREEN(1) ' CASES FAILED '
               PER-FAILED-CASES(1) ' ALERTS ' PER-ALERTS(1).

           IF KPI-RECORD-NOT-WRITTEN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT CALENDAR-WAS-READ
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-SCORECARD-PARM.
           MOVE SPACES TO SCORE-MONTH-TEXT.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 10
               MOVE 10 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   TO SCORE-MONTH-TEXT
           END-IF.

      *    Entry 1 is the PARM month, entry 2 the one before; each
      *    runs from its first day to the day before the first of
      *    the month after it.
       SET-PERIOD-BOUNDS.
           INITIALIZE PERIOD-TABLE.
           MOVE SCORE-MONTH-TEXT TO PER-MONTH(1).
           IF SCORE-MONTH-NUMBER = 1
               COMPUTE PER-MONTH(2) = (SCORE-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE PER-MONTH(2) = PER-MONTH(1) - 1
           END-IF.
           PERFORM SET-ONE-PERIOD-BOUNDS
               VARYING PERIOD-SUB FROM 1 BY 1
               UNTIL PERIOD-SUB > 2.

       SET-ONE-PERIOD-BOUNDS.
           COMPUTE WORK-DATE = PER-MONTH(PERIOD-SUB) * 100 + 1.
           COMPUTE PER-FIRST-DAY(PERIOD-SUB) =
               FUNCTION INTEGER-OF-DATE(WORK-DATE).
           IF PER-MONTH(PERIOD-SUB)(5:2) = '12'
               COMPUTE NEXT-MONTH-KEY = PER-MONTH(PERIOD-SUB) + 89
           ELSE
               COMPUTE NEXT-MONTH-KEY = PER-MONTH(PERIOD-SUB) + 1
           END-IF.
           COMPUTE WORK-DATE = NEXT-MONTH-KEY * 100 + 1.
           COMPUTE PER-LAST-DAY(PERIOD-SUB) =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1.

      *    Sets DATE-PERIOD to the scored month WORK-DATE falls in,
      *    zero when it falls in neither.
       FIND-DATE-PERIOD.
           MOVE ZERO TO DATE-PERIOD.
           COMPUTE WORK-MONTH-KEY = WORK-DATE / 100.
           IF WORK-MONTH-KEY = PER-MONTH(1)
               MOVE 1 TO DATE-PERIOD
           END-IF.
           IF WORK-MONTH-KEY = PER-MONTH(2)
               MOVE 2 TO DATE-PERIOD
           END-IF.

      *    The budget in force now is the one judged against for
      *    both months - WINDOWCFG keeps no history of its own.
       READ-WINDOW-BUDGET.
           OPEN INPUT WINDOW-CONFIG-FILE.
           IF WINDOW-STATUS = '00'
               READ WINDOW-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WINDOW-CONFIG-RECORD NOT = SPACES
                           COMPUTE WINDOW-BUDGET-SECONDS =
                               FUNCTION NUMVAL(WINDOW-CONFIG-RECORD)
                       END-IF
               END-READ
               CLOSE WINDOW-CONFIG-FILE
           END-IF.

      *    Only the 'MATHS-SUITE' lines are full runs - serial ALL
      *    runs and RUN-CONSOLIDATE's combined line - as in
      *    TREND-REPORT and RUN-WATCHDOG.
       SCORE-HISTORY-LOG.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS = '00'
               PERFORM READ-NEXT-HISTORY-LINE
                   UNTIL NO-MORE-RECORDS
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'SERVICE-SCORECARD: HISTLOG NOT AVAILABLE, '
                   'STATUS=' HIST-STATUS
               SET REGISTER-NOT-READ TO TRUE
           END-IF.

       READ-NEXT-HISTORY-LINE.
           READ HISTORY-FILE INTO HISTORY-LINE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF HIST-DATE IS NUMERIC
                           AND HIST-SUITE-NAME = 'MATHS-SUITE'
                       MOVE HIST-DATE-NUMERIC TO WORK-DATE
                       PERFORM FIND-DATE-PERIOD
                       IF DATE-PERIOD > ZERO
                           PERFORM SCORE-HISTORY-RUN
                       END-IF
                   END-IF
           END-READ.

       SCORE-HISTORY-RUN.
           MOVE DATE-PERIOD TO PERIOD-SUB.
           ADD 1 TO PER-RUNS(PERIOD-SUB).
           COMPUTE HIST-FAILURE-COUNT = FUNCTION NUMVAL(HIST-FAILURES).
           IF HIST-FAILURE-COUNT = ZERO
               ADD 1 TO PER-GREEN(PERIOD-SUB)
           END-IF.
           IF HIST-DURATION = SPACES
               MOVE ZERO TO HIST-SECONDS
           ELSE
               COMPUTE HIST-SECONDS = FUNCTION NUMVAL(HIST-DURATION)
           END-IF.
           IF HIST-SECONDS > WINDOW-BUDGET-SECONDS
               ADD 1 TO PER-BREACHES(PERIOD-SUB)
               IF PERIOD-SUB = 1
                   PERFORM NOTE-BUDGET-BREACH
               END-IF
           END-IF.
           IF LOGGED-RUN-COUNT < 200
               ADD 1 TO LOGGED-RUN-COUNT
               SET LOGGED-IDX TO LOGGED-RUN-COUNT
               MOVE WORK-DATE TO LOGGED-RUN-DATE(LOGGED-IDX)
           END-IF.

       NOTE-BUDGET-BREACH.
           IF RUN-EXCEPTION-COUNT < 100
               ADD 1 TO RUN-EXCEPTION-COUNT
               SET EXCEPTION-IDX TO RUN-EXCEPTION-COUNT
               MOVE WORK-DATE TO EXCEPTION-DATE(EXCEPTION-IDX)
               MOVE HIST-SECONDS TO EXCEPTION-SECONDS(EXCEPTION-IDX)
               SET EXCEPTION-OVER-BUDGET(EXCEPTION-IDX) TO TRUE
           END-IF.

      *    A scheduled night in either month, up to today, with no
      *    full-run line is a missed run - RUN-WATCHDOG's test.
       SCORE-MISSED-RUNS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF CALENDAR-STATUS = '00'
               PERFORM CHECK-NEXT-CALENDAR-DATE
                   UNTIL NO-MORE-RECORDS
               CLOSE RUN-CALENDAR-FILE
           ELSE
               DISPLAY 'SERVICE-SCORECARD: RUNCAL NOT AVAILABLE, '
                   'STATUS=' CALENDAR-STATUS ' - MISSED RUNS NOT '
                   'COUNTED'
               MOVE 'N' TO CALENDAR-AVAILABLE
           END-IF.

       CHECK-NEXT-CALENDAR-DATE.
           READ RUN-CALENDAR-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RUN-CALENDAR-RECORD IS NUMERIC
                       MOVE RUN-CALENDAR-RECORD TO WORK-DATE
                       PERFORM FIND-DATE-PERIOD
                       IF DATE-PERIOD > ZERO
                               AND WORK-DATE <= RUN-DATE
                           PERFORM JUDGE-CALENDAR-DATE
                       END-IF
                   END-IF
           END-READ.

       JUDGE-CALENDAR-DATE.
           MOVE 'N' TO RUN-FOUND.
           PERFORM CHECK-LOGGED-DATE
               VARYING LOGGED-IDX FROM 1 BY 1
               UNTIL LOGGED-IDX > LOGGED-RUN-COUNT
                   OR RUN-DATE-LOGGED.
           IF NOT RUN-DATE-LOGGED
               ADD 1 TO PER-MISSED(DATE-PERIOD)
               IF DATE-PERIOD = 1 AND RUN-EXCEPTION-COUNT < 100
                   ADD 1 TO RUN-EXCEPTION-COUNT
                   SET EXCEPTION-IDX TO RUN-EXCEPTION-COUNT
                   MOVE WORK-DATE TO EXCEPTION-DATE(EXCEPTION-IDX)
                   MOVE ZERO TO EXCEPTION-SECONDS(EXCEPTION-IDX)
                   SET EXCEPTION-MISSED-RUN(EXCEPTION-IDX) TO TRUE
               END-IF
           END-IF.

       CHECK-LOGGED-DATE.
           IF LOGGED-RUN-DATE(LOGGED-IDX) = WORK-DATE
               SET RUN-DATE-LOGGED TO TRUE
           END-IF.

      *    The whole of RESULTDB is read: runs before the prior
      *    month still count toward the run ordinals, and the PASS
      *    that closes an episode may come after the PARM month.
       SCORE-REPAIR-TIMES.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               DISPLAY 'SERVICE-SCORECARD: RESULTDB NOT AVAILABLE, '
                   'STATUS=' RESULT-STATUS
               SET REGISTER-NOT-READ TO TRUE
           ELSE
               PERFORM READ-NEXT-RESULT-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE RESULT-MASTER-FILE
               PERFORM ROLL-REPAIR-INTO-SUITE
                   VARYING REPAIR-IDX FROM 1 BY 1
                   UNTIL REPAIR-IDX > REPAIR-COUNT
               IF REPAIR-DROPPED > ZERO
                   DISPLAY 'SERVICE-SCORECARD: ' REPAIR-DROPPED
                       ' FAILED CASES OVER THE TABLE LIMIT NOT SCORED'
               END-IF
           END-IF.

       READ-NEXT-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RESULT-RUN-ID NOT = CURRENT-RUN-ID
                       PERFORM START-RESULT-RUN
                   END-IF
                   IF RESULT-CASE-STATUS = 'FAIL'
                           AND CURRENT-RUN-PERIOD > ZERO
                       PERFORM OPEN-REPAIR-EPISODE
                   END-IF
                   IF RESULT-CASE-STATUS = 'PASS'
                           AND OPEN-REPAIR-COUNT > ZERO
                       PERFORM CLOSE-REPAIR-EPISODES
                           VARYING REPAIR-IDX FROM 1 BY 1
                           UNTIL REPAIR-IDX > REPAIR-COUNT
                   END-IF
           END-READ.

       START-RESULT-RUN.
           MOVE RESULT-RUN-ID TO CURRENT-RUN-ID.
           ADD 1 TO CURRENT-RUN-ORDINAL.
           MOVE ZERO TO CURRENT-RUN-PERIOD.
           MOVE ZERO TO CURRENT-RUN-DAY.
           IF RESULT-RUN-ID(1:8) IS NUMERIC
               MOVE RESULT-RUN-ID(1:8) TO WORK-DATE
               COMPUTE CURRENT-RUN-DAY =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE)
               PERFORM FIND-DATE-PERIOD
               MOVE DATE-PERIOD TO CURRENT-RUN-PERIOD
           END-IF.

      *    Only the first FAIL of a case in a month opens its
      *    episode; later failures in the same month belong to it.
       OPEN-REPAIR-EPISODE.
           MOVE 'N' TO REPAIR-FOUND.
           PERFORM FIND-REPAIR-EPISODE
               VARYING REPAIR-IDX FROM 1 BY 1
               UNTIL REPAIR-IDX > REPAIR-COUNT
                   OR REPAIR-EPISODE-FOUND.
           IF NOT REPAIR-EPISODE-FOUND
               IF REPAIR-COUNT < 2000
                   ADD 1 TO REPAIR-COUNT
                   SET REPAIR-IDX TO REPAIR-COUNT
                   MOVE RESULT-SUITE-NAME TO
                       REPAIR-SUITE-NAME(REPAIR-IDX)
                   MOVE RESULT-CASE-NAME TO
                       REPAIR-CASE-NAME(REPAIR-IDX)
                   MOVE CURRENT-RUN-PERIOD TO REPAIR-PERIOD(REPAIR-IDX)
                   MOVE RESULT-RUN-ID TO REPAIR-FAIL-RUN-ID(REPAIR-IDX)
                   MOVE CURRENT-RUN-ORDINAL TO
                       REPAIR-FAIL-ORDINAL(REPAIR-IDX)
                   MOVE CURRENT-RUN-DAY TO REPAIR-FAIL-DAY(REPAIR-IDX)
                   SET REPAIR-STILL-OPEN(REPAIR-IDX) TO TRUE
                   MOVE SPACES TO REPAIR-PASS-RUN-ID(REPAIR-IDX)
                   MOVE ZERO TO REPAIR-RUNS(REPAIR-IDX)
                   MOVE ZERO TO REPAIR-DAYS(REPAIR-IDX)
                   ADD 1 TO OPEN-REPAIR-COUNT
               ELSE
                   ADD 1 TO REPAIR-DROPPED
               END-IF
           END-IF.

       FIND-REPAIR-EPISODE.
           IF REPAIR-PERIOD(REPAIR-IDX) = CURRENT-RUN-PERIOD
                   AND REPAIR-CASE-NAME(REPAIR-IDX) = RESULT-CASE-NAME
                   AND REPAIR-SUITE-NAME(REPAIR-IDX)
                       = RESULT-SUITE-NAME
               SET REPAIR-EPISODE-FOUND TO TRUE
           END-IF.

       CLOSE-REPAIR-EPISODES.
           IF REPAIR-STILL-OPEN(REPAIR-IDX)
                   AND REPAIR-CASE-NAME(REPAIR-IDX) = RESULT-CASE-NAME
                   AND REPAIR-SUITE-NAME(REPAIR-IDX)
                       = RESULT-SUITE-NAME
               SET REPAIR-COMPLETE(REPAIR-IDX) TO TRUE
               MOVE RESULT-RUN-ID TO REPAIR-PASS-RUN-ID(REPAIR-IDX)
               COMPUTE REPAIR-RUNS(REPAIR-IDX) = CURRENT-RUN-ORDINAL
                   - REPAIR-FAIL-ORDINAL(REPAIR-IDX)
               IF CURRENT-RUN-DAY > REPAIR-FAIL-DAY(REPAIR-IDX)
                   COMPUTE REPAIR-DAYS(REPAIR-IDX) = CURRENT-RUN-DAY
                       - REPAIR-FAIL-DAY(REPAIR-IDX)
               END-IF
               SUBTRACT 1 FROM OPEN-REPAIR-COUNT
           END-IF.

       ROLL-REPAIR-INTO-SUITE.
           MOVE REPAIR-PERIOD(REPAIR-IDX) TO PERIOD-SUB.
           MOVE REPAIR-SUITE-NAME(REPAIR-IDX) TO WANTED-SUITE.
           PERFORM FIND-OR-ADD-SUITE.
           ADD 1 TO PER-FAILED-CASES(PERIOD-SUB).
           IF REPAIR-COMPLETE(REPAIR-IDX)
               ADD 1 TO PER-REPAIRED(PERIOD-SUB)
               ADD REPAIR-RUNS(REPAIR-IDX)
                   TO PER-REPAIR-RUNS(PERIOD-SUB)
               ADD REPAIR-DAYS(REPAIR-IDX)
                   TO PER-REPAIR-DAYS(PERIOD-SUB)
           ELSE
               ADD 1 TO PER-UNREPAIRED(PERIOD-SUB)
           END-IF.
           IF MATCH-IDX > ZERO
               SET SUITE-IDX TO MATCH-IDX
               ADD 1 TO SP-FAILED(SUITE-IDX, PERIOD-SUB)
               IF REPAIR-COMPLETE(REPAIR-IDX)
                   ADD 1 TO SP-REPAIRED(SUITE-IDX, PERIOD-SUB)
                   ADD REPAIR-RUNS(REPAIR-IDX)
                       TO SP-REPAIR-RUNS(SUITE-IDX, PERIOD-SUB)
                   ADD REPAIR-DAYS(REPAIR-IDX)
                       TO SP-REPAIR-DAYS(SUITE-IDX, PERIOD-SUB)
               END-IF
           END-IF.

      *    Leaves MATCH-IDX on WANTED-SUITE's entry, adding one if
      *    the suite is new; zero when the table is full.
       FIND-OR-ADD-SUITE.
           MOVE 'N' TO SUITE-FOUND.
           MOVE ZERO TO MATCH-IDX.
           PERFORM FIND-SUITE-ENTRY
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > SUITE-COUNT
                   OR SUITE-ON-TABLE.
           IF NOT SUITE-ON-TABLE AND SUITE-COUNT < 50
               ADD 1 TO SUITE-COUNT
               MOVE SUITE-COUNT TO MATCH-IDX
               SET SUITE-IDX TO MATCH-IDX
               INITIALIZE SUITE-ENTRY(SUITE-IDX)
               MOVE WANTED-SUITE TO SUITE-NAME(SUITE-IDX)
           END-IF.

       FIND-SUITE-ENTRY.
           IF SUITE-NAME(SUITE-IDX) = WANTED-SUITE
               SET SUITE-ON-TABLE TO TRUE
               SET MATCH-IDX TO SUITE-IDX
           END-IF.

       SCORE-ACKNOWLEDGMENTS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT ALERT-REG-FILE.
           IF AREG-STATUS NOT = '00'
               DISPLAY 'SERVICE-SCORECARD: ALERTREG NOT AVAILABLE, '
                   'STATUS=' AREG-STATUS
               SET REGISTER-NOT-READ TO TRUE
           ELSE
               PERFORM READ-NEXT-ALERT
                   UNTIL NO-MORE-RECORDS
               CLOSE ALERT-REG-FILE
           END-IF.

       READ-NEXT-ALERT.
           READ ALERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF AREG-ID-DATE IS NUMERIC
                           AND AREG-ALERT-TEXT(1:10) NOT = 'ESCALATION'
                       MOVE AREG-ID-DATE TO WORK-DATE
                       PERFORM FIND-DATE-PERIOD
                       IF DATE-PERIOD > ZERO
                           PERFORM SCORE-ONE-ALERT
                       END-IF
                   END-IF
           END-READ.

       SCORE-ONE-ALERT.
           MOVE DATE-PERIOD TO PERIOD-SUB.
           ADD 1 TO PER-ALERTS(PERIOD-SUB).
           IF AREG-ACKNOWLEDGED AND AREG-ACK-DATE IS NUMERIC
               ADD 1 TO PER-ACKED(PERIOD-SUB)
               PERFORM MEASURE-ACK-MINUTES
               ADD AGE-MINUTES TO PER-ACK-MINUTES(PERIOD-SUB)
               IF AGE-MINUTES > PER-WORST-ACK(PERIOD-SUB)
                   MOVE AGE-MINUTES TO PER-WORST-ACK(PERIOD-SUB)
               END-IF
               IF PERIOD-SUB = 1
                   PERFORM KEEP-SLOW-ACKNOWLEDGMENT
               END-IF
           ELSE
               ADD 1 TO PER-UNACKED(PERIOD-SUB)
           END-IF.

       MEASURE-ACK-MINUTES.
           COMPUTE WORK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(AREG-ID-DATE).
           COMPUTE RAISED-MINUTES = WORK-DAY-NUMBER * 1440
               + FUNCTION NUMVAL(AREG-RAISED-TIME(1:2)) * 60
               + FUNCTION NUMVAL(AREG-RAISED-TIME(3:2)).
           COMPUTE WORK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(AREG-ACK-DATE).
           COMPUTE ACKED-MINUTES = WORK-DAY-NUMBER * 1440
               + FUNCTION NUMVAL(AREG-ACK-TIME(1:2)) * 60
               + FUNCTION NUMVAL(AREG-ACK-TIME(3:2)).
           COMPUTE AGE-MINUTES = ACKED-MINUTES - RAISED-MINUTES.
           IF AGE-MINUTES < ZERO
               MOVE ZERO TO AGE-MINUTES
           END-IF.

      *    The five slowest acknowledgments of the PARM month, kept
      *    slowest first: the new one goes in at the bottom (the
      *    sixth slot when the five are full) and rises past every
      *    faster entry.
       KEEP-SLOW-ACKNOWLEDGMENT.
           COMPUTE SLOW-SUB = SLOW-ACK-COUNT + 1.
           SET SLOW-IDX TO SLOW-SUB.
           MOVE AREG-ALERT-ID TO SLOW-ALERT-ID(SLOW-IDX).
           MOVE AGE-MINUTES TO SLOW-MINUTES(SLOW-IDX).
           MOVE AREG-ACK-BY TO SLOW-ACK-BY(SLOW-IDX).
           MOVE AREG-ALERT-TEXT TO SLOW-ALERT-TEXT(SLOW-IDX).
           PERFORM RAISE-SLOW-ACKNOWLEDGMENT
               UNTIL SLOW-SUB = 1.
           IF SLOW-ACK-COUNT < 5
               ADD 1 TO SLOW-ACK-COUNT
           END-IF.

       RAISE-SLOW-ACKNOWLEDGMENT.
           SET SLOW-IDX TO SLOW-SUB.
           IF SLOW-MINUTES(SLOW-IDX) > SLOW-MINUTES(SLOW-IDX - 1)
               MOVE SLOW-ACK-ENTRY(SLOW-IDX) TO SLOW-ACK-HOLD
               MOVE SLOW-ACK-ENTRY(SLOW-IDX - 1)
                   TO SLOW-ACK-ENTRY(SLOW-IDX)
               MOVE SLOW-ACK-HOLD TO SLOW-ACK-ENTRY(SLOW-IDX - 1)
               SUBTRACT 1 FROM SLOW-SUB
           ELSE
               MOVE 1 TO SLOW-SUB
           END-IF.

      *    QUARREG holds the quarantines in force; each counts the
      *    days of a month it covered, from its start to its expiry
      *    or today, whichever is earlier.
       SCORE-QUARANTINE-DAYS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT QUARANTINE-REG-FILE.
           IF QREG-STATUS NOT = '00'
               DISPLAY 'SERVICE-SCORECARD: QUARREG NOT AVAILABLE, '
                   'STATUS=' QREG-STATUS
               SET REGISTER-NOT-READ TO TRUE
           ELSE
               PERFORM READ-NEXT-QUARANTINE
                   UNTIL NO-MORE-RECORDS
               CLOSE QUARANTINE-REG-FILE
           END-IF.

       READ-NEXT-QUARANTINE.
           READ QUARANTINE-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF QREG-START-DATE IS NUMERIC
                       PERFORM SCORE-ONE-QUARANTINE
                   END-IF
           END-READ.

       SCORE-ONE-QUARANTINE.
           COMPUTE QUAR-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(QREG-START-DATE).
           MOVE TODAY-DAY-NUMBER TO QUAR-TO-DAY.
           IF QREG-EXPIRY-DATE IS NUMERIC
                   AND QREG-EXPIRY-DATE > ZERO
                   AND QREG-EXPIRY-DATE < RUN-DATE
               COMPUTE QUAR-TO-DAY =
                   FUNCTION INTEGER-OF-DATE(QREG-EXPIRY-DATE)
           END-IF.
           MOVE QREG-SUITE-NAME TO WANTED-SUITE.
           PERFORM ADD-QUARANTINE-OVERLAP
               VARYING PERIOD-SUB FROM 1 BY 1
               UNTIL PERIOD-SUB > 2.

       ADD-QUARANTINE-OVERLAP.
           MOVE QUAR-FROM-DAY TO OVERLAP-FROM-DAY.
           IF PER-FIRST-DAY(PERIOD-SUB) > OVERLAP-FROM-DAY
               MOVE PER-FIRST-DAY(PERIOD-SUB) TO OVERLAP-FROM-DAY
           END-IF.
           MOVE QUAR-TO-DAY TO OVERLAP-TO-DAY.
           IF PER-LAST-DAY(PERIOD-SUB) < OVERLAP-TO-DAY
               MOVE PER-LAST-DAY(PERIOD-SUB) TO OVERLAP-TO-DAY
           END-IF.
           IF OVERLAP-TO-DAY NOT < OVERLAP-FROM-DAY
               COMPUTE OVERLAP-DAYS =
                   OVERLAP-TO-DAY - OVERLAP-FROM-DAY + 1
               ADD OVERLAP-DAYS TO PER-QUAR-DAYS(PERIOD-SUB)
               PERFORM FIND-OR-ADD-SUITE
               IF MATCH-IDX > ZERO
                   SET SUITE-IDX TO MATCH-IDX
                   ADD OVERLAP-DAYS
                       TO SP-QUAR-DAYS(SUITE-IDX, PERIOD-SUB)
               END-IF
           END-IF.

       DERIVE-PERIOD-AVERAGES.
           IF PER-RUNS(PERIOD-SUB) > ZERO
               COMPUTE PER-GREEN-PERCENT(PERIOD-SUB) ROUNDED =
                   PER-GREEN(PERIOD-SUB) * 100 / PER-RUNS(PERIOD-SUB)
           END-IF.
           IF PER-REPAIRED(PERIOD-SUB) > ZERO
               COMPUTE PER-AVG-RUNS(PERIOD-SUB) ROUNDED =
                   PER-REPAIR-RUNS(PERIOD-SUB)
                       / PER-REPAIRED(PERIOD-SUB)
               COMPUTE PER-AVG-DAYS(PERIOD-SUB) ROUNDED =
                   PER-REPAIR-DAYS(PERIOD-SUB)
                       / PER-REPAIRED(PERIOD-SUB)
           END-IF.
           IF PER-ACKED(PERIOD-SUB) > ZERO
               COMPUTE PER-AVG-ACK(PERIOD-SUB) ROUNDED =
                   PER-ACK-MINUTES(PERIOD-SUB) / PER-ACKED(PERIOD-SUB)
           END-IF.

       WRITE-SCORECARD-DOCUMENT.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           MOVE PER-MONTH(1) TO HEADING-MONTH.
           MOVE PER-MONTH(2) TO SUBJECT-PRIOR-MONTH.
           MOVE RUN-DATE TO SUBJECT-DATE.
           MOVE WINDOW-BUDGET-SECONDS TO SUBJECT-BUDGET.

           PERFORM WRITE-FIGURES-SECTION.
           PERFORM WRITE-SUITE-SECTION.
           PERFORM WRITE-REPAIR-SECTION.
           PERFORM WRITE-SLOW-ACK-SECTION.
           PERFORM WRITE-RUN-EXCEPTION-SECTION.

           CLOSE SCORECARD-REPORT-FILE.

       WRITE-FIGURES-SECTION.
           MOVE 'SERVICE FIGURES' TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           MOVE COMPARISON-HEADING-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

           MOVE 'FULL RUNS' TO FIGURE-LABEL.
           MOVE PER-RUNS(1) TO FIGURE-THIS.
           MOVE PER-RUNS(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'GREEN RUNS' TO FIGURE-LABEL.
           MOVE PER-GREEN(1) TO FIGURE-THIS.
           MOVE PER-GREEN(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'GREEN-RUN PERCENTAGE' TO FIGURE-LABEL.
           MOVE PER-GREEN-PERCENT(1) TO FIGURE-THIS.
           MOVE PER-GREEN-PERCENT(2) TO FIGURE-PRIOR.
           PERFORM WRITE-DECIMAL-FIGURE.
           IF CALENDAR-WAS-READ
               MOVE 'MISSED RUNS' TO FIGURE-LABEL
           ELSE
               MOVE 'MISSED RUNS (RUNCAL NOT READ)' TO FIGURE-LABEL
           END-IF.
           MOVE PER-MISSED(1) TO FIGURE-THIS.
           MOVE PER-MISSED(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'WINDOW-BUDGET BREACHES' TO FIGURE-LABEL.
           MOVE PER-BREACHES(1) TO FIGURE-THIS.
           MOVE PER-BREACHES(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

           MOVE 'CASES FAILED' TO FIGURE-LABEL.
           MOVE PER-FAILED-CASES(1) TO FIGURE-THIS.
           MOVE PER-FAILED-CASES(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'CASES REPAIRED' TO FIGURE-LABEL.
           MOVE PER-REPAIRED(1) TO FIGURE-THIS.
           MOVE PER-REPAIRED(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'CASES NOT YET REPAIRED' TO FIGURE-LABEL.
           MOVE PER-UNREPAIRED(1) TO FIGURE-THIS.
           MOVE PER-UNREPAIRED(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'AVERAGE RUNS TO REPAIR' TO FIGURE-LABEL.
           MOVE PER-AVG-RUNS(1) TO FIGURE-THIS.
           MOVE PER-AVG-RUNS(2) TO FIGURE-PRIOR.
           PERFORM WRITE-DECIMAL-FIGURE.
           MOVE 'AVERAGE DAYS TO REPAIR' TO FIGURE-LABEL.
           MOVE PER-AVG-DAYS(1) TO FIGURE-THIS.
           MOVE PER-AVG-DAYS(2) TO FIGURE-PRIOR.
           PERFORM WRITE-DECIMAL-FIGURE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

           MOVE 'ALERTS RAISED' TO FIGURE-LABEL.
           MOVE PER-ALERTS(1) TO FIGURE-THIS.
           MOVE PER-ALERTS(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'ALERTS ACKNOWLEDGED' TO FIGURE-LABEL.
           MOVE PER-ACKED(1) TO FIGURE-THIS.
           MOVE PER-ACKED(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'ALERTS NOT ACKNOWLEDGED' TO FIGURE-LABEL.
           MOVE PER-UNACKED(1) TO FIGURE-THIS.
           MOVE PER-UNACKED(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE 'AVERAGE MINUTES TO ACKNOWLEDGE' TO FIGURE-LABEL.
           MOVE PER-AVG-ACK(1) TO FIGURE-THIS.
           MOVE PER-AVG-ACK(2) TO FIGURE-PRIOR.
           PERFORM WRITE-DECIMAL-FIGURE.
           MOVE 'WORST MINUTES TO ACKNOWLEDGE' TO FIGURE-LABEL.
           MOVE PER-WORST-ACK(1) TO FIGURE-THIS.
           MOVE PER-WORST-ACK(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

           MOVE 'QUARANTINE-DAYS' TO FIGURE-LABEL.
           MOVE PER-QUAR-DAYS(1) TO FIGURE-THIS.
           MOVE PER-QUAR-DAYS(2) TO FIGURE-PRIOR.
           PERFORM WRITE-WHOLE-FIGURE.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-WHOLE-FIGURE.
           MOVE 'N' TO FIGURE-DECIMALS.
           PERFORM WRITE-COMPARISON-LINE.

       WRITE-DECIMAL-FIGURE.
           MOVE 'Y' TO FIGURE-DECIMALS.
           PERFORM WRITE-COMPARISON-LINE.

       WRITE-COMPARISON-LINE.
           COMPUTE FIGURE-CHANGE = FIGURE-THIS - FIGURE-PRIOR.
           MOVE FIGURE-LABEL TO COMPARE-LABEL.
           IF FIGURE-HAS-DECIMAL
               MOVE FIGURE-THIS TO DECIMAL-EDIT
               MOVE DECIMAL-EDIT TO COMPARE-THIS
               MOVE FIGURE-PRIOR TO DECIMAL-EDIT
               MOVE DECIMAL-EDIT TO COMPARE-PRIOR
               MOVE FIGURE-CHANGE TO DECIMAL-CHANGE-EDIT
               MOVE DECIMAL-CHANGE-EDIT TO COMPARE-CHANGE
           ELSE
               MOVE FIGURE-THIS TO WHOLE-EDIT
               MOVE WHOLE-EDIT TO COMPARE-THIS
               MOVE FIGURE-PRIOR TO WHOLE-EDIT
               MOVE WHOLE-EDIT TO COMPARE-PRIOR
               MOVE FIGURE-CHANGE TO WHOLE-CHANGE-EDIT
               MOVE WHOLE-CHANGE-EDIT TO COMPARE-CHANGE
           END-IF.
           MOVE COMPARISON-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-SUITE-SECTION.
           MOVE 'TIME TO REPAIR AND QUARANTINE-DAYS BY SUITE'
               TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           IF SUITE-COUNT = ZERO
               MOVE '  NO FAILED OR QUARANTINED CASES IN EITHER MONTH'
                   TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           ELSE
               MOVE SUITE-HEADING-LINE TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
               PERFORM WRITE-SUITE-DETAIL
                   VARYING SUITE-IDX FROM 1 BY 1
                   UNTIL SUITE-IDX > SUITE-COUNT
           END-IF.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-SUITE-DETAIL.
           MOVE SUITE-NAME(SUITE-IDX) TO SDET-SUITE-NAME.
           MOVE SP-FAILED(SUITE-IDX, 1) TO SDET-FAILED.
           MOVE SP-FAILED(SUITE-IDX, 2) TO SDET-PRIOR-FAILED.
           MOVE SP-REPAIRED(SUITE-IDX, 1) TO SDET-REPAIRED.
           MOVE SP-REPAIRED(SUITE-IDX, 2) TO SDET-PRIOR-REPAIRED.
           MOVE 1 TO PERIOD-SUB.
           PERFORM AVERAGE-SUITE-RUNS.
           MOVE SUITE-AVERAGE TO SDET-AVG-RUNS.
           PERFORM AVERAGE-SUITE-DAYS.
           MOVE SUITE-AVERAGE TO SDET-AVG-DAYS.
           MOVE 2 TO PERIOD-SUB.
           PERFORM AVERAGE-SUITE-RUNS.
           MOVE SUITE-AVERAGE TO SDET-PRIOR-AVG-RUNS.
           PERFORM AVERAGE-SUITE-DAYS.
           MOVE SUITE-AVERAGE TO SDET-PRIOR-AVG-DAYS.
           MOVE SP-QUAR-DAYS(SUITE-IDX, 1) TO SDET-QUAR-DAYS.
           MOVE SP-QUAR-DAYS(SUITE-IDX, 2) TO SDET-PRIOR-QUAR-DAYS.
           MOVE SUITE-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       AVERAGE-SUITE-RUNS.
           MOVE ZERO TO SUITE-AVERAGE.
           IF SP-REPAIRED(SUITE-IDX, PERIOD-SUB) > ZERO
               COMPUTE SUITE-AVERAGE ROUNDED =
                   SP-REPAIR-RUNS(SUITE-IDX, PERIOD-SUB)
                       / SP-REPAIRED(SUITE-IDX, PERIOD-SUB)
           END-IF.

       AVERAGE-SUITE-DAYS.
           MOVE ZERO TO SUITE-AVERAGE.
           IF SP-REPAIRED(SUITE-IDX, PERIOD-SUB) > ZERO
               COMPUTE SUITE-AVERAGE ROUNDED =
                   SP-REPAIR-DAYS(SUITE-IDX, PERIOD-SUB)
                       / SP-REPAIRED(SUITE-IDX, PERIOD-SUB)
           END-IF.

      *    Every case that failed in the PARM month, in the order
      *    its first failure came.
       WRITE-REPAIR-SECTION.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CASES FAILED IN ' PER-MONTH(1)
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-DOCUMENT-LINE.
           IF PER-FAILED-CASES(1) = ZERO
               MOVE '  NONE' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           ELSE
               MOVE REPAIR-HEADING-LINE TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
               PERFORM WRITE-REPAIR-DETAIL
                   VARYING REPAIR-IDX FROM 1 BY 1
                   UNTIL REPAIR-IDX > REPAIR-COUNT
           END-IF.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-REPAIR-DETAIL.
           IF REPAIR-PERIOD(REPAIR-IDX) = 1
               MOVE REPAIR-SUITE-NAME(REPAIR-IDX) TO RDET-SUITE-NAME
               MOVE REPAIR-CASE-NAME(REPAIR-IDX) TO RDET-CASE-NAME
               MOVE REPAIR-FAIL-RUN-ID(REPAIR-IDX) TO RDET-FAIL-RUN-ID
               IF REPAIR-COMPLETE(REPAIR-IDX)
                   MOVE REPAIR-PASS-RUN-ID(REPAIR-IDX)
                       TO RDET-PASS-RUN-ID
                   MOVE REPAIR-RUNS(REPAIR-IDX) TO RDET-RUNS
                   MOVE REPAIR-DAYS(REPAIR-IDX) TO RDET-DAYS
                   MOVE REPAIR-DETAIL-LINE TO PRINT-LINE
               ELSE
                   MOVE 'NOT REPAIRED' TO RDET-PASS-RUN-ID
                   MOVE ZERO TO RDET-RUNS
                   MOVE ZERO TO RDET-DAYS
                   MOVE REPAIR-DETAIL-LINE TO PRINT-LINE
                   MOVE SPACES TO PRINT-LINE(71:11)
               END-IF
               PERFORM WRITE-DOCUMENT-LINE
           END-IF.

       WRITE-SLOW-ACK-SECTION.
           MOVE SPACES TO PRINT-LINE.
           STRING 'SLOWEST ACKNOWLEDGMENTS IN ' PER-MONTH(1)
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-DOCUMENT-LINE.
           IF SLOW-ACK-COUNT = ZERO
               MOVE '  NO ALERTS ACKNOWLEDGED' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           ELSE
               MOVE SLOW-HEADING-LINE TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
               PERFORM WRITE-SLOW-ACK-DETAIL
                   VARYING SLOW-IDX FROM 1 BY 1
                   UNTIL SLOW-IDX > SLOW-ACK-COUNT
           END-IF.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-SLOW-ACK-DETAIL.
           MOVE SLOW-ALERT-ID(SLOW-IDX) TO SDET-ALERT-ID.
           MOVE SLOW-MINUTES(SLOW-IDX) TO SDET-MINUTES.
           MOVE SLOW-ACK-BY(SLOW-IDX) TO SDET-ACK-BY.
           MOVE SLOW-ALERT-TEXT(SLOW-IDX) TO SDET-ALERT-TEXT.
           MOVE SLOW-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-RUN-EXCEPTION-SECTION.
           MOVE SPACES TO PRINT-LINE.
           STRING 'MISSED RUNS AND WINDOW-BUDGET BREACHES IN '
               PER-MONTH(1) DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-DOCUMENT-LINE.
           IF RUN-EXCEPTION-COUNT = ZERO
               MOVE '  NONE' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           ELSE
               PERFORM WRITE-RUN-EXCEPTION-DETAIL
                   VARYING EXCEPTION-IDX FROM 1 BY 1
                   UNTIL EXCEPTION-IDX > RUN-EXCEPTION-COUNT
           END-IF.

       WRITE-RUN-EXCEPTION-DETAIL.
           MOVE EXCEPTION-DATE(EXCEPTION-IDX) TO XDET-DATE.
           MOVE SPACES TO XDET-TEXT.
           IF EXCEPTION-MISSED-RUN(EXCEPTION-IDX)
               MOVE 'MISSED - NO RUN RECORDED' TO XDET-TEXT
           ELSE
               MOVE EXCEPTION-SECONDS(EXCEPTION-IDX) TO SECONDS-EDIT
               STRING 'RUN TOOK ' SECONDS-EDIT ' S - OVER BUDGET'
                   DELIMITED BY SIZE INTO XDET-TEXT
               END-STRING
           END-IF.
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-SECTION-BREAK.
           MOVE SECTION-BREAK-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

      *    Every document line goes through here so each page
      *    carries the month, the month compared with and the page
      *    number.
       WRITE-DOCUMENT-LINE.
           IF PAGE-NUMBER = ZERO
                   OR PAGE-LINE-COUNT NOT < PAGE-LINE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE SPACES TO PRINT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HEADING-PAGE.
           WRITE SCORECARD-REPORT-RECORD FROM PAGE-HEADING-LINE.
           WRITE SCORECARD-REPORT-RECORD FROM PAGE-SUBJECT-LINE.
           WRITE SCORECARD-REPORT-RECORD FROM SECTION-BREAK-LINE.
           MOVE 3 TO PAGE-LINE-COUNT.

      *    Appended, never replaced: a month scored again adds a
      *    later row for it.
       WRITE-KPI-RECORD.
           MOVE SPACES TO KPI-HISTORY-RECORD.
           MOVE PER-MONTH(1) TO KPI-MONTH.
           MOVE RUN-DATE TO KPI-PRODUCED-DATE.
           MOVE PER-RUNS(1) TO KPI-RUN-COUNT.
           MOVE PER-GREEN(1) TO KPI-GREEN-RUNS.
           MOVE PER-GREEN-PERCENT(1) TO KPI-GREEN-PERCENT.
           MOVE PER-MISSED(1) TO KPI-MISSED-RUNS.
           MOVE PER-BREACHES(1) TO KPI-WINDOW-BREACHES.
           MOVE WINDOW-BUDGET-SECONDS TO KPI-WINDOW-BUDGET.
           MOVE PER-FAILED-CASES(1) TO KPI-FAILED-CASES.
           MOVE PER-REPAIRED(1) TO KPI-REPAIRED-CASES.
           MOVE PER-UNREPAIRED(1) TO KPI-UNREPAIRED-CASES.
           MOVE PER-AVG-RUNS(1) TO KPI-AVG-REPAIR-RUNS.
           MOVE PER-AVG-DAYS(1) TO KPI-AVG-REPAIR-DAYS.
           MOVE PER-ALERTS(1) TO KPI-ALERTS-RAISED.
           MOVE PER-ACKED(1) TO KPI-ALERTS-ACKED.
           MOVE PER-UNACKED(1) TO KPI-ALERTS-UNACKED.
           MOVE PER-AVG-ACK(1) TO KPI-AVG-ACK-MINUTES.
           MOVE PER-WORST-ACK(1) TO KPI-WORST-ACK-MINUTES.
           MOVE PER-QUAR-DAYS(1) TO KPI-QUARANTINE-DAYS.

           OPEN EXTEND KPI-HISTORY-FILE.
           IF KPI-STATUS = '35'
               OPEN OUTPUT KPI-HISTORY-FILE
           END-IF.
           IF KPI-STATUS NOT = '00'
               DISPLAY 'SERVICE-SCORECARD: KPIHIST OPEN FAILED, '
                   'STATUS=' KPI-STATUS
               SET KPI-RECORD-NOT-WRITTEN TO TRUE
           ELSE
               WRITE KPI-HISTORY-RECORD
               IF KPI-STATUS NOT = '00'
                   DISPLAY 'SERVICE-SCORECARD: KPIHIST WRITE FAILED, '
                       'STATUS=' KPI-STATUS
                   SET KPI-RECORD-NOT-WRITTEN TO TRUE
               END-IF
               CLOSE KPI-HISTORY-FILE
           END-IF.

       END PROGRAM SERVICE-SCORECARD.
