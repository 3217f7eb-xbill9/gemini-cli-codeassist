       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sla_compliance_report.
      *> ---------------------------------------------------------------
      *> Monthly batch SLA compliance report for the service review.
      *> For every job in the planned schedule
      *> (config/batch-schedule.dat, mcpschd.cpy) and every business
      *> date of the month the job was due on (PS-FREQUENCY resolved
      *> against the processing calendar by schedule_day_check), the
      *> night is classified from data/run-history.dat (mcprhst.cpy):
      *>   ON TIME   - the night's first run started by PS-SCHED-START
      *>               (anchored to the night like schedule_monitor: an
      *>               HH.MM before noon is the morning after)
      *>   LATE      - the first run started after it
      *>   OVERRUN   - a run's elapsed time exceeded PS-MAX-ELAPSED
      *>   ABEND     - a run ended ABENDED
      *>   RECOVERED - abended, and a later rerun or dispatcher retry
      *>               the same night finished
      *>   MISSED    - due, and no run on record for the night at all
      *>   HELD      - due, no run on record, and a blackout window
      *>               covering the job (config/blackout.dat, via
      *>               blackout_check) held it from its scheduled
      *>               start until at least the next night's: the
      *>               night is listed but not counted as due
      *> A scheduled start that falls inside a blackout window is
      *> measured from the window's end instead - the moment
      *> job_dispatcher could catch the job up, as schedule_monitor
      *> measures LATE. Windows are taken from config/blackout.dat as
      *> it stands when the report runs, so a window deleted before
      *> its month is reported no longer excuses those nights.
      *> A night is compliant when it started on time, stayed within
      *> PS-MAX-ELAPSED and did not abend - a recovered abend is
      *> counted as recovered, not as compliant.
      *> Runs belong to the night in RH-PROC-DATE (the start date on
      *> records older than that field). How a run ended is taken
      *> from RH-END-STATUS; records older than that field are matched
      *> against the ABEND alerts schedule_monitor raised
      *> (data/alerts.dat, "abended rc nnnn at <end time>").
      *> Compliance % per job is compared with the month before for
      *> the trend column. Nights from the current business date on
      *> are not judged yet, so a report for the month in progress is
      *> month to date.
      *> Report month: SLA_REPORT_MONTH (YYYYMM), default the month
      *> before today.
      *> Output: logs/sla-report-YYYYMM.rpt (printable) and
      *> logs/sla-extract-YYYYMM.dat (fixed width, mcpslax.cpy).
      *> Exit codes: 0 = report written, 4 = bad or future month,
      *> 8 = file error.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT schedule-file ASSIGN TO ws-schedule-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-schedule-fs.
           SELECT run-history-file ASSIGN TO ws-run-history-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-history-fs.
           SELECT alerts-file ASSIGN TO ws-alerts-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-alerts-fs.
           SELECT report-file ASSIGN TO ws-report-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-fs.
           SELECT extract-file ASSIGN TO ws-extract-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-extract-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  schedule-file.
       COPY "mcpschd.cpy".

       FD  run-history-file.
       COPY "mcprhst.cpy".

       FD  alerts-file.
       COPY "mcpalrt.cpy".

       FD  report-file.
       01  report-line         PIC X(100).

       FD  extract-file.
       COPY "mcpslax.cpy".

       WORKING-STORAGE SECTION.
       01  ws-schedule-path    PIC X(100) VALUE
           "mcp-https-cobol/config/batch-schedule.dat".
       01  ws-schedule-fs      PIC XX VALUE "00".
       01  ws-run-history-path PIC X(100) VALUE
           "mcp-https-cobol/data/run-history.dat".
       01  ws-history-fs       PIC XX VALUE "00".
       01  ws-alerts-path      PIC X(100) VALUE
           "mcp-https-cobol/data/alerts.dat".
       01  ws-alerts-fs        PIC XX VALUE "00".
       01  ws-report-path      PIC X(60) VALUE SPACES.
       01  ws-report-fs        PIC XX VALUE "00".
       01  ws-extract-path     PIC X(60) VALUE SPACES.
       01  ws-extract-fs       PIC XX VALUE "00".

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-env-month        PIC X(6)  VALUE SPACES.
       01  ws-target-month     PIC X(6)  VALUE SPACES.
       01  ws-prior-month      PIC X(6)  VALUE SPACES.
       01  ws-month-num        PIC 9(2) VALUE 0.
       01  ws-year-num         PIC 9(4) VALUE 0.

      *> Nights on or after the current business date are still to
      *> run (or running) and are left out of the count.
       01  ws-proc-date        PIC X(8) VALUE SPACES.
       01  ws-open-stamp       PIC X(19) VALUE SPACES.
       01  ws-night-open       PIC X VALUE "N".
       01  ws-last-judged      PIC X(8) VALUE SPACES.

      *> Schedule jobs with, per month (1 = report month, 2 = prior
      *> month), the per-night run evidence from run-history and the
      *> month's classified counts.
       78  SLA-JOB-MAX         VALUE 50.
       01  ws-job-count        BINARY-LONG VALUE 0.
       01  ws-job-table.
           05  ws-jb-entry OCCURS 50 TIMES.
               10  ws-jb-name      PIC X(20).
               10  ws-jb-start     PIC X(5).
               10  ws-jb-max-mins  PIC 9(4).
               10  ws-jb-frequency PIC X(12).
               10  ws-jb-month OCCURS 2 TIMES.
                   15  ws-jb-due       PIC 9(5) COMP.
                   15  ws-jb-on-time   PIC 9(5) COMP.
                   15  ws-jb-late      PIC 9(5) COMP.
                   15  ws-jb-overrun   PIC 9(5) COMP.
                   15  ws-jb-abended   PIC 9(5) COMP.
                   15  ws-jb-recovered PIC 9(5) COMP.
                   15  ws-jb-missed    PIC 9(5) COMP.
                   15  ws-jb-compliant PIC 9(5) COMP.
                   15  ws-jb-pct       PIC 9(3)V99.
                   15  ws-jb-night OCCURS 31 TIMES.
                       20  ws-nt-runs        PIC 9(3) COMP.
                       20  ws-nt-first-start PIC X(19).
                       20  ws-nt-last-end    PIC X(19).
                       20  ws-nt-last-status PIC X(10).
                       20  ws-nt-abended     PIC X.
                       20  ws-nt-overran     PIC X.
                       20  ws-nt-held        PIC X.
                       20  ws-nt-verdict     PIC X(40).
       01  ws-jdx              BINARY-LONG VALUE 0.
       01  ws-mdx              BINARY-LONG VALUE 0.
       01  ws-day              BINARY-LONG VALUE 0.
       01  ws-day-disp         PIC 9(2) VALUE 0.
       01  ws-job-found        PIC X VALUE "N".
           88  ws-job-on-schedule    VALUE "Y".

      *> Month totals over every job, same two months.
       01  ws-month-totals.
           05  ws-tot-month OCCURS 2 TIMES.
               10  ws-tot-due       PIC 9(5) COMP.
               10  ws-tot-on-time   PIC 9(5) COMP.
               10  ws-tot-late      PIC 9(5) COMP.
               10  ws-tot-overrun   PIC 9(5) COMP.
               10  ws-tot-abended   PIC 9(5) COMP.
               10  ws-tot-recovered PIC 9(5) COMP.
               10  ws-tot-missed    PIC 9(5) COMP.
               10  ws-tot-compliant PIC 9(5) COMP.
               10  ws-tot-pct       PIC 9(3)V99.

      *> ABEND alerts, for run-history records that predate
      *> RH-END-STATUS: job plus the end time quoted in the detail.
       78  ABEND-TABLE-MAX     VALUE 500.
       01  ws-abend-count      BINARY-LONG VALUE 0.
       01  ws-abend-table.
           05  ws-ab-entry OCCURS 500 TIMES.
               10  ws-ab-job       PIC X(20).
               10  ws-ab-end       PIC X(19).
       01  ws-adx              BINARY-LONG VALUE 0.
       01  ws-ab-lead          PIC X(60) VALUE SPACES.
       01  ws-ab-stamp         PIC X(19) VALUE SPACES.

      *> Per-record scratch.
       01  ws-night-date       PIC X(8) VALUE SPACES.
       01  ws-run-status       PIC X(10) VALUE SPACES.
       01  ws-check-date       PIC X(8) VALUE SPACES.
       01  ws-check-date-num   PIC 9(8) VALUE 0.
       01  ws-runs-today       PIC X VALUE "N".
       01  ws-stamp            PIC X(19) VALUE SPACES.
       01  ws-stamp-ymd        PIC 9(8) VALUE 0.
       01  ws-stamp-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-start-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-end-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-days       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-ymd        PIC 9(8) VALUE 0.
       01  ws-sched-stamp      PIC X(19) VALUE SPACES.
       01  ws-late-secs        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-night-blackout   PIC X VALUE "N".
           88  ws-start-blacked-out  VALUE "Y".
       01  ws-night-held       PIC X VALUE "N".
           88  ws-night-held-out     VALUE "Y".
       01  ws-held-count       BINARY-LONG VALUE 0.

       COPY "mcpbchk.cpy".
       01  ws-started-on-time  PIC X VALUE "N".
           88  ws-night-on-time      VALUE "Y".
       01  ws-verdict-ptr      BINARY-LONG VALUE 1.
       01  ws-exception-count  BINARY-LONG VALUE 0.

       01  ws-pct-disp         PIC ZZZZ9.99.
       01  ws-month-disp       PIC X(7) VALUE SPACES.
       01  ws-prior-disp       PIC X(7) VALUE SPACES.

      *> Report line images.
       01  rpt-rule            PIC X(99) VALUE ALL "=".
       01  rpt-title.
           05  FILLER          PIC X(26) VALUE
               " BATCH SLA COMPLIANCE FOR ".
           05  rpt-title-month PIC X(7).
           05  FILLER          PIC X(15) VALUE "  (PRIOR MONTH ".
           05  rpt-title-prior PIC X(7).
           05  FILLER          PIC X(1)  VALUE ")".
       01  rpt-sla-head.
           05  FILLER          PIC X(21) VALUE " JOB".
           05  FILLER          PIC X(8)  VALUE "     DUE".
           05  FILLER          PIC X(8)  VALUE "  ONTIME".
           05  FILLER          PIC X(8)  VALUE "    LATE".
           05  FILLER          PIC X(8)  VALUE " OVERRUN".
           05  FILLER          PIC X(8)  VALUE "   ABEND".
           05  FILLER          PIC X(8)  VALUE "  RECOVD".
           05  FILLER          PIC X(8)  VALUE "  MISSED".
           05  FILLER          PIC X(8)  VALUE "  COMPL%".
           05  FILLER          PIC X(8)  VALUE "  PRIOR%".
           05  FILLER          PIC X(7)  VALUE "  TREND".
       01  rpt-sla-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rsl-name        PIC X(20).
           05  rsl-due         PIC Z(7)9.
           05  rsl-on-time     PIC Z(7)9.
           05  rsl-late        PIC Z(7)9.
           05  rsl-overrun     PIC Z(7)9.
           05  rsl-abended     PIC Z(7)9.
           05  rsl-recovered   PIC Z(7)9.
           05  rsl-missed      PIC Z(7)9.
           05  rsl-pct         PIC X(8).
           05  rsl-prior       PIC X(8).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  rsl-trend       PIC X(4).
       01  rpt-exc-head.
           05  FILLER          PIC X(13) VALUE " NIGHT".
           05  FILLER          PIC X(21) VALUE "JOB".
           05  FILLER          PIC X(40) VALUE "OUTCOME".
       01  rpt-exc-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rxl-night       PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rxl-job         PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  rxl-verdict     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           ACCEPT ws-env-month FROM ENVIRONMENT "SLA_REPORT_MONTH".
           IF ws-env-month NOT = SPACES THEN
               MOVE FUNCTION TRIM(ws-env-month) TO ws-target-month
           ELSE
               PERFORM DEFAULT-TO-PREVIOUS-MONTH
           END-IF.

           IF ws-target-month NOT NUMERIC
                   OR ws-target-month(5:2) < "01"
                   OR ws-target-month(5:2) > "12" THEN
               DISPLAY "sla_compliance_report: bad report month "
                       ws-target-month ", expected YYYYMM"
               STOP RUN RETURNING 4
           END-IF.
           IF ws-target-month > ws-now(1:6) THEN
               DISPLAY "sla_compliance_report: " ws-target-month
                       " has not started, nothing to report"
               STOP RUN RETURNING 4
           END-IF.

           MOVE ws-target-month(1:4) TO ws-year-num.
           MOVE ws-target-month(5:2) TO ws-month-num.
           IF ws-month-num = 1 THEN
               SUBTRACT 1 FROM ws-year-num
               MOVE 12 TO ws-month-num
           ELSE
               SUBTRACT 1 FROM ws-month-num
           END-IF.
           STRING ws-year-num ws-month-num
             DELIMITED BY SIZE INTO ws-prior-month.

           CALL "business_date_get" USING BY REFERENCE ws-proc-date
                                          BY REFERENCE ws-open-stamp
                                          BY REFERENCE ws-night-open.

           DISPLAY "sla_compliance_report: reporting " ws-target-month
                   " against " ws-prior-month.

           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-ABEND-ALERTS.
           PERFORM LOAD-RUN-HISTORY.

           INITIALIZE ws-month-totals.
           PERFORM VARYING ws-mdx FROM 1 BY 1 UNTIL ws-mdx > 2
               PERFORM CLASSIFY-MONTH
           END-PERFORM.

           STRING "mcp-https-cobol/logs/sla-report-" ws-target-month
                  ".rpt"
             DELIMITED BY SIZE INTO ws-report-path.
           STRING "mcp-https-cobol/logs/sla-extract-" ws-target-month
                  ".dat"
             DELIMITED BY SIZE INTO ws-extract-path.

           OPEN OUTPUT report-file.
           IF ws-report-fs NOT = "00" THEN
               DISPLAY "sla_compliance_report: cannot create "
                       FUNCTION TRIM(ws-report-path)
                       ", status " ws-report-fs
               STOP RUN RETURNING 8
           END-IF.
           OPEN OUTPUT extract-file.
           IF ws-extract-fs NOT = "00" THEN
               DISPLAY "sla_compliance_report: cannot create "
                       FUNCTION TRIM(ws-extract-path)
                       ", status " ws-extract-fs
               CLOSE report-file
               STOP RUN RETURNING 8
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-JOB-SECTION.
           PERFORM REPORT-EXCEPTIONS.

           CLOSE report-file.
           CLOSE extract-file.
           DISPLAY "sla_compliance_report: wrote "
                   FUNCTION TRIM(ws-report-path) " and "
                   FUNCTION TRIM(ws-extract-path).
           STOP RUN.

       DEFAULT-TO-PREVIOUS-MONTH.
           MOVE ws-now(1:4) TO ws-year-num.
           MOVE ws-now(5:2) TO ws-month-num.
           IF ws-month-num = 1 THEN
               SUBTRACT 1 FROM ws-year-num
               MOVE 12 TO ws-month-num
           ELSE
               SUBTRACT 1 FROM ws-month-num
           END-IF.
           STRING ws-year-num ws-month-num
             DELIMITED BY SIZE INTO ws-target-month.
           EXIT.

       LOAD-SCHEDULE.
           INITIALIZE ws-job-table.
           MOVE 0 TO ws-job-count.
           OPEN INPUT schedule-file.
           IF ws-schedule-fs NOT = "00" THEN
               DISPLAY "sla_compliance_report: cannot open "
                       FUNCTION TRIM(ws-schedule-path)
                       ", status " ws-schedule-fs
               STOP RUN RETURNING 8
           END-IF.
           PERFORM UNTIL ws-schedule-fs NOT = "00"
               READ schedule-file
                   AT END
                       MOVE "10" TO ws-schedule-fs
                   NOT AT END
                       IF PS-JOB-NAME NOT = SPACES
                               AND ws-job-count < SLA-JOB-MAX THEN
                           ADD 1 TO ws-job-count
                           MOVE PS-JOB-NAME
                             TO ws-jb-name(ws-job-count)
                           MOVE PS-SCHED-START
                             TO ws-jb-start(ws-job-count)
                           MOVE PS-FREQUENCY
                             TO ws-jb-frequency(ws-job-count)
                           MOVE 0 TO ws-jb-max-mins(ws-job-count)
                           IF PS-MAX-ELAPSED NUMERIC THEN
                               MOVE PS-MAX-ELAPSED
                                 TO ws-jb-max-mins(ws-job-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           EXIT.

       LOAD-ABEND-ALERTS.
      *> A missing alerts file only means no fallback evidence: every
      *> legacy run is then taken as having finished.
           MOVE 0 TO ws-abend-count.
           OPEN INPUT alerts-file.
           IF ws-alerts-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-alerts-fs NOT = "00"
               READ alerts-file
                   AT END
                       MOVE "10" TO ws-alerts-fs
                   NOT AT END
                       IF AR-ALERT-TYPE = "ABEND"
                               AND ws-abend-count < ABEND-TABLE-MAX
                               THEN
                           MOVE SPACES TO ws-ab-lead ws-ab-stamp
                           UNSTRING AR-DETAIL DELIMITED BY " at "
                               INTO ws-ab-lead ws-ab-stamp
                           IF ws-ab-stamp NOT = SPACES THEN
                               ADD 1 TO ws-abend-count
                               MOVE AR-JOB-NAME
                                 TO ws-ab-job(ws-abend-count)
                               MOVE ws-ab-stamp
                                 TO ws-ab-end(ws-abend-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE alerts-file.
           EXIT.

       LOAD-RUN-HISTORY.
      *> No history yet is not an error: every due night reports as
      *> missed, which is what the evidence says.
           OPEN INPUT run-history-file.
           IF ws-history-fs = "35" THEN
               DISPLAY "sla_compliance_report: no run-history yet"
               EXIT PARAGRAPH
           END-IF.
           IF ws-history-fs NOT = "00" THEN
               DISPLAY "sla_compliance_report: cannot open "
                       FUNCTION TRIM(ws-run-history-path)
                       ", status " ws-history-fs
               STOP RUN RETURNING 8
           END-IF.
           PERFORM UNTIL ws-history-fs NOT = "00"
               READ run-history-file
                   AT END
                       MOVE "10" TO ws-history-fs
                   NOT AT END
                       PERFORM TALLY-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE run-history-file.
           EXIT.

       TALLY-HISTORY-RECORD.
           MOVE "N" TO ws-job-found.
           PERFORM VARYING ws-jdx FROM 1 BY 1
                   UNTIL ws-jdx > ws-job-count OR ws-job-on-schedule
               IF ws-jb-name(ws-jdx) = RH-JOB-NAME THEN
                   SET ws-job-on-schedule TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ws-job-on-schedule THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM ws-jdx.

           IF RH-PROC-DATE NUMERIC THEN
               MOVE RH-PROC-DATE TO ws-night-date
           ELSE
               IF RH-START-TIME(1:4) NOT NUMERIC THEN
                   EXIT PARAGRAPH
               END-IF
               STRING RH-START-TIME(1:4) RH-START-TIME(6:2)
                      RH-START-TIME(9:2)
                 DELIMITED BY SIZE INTO ws-night-date
           END-IF.
           EVALUATE ws-night-date(1:6)
               WHEN ws-target-month
                   MOVE 1 TO ws-mdx
               WHEN ws-prior-month
                   MOVE 2 TO ws-mdx
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF ws-night-date(7:2) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-day = NUMVAL(ws-night-date(7:2)).
           IF ws-day < 1 OR ws-day > 31 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RH-END-STATUS TO ws-run-status.
           IF ws-run-status = SPACES THEN
               MOVE "FINISHED" TO ws-run-status
               PERFORM VARYING ws-adx FROM 1 BY 1
                       UNTIL ws-adx > ws-abend-count
                   IF ws-ab-job(ws-adx) = RH-JOB-NAME
                           AND ws-ab-end(ws-adx) = RH-END-TIME THEN
                       MOVE "ABENDED" TO ws-run-status
                   END-IF
               END-PERFORM
           END-IF.

           ADD 1 TO ws-nt-runs(ws-jdx, ws-mdx, ws-day).
           IF ws-nt-first-start(ws-jdx, ws-mdx, ws-day) = SPACES
                   OR RH-START-TIME
                       < ws-nt-first-start(ws-jdx, ws-mdx, ws-day) THEN
               MOVE RH-START-TIME
                 TO ws-nt-first-start(ws-jdx, ws-mdx, ws-day)
           END-IF.
      *> The run that ended last decides how the night finished:
      *> an abend followed by a clean rerun is a recovered night.
           IF RH-END-TIME >= ws-nt-last-end(ws-jdx, ws-mdx, ws-day)
                   THEN
               MOVE RH-END-TIME
                 TO ws-nt-last-end(ws-jdx, ws-mdx, ws-day)
               MOVE ws-run-status
                 TO ws-nt-last-status(ws-jdx, ws-mdx, ws-day)
           END-IF.
           IF ws-run-status = "ABENDED" THEN
               MOVE "Y" TO ws-nt-abended(ws-jdx, ws-mdx, ws-day)
           END-IF.

           MOVE RH-START-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-start-secs.
           MOVE RH-END-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-end-secs.
           IF ws-jb-max-mins(ws-jdx) > 0
                   AND ws-start-secs > 0 AND ws-end-secs > 0
                   AND ws-end-secs - ws-start-secs
                       > ws-jb-max-mins(ws-jdx) * 60 THEN
               MOVE "Y" TO ws-nt-overran(ws-jdx, ws-mdx, ws-day)
           END-IF.
           EXIT.

       CLASSIFY-MONTH.
      *> Walk every calendar date of the month; a date the job was
      *> due on is one SLA night for it.
           PERFORM VARYING ws-day FROM 1 BY 1 UNTIL ws-day > 31
               MOVE ws-day TO ws-day-disp
               IF ws-mdx = 1 THEN
                   STRING ws-target-month ws-day-disp
                     DELIMITED BY SIZE INTO ws-check-date
               ELSE
                   STRING ws-prior-month ws-day-disp
                     DELIMITED BY SIZE INTO ws-check-date
               END-IF
               MOVE ws-check-date TO ws-check-date-num
               IF TEST-DATE-YYYYMMDD(ws-check-date-num) = 0
                       AND ws-check-date < ws-proc-date THEN
                   IF ws-mdx = 1 THEN
                       MOVE ws-check-date TO ws-last-judged
                   END-IF
                   PERFORM VARYING ws-jdx FROM 1 BY 1
                           UNTIL ws-jdx > ws-job-count
                       CALL "schedule_day_check"
                           USING BY REFERENCE ws-jb-frequency(ws-jdx)
                                 BY REFERENCE ws-check-date
                                 BY REFERENCE ws-runs-today
                       IF ws-runs-today = "Y" THEN
                           PERFORM CLASSIFY-NIGHT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING ws-jdx FROM 1 BY 1
                   UNTIL ws-jdx > ws-job-count
               MOVE 0 TO ws-jb-pct(ws-jdx, ws-mdx)
               IF ws-jb-due(ws-jdx, ws-mdx) > 0 THEN
                   COMPUTE ws-jb-pct(ws-jdx, ws-mdx) ROUNDED =
                       (ws-jb-compliant(ws-jdx, ws-mdx) * 100)
                           / ws-jb-due(ws-jdx, ws-mdx)
               END-IF
               ADD ws-jb-due(ws-jdx, ws-mdx)
                 TO ws-tot-due(ws-mdx)
               ADD ws-jb-on-time(ws-jdx, ws-mdx)
                 TO ws-tot-on-time(ws-mdx)
               ADD ws-jb-late(ws-jdx, ws-mdx)
                 TO ws-tot-late(ws-mdx)
               ADD ws-jb-overrun(ws-jdx, ws-mdx)
                 TO ws-tot-overrun(ws-mdx)
               ADD ws-jb-abended(ws-jdx, ws-mdx)
                 TO ws-tot-abended(ws-mdx)
               ADD ws-jb-recovered(ws-jdx, ws-mdx)
                 TO ws-tot-recovered(ws-mdx)
               ADD ws-jb-missed(ws-jdx, ws-mdx)
                 TO ws-tot-missed(ws-mdx)
               ADD ws-jb-compliant(ws-jdx, ws-mdx)
                 TO ws-tot-compliant(ws-mdx)
           END-PERFORM.
           MOVE 0 TO ws-tot-pct(ws-mdx).
           IF ws-tot-due(ws-mdx) > 0 THEN
               COMPUTE ws-tot-pct(ws-mdx) ROUNDED =
                   (ws-tot-compliant(ws-mdx) * 100)
                       / ws-tot-due(ws-mdx)
           END-IF.
           EXIT.

       CLASSIFY-NIGHT.
      *> One due night of job ws-jdx on ws-check-date (day ws-day of
      *> month ws-mdx). The verdict text lists what went wrong, for
      *> the exceptions section; spaces = compliant.
           MOVE SPACES TO ws-nt-verdict(ws-jdx, ws-mdx, ws-day).
           MOVE "N" TO ws-nt-held(ws-jdx, ws-mdx, ws-day).

      *> Scheduled start on this night's clock: noon onward is the
      *> evening of the business date, earlier the morning after.
      *> A job with no usable HH.MM has no start to be late for.
           MOVE 0 TO ws-sched-secs ws-late-secs.
           MOVE "N" TO ws-night-blackout ws-night-held.
           IF ws-jb-start(ws-jdx)(1:2) NUMERIC
                   AND ws-jb-start(ws-jdx)(4:2) NUMERIC THEN
               COMPUTE ws-sched-days =
                   INTEGER-OF-DATE(ws-check-date-num)
               IF ws-jb-start(ws-jdx) < "12.00" THEN
                   ADD 1 TO ws-sched-days
               END-IF
               COMPUTE ws-sched-secs = (ws-sched-days * 86400)
                   + (NUMVAL(ws-jb-start(ws-jdx)(1:2)) * 3600)
                   + (NUMVAL(ws-jb-start(ws-jdx)(4:2)) * 60)
               PERFORM CHECK-NIGHT-BLACKOUT
           END-IF.

           IF ws-nt-runs(ws-jdx, ws-mdx, ws-day) = 0 THEN
               IF ws-night-held-out THEN
                   MOVE "Y" TO ws-nt-held(ws-jdx, ws-mdx, ws-day)
                   STRING "HELD - BLACKOUT TO " BK-LAST-END(1:16)
                     DELIMITED BY SIZE
                     INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-jb-due(ws-jdx, ws-mdx)
               ADD 1 TO ws-jb-missed(ws-jdx, ws-mdx)
               MOVE "MISSED - NO RUN ON RECORD"
                 TO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ws-jb-due(ws-jdx, ws-mdx).

           SET ws-night-on-time TO TRUE.
           IF ws-sched-secs > 0 THEN
               MOVE ws-nt-first-start(ws-jdx, ws-mdx, ws-day)
                 TO ws-stamp
               PERFORM STAMP-TO-SECS
      *> Started within the scheduled minute counts as on time.
               IF ws-stamp-secs >= ws-late-secs + 60 THEN
                   MOVE "N" TO ws-started-on-time
               END-IF
           END-IF.

           MOVE 1 TO ws-verdict-ptr.
           IF ws-night-on-time THEN
               ADD 1 TO ws-jb-on-time(ws-jdx, ws-mdx)
           ELSE
               ADD 1 TO ws-jb-late(ws-jdx, ws-mdx)
               STRING "LATE " DELIMITED BY SIZE
                 INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                 WITH POINTER ws-verdict-ptr
           END-IF.
           IF ws-nt-overran(ws-jdx, ws-mdx, ws-day) = "Y" THEN
               ADD 1 TO ws-jb-overrun(ws-jdx, ws-mdx)
               STRING "OVERRUN " DELIMITED BY SIZE
                 INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                 WITH POINTER ws-verdict-ptr
           END-IF.
           IF ws-nt-abended(ws-jdx, ws-mdx, ws-day) = "Y" THEN
               ADD 1 TO ws-jb-abended(ws-jdx, ws-mdx)
               STRING "ABEND " DELIMITED BY SIZE
                 INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                 WITH POINTER ws-verdict-ptr
               IF ws-nt-last-status(ws-jdx, ws-mdx, ws-day)
                       = "FINISHED" THEN
                   ADD 1 TO ws-jb-recovered(ws-jdx, ws-mdx)
                   STRING "RECOVERED " DELIMITED BY SIZE
                     INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                     WITH POINTER ws-verdict-ptr
               ELSE
                   STRING "NOT RECOVERED " DELIMITED BY SIZE
                     INTO ws-nt-verdict(ws-jdx, ws-mdx, ws-day)
                     WITH POINTER ws-verdict-ptr
               END-IF
           END-IF.
           IF ws-nt-verdict(ws-jdx, ws-mdx, ws-day) = SPACES THEN
               ADD 1 TO ws-jb-compliant(ws-jdx, ws-mdx)
           END-IF.
           EXIT.

       CHECK-NIGHT-BLACKOUT.
      *> Is the job blacked out at its scheduled minute? If so it is
      *> late only from the end of the windows over it, and when they
      *> last until the next night's start the night was held whole.
           MOVE ws-sched-secs TO ws-late-secs.
           COMPUTE ws-sched-ymd = DATE-OF-INTEGER(ws-sched-days).
           MOVE SPACES TO ws-sched-stamp.
           STRING ws-sched-ymd(1:4) "-" ws-sched-ymd(5:2) "-"
                  ws-sched-ymd(7:2) "-" ws-jb-start(ws-jdx) ".00"
             DELIMITED BY SIZE INTO ws-sched-stamp.
           MOVE ws-jb-name(ws-jdx) TO BK-JOB-NAME.
           MOVE ws-sched-stamp     TO BK-FROM BK-TO.
           CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK.
           IF NOT BK-IN-BLACKOUT THEN
               EXIT PARAGRAPH
           END-IF.
           SET ws-start-blacked-out TO TRUE.
           MOVE BK-LAST-END TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           IF ws-stamp-secs > ws-sched-secs THEN
               MOVE ws-stamp-secs TO ws-late-secs
           END-IF.
           IF ws-late-secs >= ws-sched-secs + 86400 THEN
               SET ws-night-held-out TO TRUE
           END-IF.
           EXIT.

       WRITE-REPORT-HEADER.
           STRING ws-target-month(1:4) "-" ws-target-month(5:2)
             DELIMITED BY SIZE INTO ws-month-disp.
           STRING ws-prior-month(1:4) "-" ws-prior-month(5:2)
             DELIMITED BY SIZE INTO ws-prior-disp.
           WRITE report-line FROM rpt-rule.
           MOVE ws-month-disp TO rpt-title-month.
           MOVE ws-prior-disp TO rpt-title-prior.
           WRITE report-line FROM rpt-title.
           WRITE report-line FROM rpt-rule.
           MOVE SPACES TO report-line.
           WRITE report-line.
           IF ws-target-month = ws-proc-date(1:6) THEN
               MOVE SPACES TO report-line
               IF ws-last-judged = SPACES THEN
                   MOVE " MONTH TO DATE: NO NIGHT OF THIS MONTH HAS RUN"
                     TO report-line
               ELSE
                   STRING " MONTH TO DATE: NIGHTS THROUGH "
                          ws-last-judged(1:4) "-" ws-last-judged(5:2)
                          "-" ws-last-judged(7:2)
                     DELIMITED BY SIZE INTO report-line
               END-IF
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-JOB-SECTION.
           MOVE " COMPLIANCE BY JOB (DUE NIGHTS)" TO report-line.
           WRITE report-line.
           WRITE report-line FROM rpt-sla-head.
           PERFORM VARYING ws-jdx FROM 1 BY 1
                   UNTIL ws-jdx > ws-job-count
               MOVE ws-jb-name(ws-jdx)                TO rsl-name
               MOVE ws-jb-due(ws-jdx, 1)              TO rsl-due
               MOVE ws-jb-on-time(ws-jdx, 1)          TO rsl-on-time
               MOVE ws-jb-late(ws-jdx, 1)             TO rsl-late
               MOVE ws-jb-overrun(ws-jdx, 1)          TO rsl-overrun
               MOVE ws-jb-abended(ws-jdx, 1)          TO rsl-abended
               MOVE ws-jb-recovered(ws-jdx, 1)        TO rsl-recovered
               MOVE ws-jb-missed(ws-jdx, 1)           TO rsl-missed

               MOVE ws-target-month         TO SX-MONTH
               MOVE ws-jb-name(ws-jdx)      TO SX-JOB-NAME
               MOVE ws-jb-due(ws-jdx, 1)       TO SX-DUE
               MOVE ws-jb-on-time(ws-jdx, 1)   TO SX-ON-TIME
               MOVE ws-jb-late(ws-jdx, 1)      TO SX-LATE
               MOVE ws-jb-overrun(ws-jdx, 1)   TO SX-OVERRUN
               MOVE ws-jb-abended(ws-jdx, 1)   TO SX-ABENDED
               MOVE ws-jb-recovered(ws-jdx, 1) TO SX-RECOVERED
               MOVE ws-jb-missed(ws-jdx, 1)    TO SX-MISSED
               MOVE ws-jb-compliant(ws-jdx, 1) TO SX-COMPLIANT
               MOVE ws-jb-pct(ws-jdx, 1)       TO SX-COMPLIANCE-PCT
               MOVE ws-jb-due(ws-jdx, 2)       TO SX-PRIOR-DUE
               MOVE ws-jb-pct(ws-jdx, 2)       TO SX-PRIOR-PCT
               PERFORM SET-TREND
               WRITE report-line FROM rpt-sla-line
               WRITE SLA-EXTRACT-RECORD
           END-PERFORM.

           MOVE "TOTAL"                  TO rsl-name.
           MOVE ws-tot-due(1)            TO rsl-due.
           MOVE ws-tot-on-time(1)        TO rsl-on-time.
           MOVE ws-tot-late(1)           TO rsl-late.
           MOVE ws-tot-overrun(1)        TO rsl-overrun.
           MOVE ws-tot-abended(1)        TO rsl-abended.
           MOVE ws-tot-recovered(1)      TO rsl-recovered.
           MOVE ws-tot-missed(1)         TO rsl-missed.
           MOVE ws-target-month          TO SX-MONTH.
           MOVE "*ALL"                   TO SX-JOB-NAME.
           MOVE ws-tot-due(1)            TO SX-DUE.
           MOVE ws-tot-on-time(1)        TO SX-ON-TIME.
           MOVE ws-tot-late(1)           TO SX-LATE.
           MOVE ws-tot-overrun(1)        TO SX-OVERRUN.
           MOVE ws-tot-abended(1)        TO SX-ABENDED.
           MOVE ws-tot-recovered(1)      TO SX-RECOVERED.
           MOVE ws-tot-missed(1)         TO SX-MISSED.
           MOVE ws-tot-compliant(1)      TO SX-COMPLIANT.
           MOVE ws-tot-pct(1)            TO SX-COMPLIANCE-PCT.
           MOVE ws-tot-due(2)            TO SX-PRIOR-DUE.
           MOVE ws-tot-pct(2)            TO SX-PRIOR-PCT.
           PERFORM SET-TREND.
           WRITE report-line FROM rpt-sla-line.
           WRITE SLA-EXTRACT-RECORD.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       SET-TREND.
      *> Shared by the job lines and the total line: the extract
      *> record already holds both months' figures, so the trend and
      *> the printed percentages are derived from it.
           IF SX-DUE > 0 THEN
               MOVE SX-COMPLIANCE-PCT TO ws-pct-disp
               MOVE ws-pct-disp TO rsl-pct
           ELSE
               MOVE "     N/A" TO rsl-pct
           END-IF.
           IF SX-PRIOR-DUE > 0 THEN
               MOVE SX-PRIOR-PCT TO ws-pct-disp
               MOVE ws-pct-disp TO rsl-prior
           ELSE
               MOVE "     N/A" TO rsl-prior
           END-IF.
           EVALUATE TRUE
               WHEN SX-DUE = 0
                   MOVE "N/A"  TO SX-TREND
               WHEN SX-PRIOR-DUE = 0
                   MOVE "NEW"  TO SX-TREND
               WHEN SX-COMPLIANCE-PCT > SX-PRIOR-PCT
                   MOVE "UP"   TO SX-TREND
               WHEN SX-COMPLIANCE-PCT < SX-PRIOR-PCT
                   MOVE "DOWN" TO SX-TREND
               WHEN OTHER
                   MOVE "SAME" TO SX-TREND
           END-EVALUATE.
           MOVE SX-TREND TO rsl-trend.
           EXIT.

       REPORT-EXCEPTIONS.
      *> Every non-compliant night of the report month, by date then
      *> schedule order, so the review can see what sits behind each
      *> percentage.
           MOVE " NON-COMPLIANT NIGHTS" TO report-line.
           WRITE report-line.
           WRITE report-line FROM rpt-exc-head.
           MOVE 0 TO ws-exception-count.
           PERFORM VARYING ws-day FROM 1 BY 1 UNTIL ws-day > 31
               PERFORM VARYING ws-jdx FROM 1 BY 1
                       UNTIL ws-jdx > ws-job-count
                   IF ws-nt-verdict(ws-jdx, 1, ws-day) NOT = SPACES
                           AND ws-nt-held(ws-jdx, 1, ws-day) NOT = "Y"
                           THEN
                       ADD 1 TO ws-exception-count
                       MOVE ws-day TO ws-day-disp
                       MOVE SPACES TO rxl-night
                       STRING ws-target-month(1:4) "-"
                              ws-target-month(5:2) "-" ws-day-disp
                         DELIMITED BY SIZE INTO rxl-night
                       MOVE ws-jb-name(ws-jdx) TO rxl-job
                       MOVE ws-nt-verdict(ws-jdx, 1, ws-day)
                         TO rxl-verdict
                       WRITE report-line FROM rpt-exc-line
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF ws-exception-count = 0 THEN
               MOVE " (none)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.
           PERFORM REPORT-HELD-NIGHTS.
           MOVE " COMPLIANT = ON TIME, WITHIN PS-MAX-ELAPSED, NO ABEND"
             TO report-line.
           WRITE report-line.
           MOVE " LATE = STARTED AFTER PS-SCHED-START, OR AFTER THE END"
             TO report-line.
           WRITE report-line.
           MOVE "        OF A BLACKOUT WINDOW OVER IT"
             TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-HELD-NIGHTS.
      *> Nights a blackout window held whole: not due, so in none of
      *> the figures above, but listed so the gap is accounted for.
           MOVE 0 TO ws-held-count.
           PERFORM VARYING ws-day FROM 1 BY 1 UNTIL ws-day > 31
               PERFORM VARYING ws-jdx FROM 1 BY 1
                       UNTIL ws-jdx > ws-job-count
                   IF ws-nt-held(ws-jdx, 1, ws-day) = "Y" THEN
                       IF ws-held-count = 0 THEN
                           MOVE " NIGHTS HELD BY A BLACKOUT WINDOW"
                             TO report-line
                           WRITE report-line
                           WRITE report-line FROM rpt-exc-head
                       END-IF
                       ADD 1 TO ws-held-count
                       MOVE ws-day TO ws-day-disp
                       MOVE SPACES TO rxl-night
                       STRING ws-target-month(1:4) "-"
                              ws-target-month(5:2) "-" ws-day-disp
                         DELIMITED BY SIZE INTO rxl-night
                       MOVE ws-jb-name(ws-jdx) TO rxl-job
                       MOVE ws-nt-verdict(ws-jdx, 1, ws-day)
                         TO rxl-verdict
                       WRITE report-line FROM rpt-exc-line
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF ws-held-count > 0 THEN
               MOVE SPACES TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       STAMP-TO-SECS.
      *> "YYYY-MM-DD-HH.MM.SS" to seconds; blank or malformed = 0.
           MOVE 0 TO ws-stamp-secs.
           IF ws-stamp(1:4) NOT NUMERIC OR ws-stamp(6:2) NOT NUMERIC
                   OR ws-stamp(9:2) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-stamp(1:4) TO ws-stamp-ymd(1:4).
           MOVE ws-stamp(6:2) TO ws-stamp-ymd(5:2).
           MOVE ws-stamp(9:2) TO ws-stamp-ymd(7:2).
           IF TEST-DATE-YYYYMMDD(ws-stamp-ymd) NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-stamp-secs =
               (INTEGER-OF-DATE(ws-stamp-ymd) * 86400)
               + (NUMVAL(ws-stamp(12:2)) * 3600)
               + (NUMVAL(ws-stamp(15:2)) * 60)
               + NUMVAL(ws-stamp(18:2)).
           EXIT.
