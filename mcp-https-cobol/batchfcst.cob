       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch_forecast.
      *> ---------------------------------------------------------------
      *> Shared projected-completion calculator, CALLed by the
      *> batch-forecast tool, ops_summary_report and schedule_monitor
      *> so "will the downstream file be out by its deadline?" has one
      *> answer instead of a hand walk through job-status, job-history
      *> and the predecessor chain. Fills the table in mcpfcst.cpy for
      *> every job in config/batch-schedule.dat:
      *>   - elapsed history from data/run-history.dat: the last run
      *>     of each of the FORECAST_NIGHTS most recent business nights
      *>     before tonight (default 10, at most 30) gives the typical
      *>     (average) and worst (longest) elapsed time; a job with no
      *>     history yet is costed at its PS-MAX-ELAPSED
      *>   - live state from batch-control.dat: a job FINISHED tonight
      *>     reports its actual times, an ACTIVE one keeps its actual
      *>     start, a LAUNCHED, ABENDED or HELD one starts now
      *>   - the step trail in batch-steps.dat: a running job already
      *>     past its typical elapsed, or an ABENDED one that will be
      *>     rerun from its failing step, is projected over the share
      *>     of its steps not yet FINISHED tonight rather than from
      *>     the top
      *>   - the PS-PREDECESSOR chain: a job not yet started starts at
      *>     the latest of its scheduled start, now and its
      *>     predecessor's projected finish (typical against typical,
      *>     worst against worst). A predecessor that is not due
      *>     tonight, or not in the schedule, imposes no wait.
      *>   - what would hold that start back, as job_dispatcher
      *>     applies it: a start that falls inside a blackout window
      *>     covering the job (blackout_check) moves to the window's
      *>     end (state BLACKOUT); a job whose inbound feeds are not
      *>     all in and valid (inbound_file_check) shows INBOUND, and
      *>     one queued for a run slot (data/wait-queue.dat) WAITING.
      *>     Neither of the last two has a known end, so their start
      *>     stays as projected and the state says it is conditional.
      *> The projected end of the night is the latest projected finish
      *> of any job due tonight. PS-DEADLINE is anchored to the night
      *> exactly as PS-SCHED-START is (HH.MM before noon belongs to the
      *> morning after the business date while a night is OPEN) and
      *> compared with both projections.
      *> Every file is opened INPUT only; a missing file just means
      *> less evidence (no history = PS-MAX-ELAPSED, no batch-control
      *> record = not started, no wait list = nothing waiting).
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
           SELECT batch-control-file ASSIGN TO ws-batch-control-path
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BC-JOB-NAME
               LOCK MODE AUTOMATIC
               FILE STATUS IS ws-batch-fs.
           SELECT batch-steps-file ASSIGN TO ws-batch-steps-path
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BS-KEY
               LOCK MODE AUTOMATIC
               FILE STATUS IS ws-steps-fs.
           SELECT run-history-file ASSIGN TO ws-run-history-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-history-fs.
           SELECT wait-file ASSIGN TO ws-wait-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-wait-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  schedule-file.
       COPY "mcpschd.cpy".

       FD  batch-control-file.
       COPY "mcpbctl.cpy".

       FD  batch-steps-file.
       COPY "mcpbstp.cpy".

       FD  run-history-file.
       COPY "mcprhst.cpy".

       FD  wait-file.
       COPY "mcpwait.cpy".

       WORKING-STORAGE SECTION.
       01  ws-schedule-path    PIC X(100) VALUE
           "mcp-https-cobol/config/batch-schedule.dat".
       01  ws-schedule-fs      PIC XX VALUE "00".
       01  ws-batch-control-path PIC X(100) VALUE
           "mcp-https-cobol/config/batch-control.dat".
       01  ws-batch-fs         PIC XX VALUE "00".
       01  ws-batch-steps-path PIC X(100) VALUE
           "mcp-https-cobol/config/batch-steps.dat".
       01  ws-steps-fs         PIC XX VALUE "00".
       01  ws-steps-open       PIC X VALUE "N".
           88  ws-steps-available    VALUE "Y".
       01  ws-run-history-path PIC X(100) VALUE
           "mcp-https-cobol/data/run-history.dat".
       01  ws-history-fs       PIC XX VALUE "00".
       01  ws-wait-path        PIC X(100) VALUE
           "mcp-https-cobol/data/wait-queue.dat".
       01  ws-wait-fs          PIC XX VALUE "00".

       COPY "mcpbchk.cpy".
       COPY "mcpfchk.cpy".

      *> Clock and business-night context, derived exactly as
      *> schedule_monitor and job_dispatcher derive them.
       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-ymd          PIC 9(8)  VALUE 0.
       01  ws-now-days         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-now-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-today-dash       PIC X(10) VALUE SPACES.
       01  ws-proc-date        PIC X(8) VALUE SPACES.
       01  ws-open-stamp       PIC X(19) VALUE SPACES.
       01  ws-night-open       PIC X VALUE "N".
           88  ws-night-is-open      VALUE "Y".
       01  ws-proc-date-num    PIC 9(8) VALUE 0.
       01  ws-check-date       PIC X(8) VALUE SPACES.
       01  ws-runs-today       PIC X VALUE "Y".
           88  ws-job-due-today      VALUE "Y".

       01  ws-env-nights       PIC X(10) VALUE SPACES.
       01  ws-nights-wanted    BINARY-LONG VALUE 10.

      *> Working copy of each schedule line plus the projection in
      *> seconds (INTEGER-OF-DATE days * 86400 + time of day), kept
      *> in step with FC-JOB by subscript.
       78  FCST-JOB-MAX        VALUE 50.
       78  FCST-NIGHT-MAX      VALUE 30.
       01  ws-fj-table.
           05  ws-fj-entry OCCURS 50 TIMES.
               10  ws-fj-sched-start   PIC X(5).
               10  ws-fj-max-elapsed   PIC 9(4).
               10  ws-fj-predecessor   PIC X(20).
               10  ws-fj-deadline      PIC X(5).
               10  ws-fj-pred-idx      BINARY-LONG.
               10  ws-fj-resolved      PIC X.
               10  ws-fj-slot-wait     PIC X.
               10  ws-fj-typ-secs      USAGE BINARY-DOUBLE.
               10  ws-fj-worst-secs    USAGE BINARY-DOUBLE.
               10  ws-fj-start-typ     USAGE BINARY-DOUBLE.
               10  ws-fj-start-worst   USAGE BINARY-DOUBLE.
               10  ws-fj-end-typ       USAGE BINARY-DOUBLE.
               10  ws-fj-end-worst     USAGE BINARY-DOUBLE.
      *> Ring of the most recent nights' elapsed seconds: one slot per
      *> business night, a later run the same night replacing the
      *> earlier one so a rerun counts once, as the night's outcome.
               10  ws-fj-night-count   BINARY-LONG.
               10  ws-fj-night-next    BINARY-LONG.
               10  ws-fj-night-last    BINARY-LONG.
               10  ws-fj-night OCCURS 30 TIMES.
                   15  ws-fj-night-key     PIC X(8).
                   15  ws-fj-night-secs    USAGE BINARY-DOUBLE.
       01  ws-fj-idx           BINARY-LONG VALUE 0.
       01  ws-fj-jdx           BINARY-LONG VALUE 0.
       01  ws-fj-found         BINARY-LONG VALUE 0.
       01  ws-night-idx        BINARY-LONG VALUE 0.
       01  ws-night-key        PIC X(8) VALUE SPACES.
       01  ws-pass             BINARY-LONG VALUE 0.
       01  ws-unresolved       BINARY-LONG VALUE 0.

       01  ws-sum-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-run-start-secs   USAGE BINARY-DOUBLE VALUE 0.
       01  ws-run-end-secs     USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-remain-secs      USAGE BINARY-DOUBLE VALUE 0.
       01  ws-held-start       PIC X VALUE "N".
           88  ws-start-held         VALUE "Y".
       01  ws-blackout-tries   BINARY-LONG VALUE 0.
       01  ws-night-end-typ    USAGE BINARY-DOUBLE VALUE 0.
       01  ws-night-end-worst  USAGE BINARY-DOUBLE VALUE 0.

      *> Step progress of the job being costed, tonight only.
       01  ws-steps-total      BINARY-LONG VALUE 0.
       01  ws-steps-done       BINARY-LONG VALUE 0.

       01  ws-started-tonight  PIC X VALUE "N".
           88  ws-job-started-tonight VALUE "Y".

      *> Conversions between timestamps and seconds.
       01  ws-stamp            PIC X(19) VALUE SPACES.
       01  ws-stamp-ymd        PIC 9(8) VALUE 0.
       01  ws-stamp-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-stamp-days       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-stamp-rem        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-stamp-hh         PIC 99 VALUE 0.
       01  ws-stamp-mm         PIC 99 VALUE 0.
       01  ws-stamp-ss         PIC 99 VALUE 0.
       01  ws-hhmm             PIC X(5) VALUE SPACES.
       01  ws-hhmm-secs        USAGE BINARY-DOUBLE VALUE 0.

       LINKAGE SECTION.
       COPY "mcpfcst.cpy".

       PROCEDURE DIVISION USING BATCH-FORECAST.
       MAIN-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-now-days = INTEGER-OF-DATE(ws-now-ymd).
           COMPUTE ws-now-secs = (ws-now-days * 86400)
               + (NUMVAL(ws-now(9:2)) * 3600)
               + (NUMVAL(ws-now(11:2)) * 60)
               + NUMVAL(ws-now(13:2)).
           STRING ws-now(1:4) "-" ws-now(5:2) "-" ws-now(7:2)
             DELIMITED BY SIZE INTO ws-today-dash.
           CALL "business_date_get" USING BY REFERENCE ws-proc-date
                                          BY REFERENCE ws-open-stamp
                                          BY REFERENCE ws-night-open.

           MOVE 10 TO ws-nights-wanted.
           ACCEPT ws-env-nights FROM ENVIRONMENT "FORECAST_NIGHTS".
           IF ws-env-nights NOT = SPACES THEN
               IF TEST-NUMVAL(ws-env-nights) = 0 THEN
                   COMPUTE ws-nights-wanted = NUMVAL(ws-env-nights)
               END-IF
           END-IF.
           IF ws-nights-wanted < 1 THEN
               MOVE 1 TO ws-nights-wanted
           END-IF.
           IF ws-nights-wanted > FCST-NIGHT-MAX THEN
               MOVE FCST-NIGHT-MAX TO ws-nights-wanted
           END-IF.

           MOVE ws-proc-date TO FC-PROC-DATE.
           MOVE ws-now-secs TO ws-stamp-secs.
           PERFORM SECS-TO-STAMP.
           MOVE ws-stamp TO FC-AS-AT.
           MOVE SPACES TO FC-NIGHT-END-TYP FC-NIGHT-END-WORST.
           MOVE 0 TO FC-JOB-COUNT.
           MOVE 0 TO ws-night-end-typ ws-night-end-worst.

           PERFORM LOAD-SCHEDULE.
           IF FC-JOB-COUNT = 0 THEN
               EXIT PROGRAM
           END-IF.

           PERFORM LOAD-WAIT-LIST.
           PERFORM LOAD-ELAPSED-HISTORY.
           PERFORM VARYING ws-fj-idx FROM 1 BY 1
                   UNTIL ws-fj-idx > FC-JOB-COUNT
               PERFORM COST-ONE-JOB
           END-PERFORM.

           PERFORM READ-LIVE-STATE.
           PERFORM RESOLVE-CHAIN.

           PERFORM VARYING ws-fj-idx FROM 1 BY 1
                   UNTIL ws-fj-idx > FC-JOB-COUNT
               PERFORM FINISH-ONE-JOB
           END-PERFORM.

           IF ws-night-end-typ > 0 THEN
               MOVE ws-night-end-typ TO ws-stamp-secs
               PERFORM SECS-TO-STAMP
               MOVE ws-stamp TO FC-NIGHT-END-TYP
               MOVE ws-night-end-worst TO ws-stamp-secs
               PERFORM SECS-TO-STAMP
               MOVE ws-stamp TO FC-NIGHT-END-WORST
           END-IF.
           EXIT PROGRAM.

       LOAD-SCHEDULE.
           MOVE "00" TO ws-schedule-fs.
           OPEN INPUT schedule-file.
           IF ws-schedule-fs NOT = "00" THEN
               MOVE "00" TO ws-schedule-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-schedule-fs NOT = "00"
               READ schedule-file
                   AT END
                       MOVE "10" TO ws-schedule-fs
                   NOT AT END
                       IF PS-JOB-NAME NOT = SPACES
                               AND FC-JOB-COUNT < FCST-JOB-MAX THEN
                           PERFORM ADD-SCHEDULE-JOB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           MOVE "00" TO ws-schedule-fs.
           EXIT.

       ADD-SCHEDULE-JOB.
           ADD 1 TO FC-JOB-COUNT.
           MOVE FC-JOB-COUNT TO ws-fj-idx.
           INITIALIZE FC-JOB(ws-fj-idx) ws-fj-entry(ws-fj-idx).
           MOVE PS-JOB-NAME    TO FC-JOB-NAME(ws-fj-idx).
           MOVE PS-SCHED-START TO ws-fj-sched-start(ws-fj-idx).
           MOVE PS-PREDECESSOR TO ws-fj-predecessor(ws-fj-idx).
           MOVE PS-DEADLINE    TO ws-fj-deadline(ws-fj-idx).
           MOVE "N" TO FC-BREACH(ws-fj-idx) FC-WORST-BREACH(ws-fj-idx).
           MOVE "N" TO ws-fj-resolved(ws-fj-idx)
                       ws-fj-slot-wait(ws-fj-idx).
           IF PS-MAX-ELAPSED NUMERIC THEN
               MOVE PS-MAX-ELAPSED TO ws-fj-max-elapsed(ws-fj-idx)
           END-IF.
           MOVE 1 TO ws-fj-night-next(ws-fj-idx).

           MOVE ws-proc-date TO ws-check-date.
           CALL "schedule_day_check"
               USING BY REFERENCE PS-FREQUENCY
                     BY REFERENCE ws-check-date
                     BY REFERENCE ws-runs-today.
           IF ws-job-due-today THEN
               MOVE "PENDING" TO FC-JOB-STATE(ws-fj-idx)
           ELSE
               MOVE "NOT DUE" TO FC-JOB-STATE(ws-fj-idx)
           END-IF.
           EXIT.

       LOAD-WAIT-LIST.
      *> Marks the jobs job_dispatcher has queued for a run slot.
           MOVE "00" TO ws-wait-fs.
           OPEN INPUT wait-file.
           IF ws-wait-fs NOT = "00" THEN
               MOVE "00" TO ws-wait-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-wait-fs NOT = "00"
               READ wait-file
                   AT END
                       MOVE "10" TO ws-wait-fs
                   NOT AT END
                       PERFORM VARYING ws-fj-jdx FROM 1 BY 1
                               UNTIL ws-fj-jdx > FC-JOB-COUNT
                           IF FC-JOB-NAME(ws-fj-jdx) = WQ-JOB-NAME THEN
                               MOVE "Y" TO ws-fj-slot-wait(ws-fj-jdx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE wait-file.
           MOVE "00" TO ws-wait-fs.
           EXIT.

       LOAD-ELAPSED-HISTORY.
      *> Run-history is appended in completion order, so the nights
      *> arrive oldest first and the ring ends up holding the most
      *> recent ones. Tonight's own runs are excluded: they are the
      *> thing being forecast, not evidence for it.
           MOVE "00" TO ws-history-fs.
           OPEN INPUT run-history-file.
           IF ws-history-fs NOT = "00" THEN
               MOVE "00" TO ws-history-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-history-fs NOT = "00"
               READ run-history-file
                   AT END
                       MOVE "10" TO ws-history-fs
                   NOT AT END
                       PERFORM KEEP-NIGHT-ELAPSED
               END-READ
           END-PERFORM.
           CLOSE run-history-file.
           MOVE "00" TO ws-history-fs.
           EXIT.

       KEEP-NIGHT-ELAPSED.
           MOVE 0 TO ws-fj-found.
           PERFORM VARYING ws-fj-jdx FROM 1 BY 1
                   UNTIL ws-fj-jdx > FC-JOB-COUNT OR ws-fj-found > 0
               IF FC-JOB-NAME(ws-fj-jdx) = RH-JOB-NAME THEN
                   MOVE ws-fj-jdx TO ws-fj-found
               END-IF
           END-PERFORM.
           IF ws-fj-found = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF RH-START-TIME(1:4) NOT NUMERIC
                   OR RH-END-TIME(1:4) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

      *> Records from before RH-PROC-DATE existed fall back to the
      *> calendar date the run started on.
           IF RH-PROC-DATE NOT = SPACES THEN
               MOVE RH-PROC-DATE TO ws-night-key
           ELSE
               STRING RH-START-TIME(1:4) RH-START-TIME(6:2)
                      RH-START-TIME(9:2)
                 DELIMITED BY SIZE INTO ws-night-key
           END-IF.
           IF ws-night-key = ws-proc-date THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RH-START-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-run-start-secs.
           MOVE RH-END-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-run-end-secs.
           IF ws-run-end-secs < ws-run-start-secs THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-fj-found TO ws-fj-idx.
           IF ws-fj-night-count(ws-fj-idx) > 0 THEN
               MOVE ws-fj-night-last(ws-fj-idx) TO ws-night-idx
               IF ws-fj-night-key(ws-fj-idx ws-night-idx)
                       = ws-night-key THEN
                   COMPUTE ws-fj-night-secs(ws-fj-idx ws-night-idx) =
                       ws-run-end-secs - ws-run-start-secs
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ws-fj-night-next(ws-fj-idx) TO ws-night-idx.
           MOVE ws-night-key TO ws-fj-night-key(ws-fj-idx ws-night-idx).
           COMPUTE ws-fj-night-secs(ws-fj-idx ws-night-idx) =
               ws-run-end-secs - ws-run-start-secs.
           MOVE ws-night-idx TO ws-fj-night-last(ws-fj-idx).
           IF ws-fj-night-count(ws-fj-idx) < ws-nights-wanted THEN
               ADD 1 TO ws-fj-night-count(ws-fj-idx)
           END-IF.
           ADD 1 TO ws-fj-night-next(ws-fj-idx).
           IF ws-fj-night-next(ws-fj-idx) > ws-nights-wanted THEN
               MOVE 1 TO ws-fj-night-next(ws-fj-idx)
           END-IF.
           EXIT.

       COST-ONE-JOB.
           MOVE ws-fj-night-count(ws-fj-idx)
             TO FC-NIGHTS-USED(ws-fj-idx).
           IF ws-fj-night-count(ws-fj-idx) = 0 THEN
               COMPUTE ws-fj-typ-secs(ws-fj-idx) =
                   ws-fj-max-elapsed(ws-fj-idx) * 60
               MOVE ws-fj-typ-secs(ws-fj-idx)
                 TO ws-fj-worst-secs(ws-fj-idx)
           ELSE
               MOVE 0 TO ws-sum-secs
               MOVE 0 TO ws-fj-worst-secs(ws-fj-idx)
               PERFORM VARYING ws-night-idx FROM 1 BY 1
                       UNTIL ws-night-idx > ws-fj-night-count(ws-fj-idx)
                   ADD ws-fj-night-secs(ws-fj-idx ws-night-idx)
                     TO ws-sum-secs
                   IF ws-fj-night-secs(ws-fj-idx ws-night-idx)
                           > ws-fj-worst-secs(ws-fj-idx) THEN
                       MOVE ws-fj-night-secs(ws-fj-idx ws-night-idx)
                         TO ws-fj-worst-secs(ws-fj-idx)
                   END-IF
               END-PERFORM
               COMPUTE ws-fj-typ-secs(ws-fj-idx) =
                   ws-sum-secs / ws-fj-night-count(ws-fj-idx)
           END-IF.
      *> Minutes for display, rounded up so a 30-second job does not
      *> show as taking no time at all.
           COMPUTE FC-TYP-MINS(ws-fj-idx) =
               (ws-fj-typ-secs(ws-fj-idx) + 59) / 60.
           COMPUTE FC-WORST-MINS(ws-fj-idx) =
               (ws-fj-worst-secs(ws-fj-idx) + 59) / 60.
           EXIT.

       READ-LIVE-STATE.
      *> A job with no batch-control record, or none readable, stays
      *> PENDING and is projected from its schedule.
           MOVE "00" TO ws-batch-fs.
           OPEN INPUT batch-control-file.
           IF ws-batch-fs NOT = "00" THEN
               MOVE "00" TO ws-batch-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ws-steps-open.
           MOVE "00" TO ws-steps-fs.
           OPEN INPUT batch-steps-file.
           IF ws-steps-fs = "00" THEN
               SET ws-steps-available TO TRUE
           END-IF.

           PERFORM VARYING ws-fj-idx FROM 1 BY 1
                   UNTIL ws-fj-idx > FC-JOB-COUNT
               IF FC-JOB-STATE(ws-fj-idx) NOT = "NOT DUE" THEN
                   MOVE FC-JOB-NAME(ws-fj-idx) TO BC-JOB-NAME
                   READ batch-control-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PROJECT-FROM-STATUS
                   END-READ
               END-IF
           END-PERFORM.

           IF ws-steps-available THEN
               CLOSE batch-steps-file
           END-IF.
           CLOSE batch-control-file.
           MOVE "00" TO ws-batch-fs ws-steps-fs.
           EXIT.

       PROJECT-FROM-STATUS.
           MOVE "N" TO ws-started-tonight.
           IF BC-START-TIME NOT = SPACES THEN
               IF ws-night-is-open THEN
                   IF BC-START-TIME >= ws-open-stamp THEN
                       SET ws-job-started-tonight TO TRUE
                   END-IF
               ELSE
                   IF BC-START-TIME(1:10) = ws-today-dash THEN
                       SET ws-job-started-tonight TO TRUE
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN BC-STATUS = "HELD"
      *> Projected as if released now, from the top: the hold is the
      *> operator's decision and the forecast shows its cost.
                   MOVE "HELD" TO FC-JOB-STATE(ws-fj-idx)
                   MOVE ws-now-secs TO ws-fj-start-typ(ws-fj-idx)
                                       ws-fj-start-worst(ws-fj-idx)
                   COMPUTE ws-fj-end-typ(ws-fj-idx) =
                       ws-now-secs + ws-fj-typ-secs(ws-fj-idx)
                   COMPUTE ws-fj-end-worst(ws-fj-idx) =
                       ws-now-secs + ws-fj-worst-secs(ws-fj-idx)
                   MOVE "Y" TO ws-fj-resolved(ws-fj-idx)
               WHEN BC-STATUS = "LAUNCHED"
      *> Launched but not yet reported in: starts now, from its first
      *> step not FINISHED tonight (a retry resumes mid-job).
                   MOVE "RUNNING" TO FC-JOB-STATE(ws-fj-idx)
                   PERFORM COUNT-STEP-PROGRESS
                   MOVE ws-now-secs TO ws-fj-start-typ(ws-fj-idx)
                                       ws-fj-start-worst(ws-fj-idx)
                   PERFORM PROJECT-REMAINING-FROM-NOW
                   MOVE "Y" TO ws-fj-resolved(ws-fj-idx)
               WHEN ws-job-started-tonight AND BC-STATUS = "FINISHED"
                   MOVE "FINISHED" TO FC-JOB-STATE(ws-fj-idx)
                   MOVE BC-START-TIME TO ws-stamp
                   PERFORM STAMP-TO-SECS
                   MOVE ws-stamp-secs TO ws-fj-start-typ(ws-fj-idx)
                                         ws-fj-start-worst(ws-fj-idx)
                   MOVE BC-END-TIME TO ws-stamp
                   PERFORM STAMP-TO-SECS
                   MOVE ws-stamp-secs TO ws-fj-end-typ(ws-fj-idx)
                                         ws-fj-end-worst(ws-fj-idx)
                   MOVE "Y" TO ws-fj-resolved(ws-fj-idx)
               WHEN ws-job-started-tonight AND BC-STATUS = "ACTIVE"
                   MOVE "RUNNING" TO FC-JOB-STATE(ws-fj-idx)
                   PERFORM COUNT-STEP-PROGRESS
                   MOVE BC-START-TIME TO ws-stamp
                   PERFORM STAMP-TO-SECS
                   MOVE ws-stamp-secs TO ws-fj-start-typ(ws-fj-idx)
                                         ws-fj-start-worst(ws-fj-idx)
                   PERFORM PROJECT-ACTIVE-RUN
                   MOVE "Y" TO ws-fj-resolved(ws-fj-idx)
               WHEN ws-job-started-tonight AND BC-STATUS = "ABENDED"
      *> Awaiting a retry or an operator RERUN, which restarts from
      *> the failing step: the remaining share, from now.
                   MOVE "ABENDED" TO FC-JOB-STATE(ws-fj-idx)
                   PERFORM COUNT-STEP-PROGRESS
                   MOVE ws-now-secs TO ws-fj-start-typ(ws-fj-idx)
                                       ws-fj-start-worst(ws-fj-idx)
                   PERFORM PROJECT-REMAINING-FROM-NOW
                   MOVE "Y" TO ws-fj-resolved(ws-fj-idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       PROJECT-ACTIVE-RUN.
      *> Actual start plus the usual elapsed; once the job is already
      *> past that, the usual elapsed is no longer evidence of when it
      *> will end, and the steps still to run (from now) are.
           COMPUTE ws-fj-end-typ(ws-fj-idx) =
               ws-fj-start-typ(ws-fj-idx) + ws-fj-typ-secs(ws-fj-idx).
           IF ws-fj-end-typ(ws-fj-idx) <= ws-now-secs THEN
               MOVE ws-fj-typ-secs(ws-fj-idx) TO ws-remain-secs
               PERFORM SHARE-OF-STEPS-LEFT
               COMPUTE ws-fj-end-typ(ws-fj-idx) =
                   ws-now-secs + ws-remain-secs
           END-IF.
           COMPUTE ws-fj-end-worst(ws-fj-idx) =
               ws-fj-start-worst(ws-fj-idx)
               + ws-fj-worst-secs(ws-fj-idx).
           IF ws-fj-end-worst(ws-fj-idx) < ws-fj-end-typ(ws-fj-idx) THEN
               MOVE ws-fj-worst-secs(ws-fj-idx) TO ws-remain-secs
               PERFORM SHARE-OF-STEPS-LEFT
               COMPUTE ws-fj-end-worst(ws-fj-idx) =
                   ws-now-secs + ws-remain-secs
               IF ws-fj-end-worst(ws-fj-idx)
                       < ws-fj-end-typ(ws-fj-idx) THEN
                   MOVE ws-fj-end-typ(ws-fj-idx)
                     TO ws-fj-end-worst(ws-fj-idx)
               END-IF
           END-IF.
           EXIT.

       PROJECT-REMAINING-FROM-NOW.
           MOVE ws-fj-typ-secs(ws-fj-idx) TO ws-remain-secs.
           PERFORM SHARE-OF-STEPS-LEFT.
           COMPUTE ws-fj-end-typ(ws-fj-idx) =
               ws-now-secs + ws-remain-secs.
           MOVE ws-fj-worst-secs(ws-fj-idx) TO ws-remain-secs.
           PERFORM SHARE-OF-STEPS-LEFT.
           COMPUTE ws-fj-end-worst(ws-fj-idx) =
               ws-now-secs + ws-remain-secs.
           EXIT.

       SHARE-OF-STEPS-LEFT.
      *> Scales ws-remain-secs (a whole-run elapsed) down to the steps
      *> not yet FINISHED tonight. An uninstrumented job has no step
      *> records and keeps the whole-run figure; a job whose every
      *> step is done is still given a minute to report its END.
           IF ws-steps-total > 0 THEN
               COMPUTE ws-remain-secs = ws-remain-secs
                   * (ws-steps-total - ws-steps-done) / ws-steps-total
           END-IF.
           IF ws-remain-secs < 60 THEN
               MOVE 60 TO ws-remain-secs
           END-IF.
           EXIT.

       COUNT-STEP-PROGRESS.
      *> Step records for the job, in step order (START at step 000,
      *> read forward while the job name matches): how many there are,
      *> how many FINISHED tonight, and the step now ACTIVE or ABENDED
      *> for the report.
           MOVE 0 TO ws-steps-total ws-steps-done.
           MOVE SPACES TO FC-CUR-STEP(ws-fj-idx).
           IF NOT ws-steps-available THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FC-JOB-NAME(ws-fj-idx) TO BS-JOB-NAME.
           MOVE 0 TO BS-STEP-NUMBER.
           MOVE "00" TO ws-steps-fs.
           START batch-steps-file KEY >= BS-KEY
               INVALID KEY
                   MOVE "10" TO ws-steps-fs
           END-START.
           PERFORM UNTIL ws-steps-fs NOT = "00"
               READ batch-steps-file NEXT
                   AT END
                       MOVE "10" TO ws-steps-fs
                   NOT AT END
                       IF BS-JOB-NAME NOT = FC-JOB-NAME(ws-fj-idx) THEN
                           MOVE "10" TO ws-steps-fs
                       ELSE
                           PERFORM TALLY-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO ws-steps-fs.
           EXIT.

       TALLY-ONE-STEP.
           ADD 1 TO ws-steps-total.
           IF BS-STATUS = "FINISHED" THEN
               IF ws-night-is-open THEN
                   IF BS-END-TIME >= ws-open-stamp THEN
                       ADD 1 TO ws-steps-done
                   END-IF
               ELSE
                   IF BS-END-TIME(1:10) = ws-today-dash THEN
                       ADD 1 TO ws-steps-done
                   END-IF
               END-IF
           END-IF.
           IF (BS-STATUS = "ACTIVE" OR BS-STATUS = "ABENDED")
                   AND FC-CUR-STEP(ws-fj-idx) = SPACES THEN
               STRING BS-STEP-NUMBER " " BS-STEP-NAME
                 DELIMITED BY SIZE INTO FC-CUR-STEP(ws-fj-idx)
           END-IF.
           EXIT.

       RESOLVE-CHAIN.
      *> Link each due job to its predecessor's table entry, then
      *> project PENDING jobs in passes: a job is placed once its
      *> predecessor has been. Anything still unplaced after as many
      *> passes as there are jobs sits on a predecessor loop and is
      *> placed ignoring the predecessor.
           PERFORM VARYING ws-fj-idx FROM 1 BY 1
                   UNTIL ws-fj-idx > FC-JOB-COUNT
               MOVE 0 TO ws-fj-pred-idx(ws-fj-idx)
               IF ws-fj-predecessor(ws-fj-idx) NOT = SPACES THEN
                   PERFORM VARYING ws-fj-jdx FROM 1 BY 1
                           UNTIL ws-fj-jdx > FC-JOB-COUNT
                       IF FC-JOB-NAME(ws-fj-jdx)
                               = ws-fj-predecessor(ws-fj-idx)
                               AND FC-JOB-STATE(ws-fj-jdx)
                                   NOT = "NOT DUE"
                               AND ws-fj-jdx NOT = ws-fj-idx THEN
                           MOVE ws-fj-jdx TO ws-fj-pred-idx(ws-fj-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE 1 TO ws-unresolved.
           PERFORM VARYING ws-pass FROM 1 BY 1
                   UNTIL ws-pass > FC-JOB-COUNT OR ws-unresolved = 0
               MOVE 0 TO ws-unresolved
               PERFORM VARYING ws-fj-idx FROM 1 BY 1
                       UNTIL ws-fj-idx > FC-JOB-COUNT
                   IF FC-JOB-STATE(ws-fj-idx) = "PENDING"
                           AND ws-fj-resolved(ws-fj-idx) = "N" THEN
                       MOVE ws-fj-pred-idx(ws-fj-idx) TO ws-fj-jdx
                       IF ws-fj-jdx = 0 THEN
                           PERFORM PROJECT-PENDING-JOB
                       ELSE
                           IF ws-fj-resolved(ws-fj-jdx) = "Y" THEN
                               PERFORM PROJECT-PENDING-JOB
                           ELSE
                               ADD 1 TO ws-unresolved
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING ws-fj-idx FROM 1 BY 1
                   UNTIL ws-fj-idx > FC-JOB-COUNT
               IF FC-JOB-STATE(ws-fj-idx) = "PENDING"
                       AND ws-fj-resolved(ws-fj-idx) = "N" THEN
                   MOVE 0 TO ws-fj-jdx
                   PERFORM PROJECT-PENDING-JOB
               END-IF
           END-PERFORM.
           EXIT.

       PROJECT-PENDING-JOB.
      *> ws-fj-jdx is the predecessor's entry, or 0 for none.
           MOVE ws-fj-sched-start(ws-fj-idx) TO ws-hhmm.
           PERFORM ANCHOR-HHMM.
           MOVE ws-hhmm-secs TO ws-sched-secs.
           IF ws-sched-secs < ws-now-secs THEN
               MOVE ws-now-secs TO ws-sched-secs
           END-IF.
           MOVE ws-sched-secs TO ws-fj-start-typ(ws-fj-idx)
                                 ws-fj-start-worst(ws-fj-idx).
           IF ws-fj-jdx > 0 THEN
               IF ws-fj-end-typ(ws-fj-jdx) > ws-fj-start-typ(ws-fj-idx)
               THEN
                   MOVE ws-fj-end-typ(ws-fj-jdx)
                     TO ws-fj-start-typ(ws-fj-idx)
               END-IF
               IF ws-fj-end-worst(ws-fj-jdx)
                       > ws-fj-start-worst(ws-fj-idx) THEN
                   MOVE ws-fj-end-worst(ws-fj-jdx)
                     TO ws-fj-start-worst(ws-fj-idx)
               END-IF
           END-IF.

      *> The dispatcher launches nothing inside a blackout window, so
      *> a start that falls in one moves to the window's end.
           MOVE "N" TO ws-held-start.
           MOVE ws-fj-start-typ(ws-fj-idx) TO ws-sched-secs.
           PERFORM SKIP-BLACKOUT.
           MOVE ws-sched-secs TO ws-fj-start-typ(ws-fj-idx).
           MOVE ws-fj-start-worst(ws-fj-idx) TO ws-sched-secs.
           PERFORM SKIP-BLACKOUT.
           MOVE ws-sched-secs TO ws-fj-start-worst(ws-fj-idx).
           IF ws-fj-start-worst(ws-fj-idx) < ws-fj-start-typ(ws-fj-idx)
           THEN
               MOVE ws-fj-start-typ(ws-fj-idx)
                 TO ws-fj-start-worst(ws-fj-idx)
           END-IF.

           EVALUATE TRUE
               WHEN ws-start-held
                   MOVE "BLACKOUT" TO FC-JOB-STATE(ws-fj-idx)
               WHEN ws-fj-slot-wait(ws-fj-idx) = "Y"
                   MOVE "WAITING" TO FC-JOB-STATE(ws-fj-idx)
               WHEN OTHER
                   MOVE FC-JOB-NAME(ws-fj-idx) TO IC-JOB-NAME
                   CALL "inbound_file_check"
                       USING BY REFERENCE INBOUND-CHECK
                   IF NOT IC-NO-FEEDS AND NOT IC-FEEDS-READY THEN
                       MOVE "INBOUND" TO FC-JOB-STATE(ws-fj-idx)
                   END-IF
           END-EVALUATE.

           COMPUTE ws-fj-end-typ(ws-fj-idx) =
               ws-fj-start-typ(ws-fj-idx) + ws-fj-typ-secs(ws-fj-idx).
           COMPUTE ws-fj-end-worst(ws-fj-idx) =
               ws-fj-start-worst(ws-fj-idx)
               + ws-fj-worst-secs(ws-fj-idx).
           MOVE "Y" TO ws-fj-resolved(ws-fj-idx).
           EXIT.

       SKIP-BLACKOUT.
      *> ws-sched-secs moved past every blackout window covering the
      *> job that it falls in, following a window that ends where the
      *> next begins (bounded, in case the calendar loops).
           MOVE FC-JOB-NAME(ws-fj-idx) TO BK-JOB-NAME.
           MOVE 0 TO ws-blackout-tries.
           PERFORM UNTIL ws-blackout-tries >= 10
               ADD 1 TO ws-blackout-tries
               MOVE ws-sched-secs TO ws-stamp-secs
               PERFORM SECS-TO-STAMP
               MOVE ws-stamp TO BK-FROM BK-TO
               CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK
               IF NOT BK-IN-BLACKOUT THEN
                   EXIT PERFORM
               END-IF
               SET ws-start-held TO TRUE
               MOVE BK-LAST-END TO ws-stamp
               PERFORM STAMP-TO-SECS
               IF ws-stamp-secs <= ws-sched-secs THEN
                   EXIT PERFORM
               END-IF
               MOVE ws-stamp-secs TO ws-sched-secs
           END-PERFORM.
           EXIT.

       FINISH-ONE-JOB.
           MOVE SPACES TO FC-START-TYP(ws-fj-idx)
                          FC-START-WORST(ws-fj-idx)
                          FC-END-TYP(ws-fj-idx) FC-END-WORST(ws-fj-idx)
                          FC-DEADLINE(ws-fj-idx).
           IF FC-JOB-STATE(ws-fj-idx) = "NOT DUE" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-fj-start-typ(ws-fj-idx) TO ws-stamp-secs.
           PERFORM SECS-TO-STAMP.
           MOVE ws-stamp TO FC-START-TYP(ws-fj-idx).
           MOVE ws-fj-start-worst(ws-fj-idx) TO ws-stamp-secs.
           PERFORM SECS-TO-STAMP.
           MOVE ws-stamp TO FC-START-WORST(ws-fj-idx).
           MOVE ws-fj-end-typ(ws-fj-idx) TO ws-stamp-secs.
           PERFORM SECS-TO-STAMP.
           MOVE ws-stamp TO FC-END-TYP(ws-fj-idx).
           MOVE ws-fj-end-worst(ws-fj-idx) TO ws-stamp-secs.
           PERFORM SECS-TO-STAMP.
           MOVE ws-stamp TO FC-END-WORST(ws-fj-idx).

           IF ws-fj-end-typ(ws-fj-idx) > ws-night-end-typ THEN
               MOVE ws-fj-end-typ(ws-fj-idx) TO ws-night-end-typ
           END-IF.
           IF ws-fj-end-worst(ws-fj-idx) > ws-night-end-worst THEN
               MOVE ws-fj-end-worst(ws-fj-idx) TO ws-night-end-worst
           END-IF.

           MOVE ws-fj-deadline(ws-fj-idx) TO ws-hhmm.
           PERFORM ANCHOR-HHMM.
           IF ws-hhmm-secs > 0 THEN
               MOVE ws-hhmm-secs TO ws-stamp-secs
               PERFORM SECS-TO-STAMP
               MOVE ws-stamp TO FC-DEADLINE(ws-fj-idx)
               IF ws-fj-end-typ(ws-fj-idx) > ws-hhmm-secs THEN
                   MOVE "Y" TO FC-BREACH(ws-fj-idx)
               END-IF
               IF ws-fj-end-worst(ws-fj-idx) > ws-hhmm-secs THEN
                   MOVE "Y" TO FC-WORST-BREACH(ws-fj-idx)
               END-IF
           END-IF.
           EXIT.

       ANCHOR-HHMM.
      *> ws-hhmm "HH.MM" to seconds on tonight's clock: with a night
      *> OPEN, noon onward is the evening of the business date and
      *> earlier times the morning after it; with no night OPEN, the
      *> same calendar day. Blank or malformed = 0 (no time).
           MOVE 0 TO ws-hhmm-secs.
           IF ws-hhmm(1:2) NOT NUMERIC OR ws-hhmm(4:2) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-night-is-open THEN
               MOVE ws-proc-date TO ws-proc-date-num
               COMPUTE ws-stamp-days = INTEGER-OF-DATE(ws-proc-date-num)
               IF ws-hhmm < "12.00" THEN
                   ADD 1 TO ws-stamp-days
               END-IF
           ELSE
               MOVE ws-now-days TO ws-stamp-days
           END-IF.
           COMPUTE ws-hhmm-secs = (ws-stamp-days * 86400)
               + (NUMVAL(ws-hhmm(1:2)) * 3600)
               + (NUMVAL(ws-hhmm(4:2)) * 60).
           EXIT.

       STAMP-TO-SECS.
      *> "YYYY-MM-DD-HH.MM.SS" (or the audit style with a space and
      *> colons: only the digit positions are read) to seconds.
           MOVE 0 TO ws-stamp-secs.
           IF ws-stamp(1:4) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-stamp(1:4) TO ws-stamp-ymd(1:4).
           MOVE ws-stamp(6:2) TO ws-stamp-ymd(5:2).
           MOVE ws-stamp(9:2) TO ws-stamp-ymd(7:2).
           COMPUTE ws-stamp-secs =
               (INTEGER-OF-DATE(ws-stamp-ymd) * 86400)
               + (NUMVAL(ws-stamp(12:2)) * 3600)
               + (NUMVAL(ws-stamp(15:2)) * 60)
               + NUMVAL(ws-stamp(18:2)).
           EXIT.

       SECS-TO-STAMP.
           DIVIDE ws-stamp-secs BY 86400 GIVING ws-stamp-days
               REMAINDER ws-stamp-rem.
           COMPUTE ws-stamp-ymd = DATE-OF-INTEGER(ws-stamp-days).
           DIVIDE ws-stamp-rem BY 3600 GIVING ws-stamp-hh
               REMAINDER ws-stamp-rem.
           DIVIDE ws-stamp-rem BY 60 GIVING ws-stamp-mm
               REMAINDER ws-stamp-ss.
           MOVE SPACES TO ws-stamp.
           STRING ws-stamp-ymd(1:4) "-" ws-stamp-ymd(5:2) "-"
                  ws-stamp-ymd(7:2) "-" ws-stamp-hh "." ws-stamp-mm "."
                  ws-stamp-ss
             DELIMITED BY SIZE INTO ws-stamp.
           EXIT.
       END PROGRAM batch_forecast.
