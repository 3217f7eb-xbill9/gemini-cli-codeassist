      *>             and the processing calendar (schedule_day_check),
      *>             has not started today by its scheduled time, and
      *>             is not simply waiting on an unfinished
      *>             predecessor, which raises its own alert instead,
      *>             nor queued by job_dispatcher for a run slot
      *>             (data/wait-queue.dat, mcpwait.cpy) behind a full
      *>             job class or the overall limit - it is due and
      *>             ready, and starts as soon as a slot frees
      *>   OVERRUN - is still ACTIVE past its maximum elapsed minutes
      *>   ABEND   - is sitting in ABENDED state
      *>   INBOUND - is due, has not started, and one of the upstream
      *>             feeds it declares (config/file-triggers.dat,
      *>             checked by inbound_file_check) is still missing
      *>             past its latest arrival time or has arrived but
      *>             failed header/trailer validation. job_dispatcher
      *>             holds the launch meanwhile, so a job waiting on
      *>             its feeds is never LATE itself; the INBOUND alert
      *>             closes once the feeds validate.
      *>   FORECAST - has a PS-DEADLINE and, per batch_forecast, is
      *>             projected (typical case) to finish after it: the
      *>             warning comes while there is still time to act,
      *>             not once the hand-off has been missed. Closes by
      *>             itself when the projection comes back inside the
      *>             deadline, or when the job finishes.
      *> Each distinct job/type condition is raised ONCE and then owns
      *> a lifecycle (OPEN -> ACKED via the "alerts" tool -> CLOSED):
      *> while a matching alert is still OPEN or ACKED no duplicate is
      *> job's alerts are closed automatically when the job recovers
      *> (LATE closes once the job is ACTIVE, everything closes once
      *> it is FINISHED).
      *> Blackout windows (config/blackout.dat, via blackout_check):
      *> the dispatcher launches nothing for a job inside a freeze or
      *> maintenance window, so that silence is not LATE. While the
      *> job is still inside a window no LATE is raised; once a window
      *> that overlapped the time since its scheduled start has ended,
      *> the window's end counts as the scheduled start (the moment
      *> the dispatcher could catch the job up) and LATE is measured
      *> from there. An ACTIVE job's elapsed time excludes the minutes
      *> a window took out of it before it is compared for OVERRUN.
      *> ABEND is raised as usual; alert_notifier decides whether it
      *> pages.
      *> Every alert raised and every escalation is also reported to
      *> incident_update, which links it to the job's open abend
      *> incident (if it has one) so the incident timeline shows when
      *> the page went out and when it went unanswered.
      *> Run from cron every few minutes during the batch window.
      *> Exit codes: 0 = no alerts, 2 = alerts raised or escalated,
      *> 8 = file error.
           SELECT alerts-file ASSIGN TO ws-alerts-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-alerts-fs.
           SELECT wait-file ASSIGN TO ws-wait-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-wait-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  schedule-file.
       FD  alerts-file.
       COPY "mcpalrt.cpy".

       FD  wait-file.
       COPY "mcpwait.cpy".

       WORKING-STORAGE SECTION.
       01  ws-schedule-path    PIC X(100) VALUE
           "mcp-https-cobol/config/batch-schedule.dat".
       01  ws-alerts-path      PIC X(100) VALUE
           "mcp-https-cobol/data/alerts.dat".
       01  ws-alerts-fs        PIC XX VALUE "00".
       01  ws-wait-path        PIC X(100) VALUE
           "mcp-https-cobol/data/wait-queue.dat".
       01  ws-wait-fs          PIC XX VALUE "00".

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-stamp        PIC X(19) VALUE SPACES.
       01  ws-proc-date-num    PIC 9(8) VALUE 0.
       01  ws-sched-days       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sched-ymd        PIC 9(8) VALUE 0.
       01  ws-sched-stamp      PIC X(19) VALUE SPACES.
       01  ws-late-from        PIC X(5) VALUE SPACES.

       COPY "mcpfchk.cpy".

       COPY "mcpbchk.cpy".

       COPY "mcpincu.cpy".

       01  ws-start-ymd        PIC 9(8).
       01  ws-start-days       USAGE BINARY-DOUBLE.
       01  ws-close-type       PIC X(8) VALUE SPACES.
       01  ws-any-to-close     PIC X VALUE "N".
           88  ws-job-has-live-alert VALUE "Y".

      *> Tonight's projection, computed once per pass up front.
       COPY "mcpfcst.cpy".
       01  ws-fc-idx           BINARY-LONG VALUE 0.
       01  ws-fc-found         BINARY-LONG VALUE 0.
       01  ws-alert-age-mins   USAGE BINARY-DOUBLE VALUE 0.

      *> Jobs the dispatcher's last poll left waiting for a run slot.
       78  WAIT-TABLE-MAX      VALUE 100.
       01  ws-wait-count       BINARY-LONG VALUE 0.
       01  ws-wait-table.
           05  ws-wt-job OCCURS 100 TIMES PIC X(20).
       01  ws-wt-idx           BINARY-LONG VALUE 0.
       01  ws-slot-wait        PIC X VALUE "N".
           88  ws-waiting-for-slot   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           END-IF.

           PERFORM SCAN-ALERTS.
           PERFORM SCAN-WAIT-LIST.
           CALL "batch_forecast" USING BY REFERENCE BATCH-FORECAST.

           OPEN INPUT schedule-file.
           IF ws-schedule-fs NOT = "00" THEN
           END-IF.
           STOP RUN.

       SCAN-WAIT-LIST.
      *> No wait list means nothing is waiting.
           MOVE 0 TO ws-wait-count.
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
                       IF ws-wait-count < WAIT-TABLE-MAX THEN
                           ADD 1 TO ws-wait-count
                           MOVE WQ-JOB-NAME TO ws-wt-job(ws-wait-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE wait-file.
           MOVE "00" TO ws-wait-fs.
           EXIT.

       SCAN-ALERTS.
      *> One pass over the alerts file before the schedule loop: learn
      *> the highest alert id ever issued, keep the live (OPEN/ACKED)
                           FUNCTION TRIM(AR-ALERT-TYPE) " "
                           FUNCTION TRIM(AR-JOB-NAME)
                           ": unacknowledged since " AR-TIMESTAMP
                   MOVE "ESCALATE" TO IU-EVENT
                   PERFORM LINK-ALERT-TO-INCIDENT
               END-IF
           END-IF.

               PERFORM CLOSE-JOB-ALERTS
           END-IF.

           PERFORM CHECK-INBOUND.

           EVALUATE TRUE
               WHEN ws-job-on-file AND BC-STATUS = "ABENDED"
                   MOVE "ABEND" TO ws-alert-type
                       PERFORM CHECK-LATE
                   END-IF
           END-EVALUATE.

           PERFORM CHECK-FORECAST.
           EXIT.

       CHECK-FORECAST.
      *> Deadline at risk: the typical projected finish is past
      *> PS-DEADLINE. The worst case rides along in the detail so the
      *> operator sees the spread. A finished job is past forecasting
      *> (its alerts closed above); one whose projection has come back
      *> inside the deadline has its FORECAST alert closed.
           MOVE 0 TO ws-fc-found.
           PERFORM VARYING ws-fc-idx FROM 1 BY 1
                   UNTIL ws-fc-idx > FC-JOB-COUNT OR ws-fc-found > 0
               IF FC-JOB-NAME(ws-fc-idx) = PS-JOB-NAME THEN
                   MOVE ws-fc-idx TO ws-fc-found
               END-IF
           END-PERFORM.
           IF ws-fc-found = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-fc-found TO ws-fc-idx.
           IF FC-JOB-STATE(ws-fc-idx) = "NOT DUE"
                   OR FC-JOB-STATE(ws-fc-idx) = "FINISHED" THEN
               EXIT PARAGRAPH
           END-IF.

           IF FC-BREACH(ws-fc-idx) = "Y" THEN
               MOVE "FORECAST" TO ws-alert-type
               MOVE SPACES TO ws-alert-detail
               STRING "projected end " FC-END-TYP(ws-fc-idx)(12:5)
                      ", worst " FC-END-WORST(ws-fc-idx)(12:5)
                      ", deadline " PS-DEADLINE
                 DELIMITED BY SIZE INTO ws-alert-detail
               PERFORM RAISE-ALERT
           ELSE
               MOVE "FORECAST" TO ws-close-type
               PERFORM CLOSE-JOB-ALERTS
           END-IF.
           EXIT.

       CHECK-SCHED-DUE.
               + (NUMVAL(BC-START-TIME(12:2)) * 3600)
               + (NUMVAL(BC-START-TIME(15:2)) * 60)
               + NUMVAL(BC-START-TIME(18:2)).
      *> Minutes a blackout window took out of the run do not count
      *> against PS-MAX-ELAPSED.
           MOVE PS-JOB-NAME   TO BK-JOB-NAME.
           MOVE BC-START-TIME TO BK-FROM.
           MOVE ws-now-stamp  TO BK-TO.
           CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK.
           COMPUTE ws-elapsed-mins =
               (ws-now-secs - ws-start-secs - BK-OVERLAP-SECS) / 60.
           IF ws-elapsed-mins > PS-MAX-ELAPSED THEN
               MOVE "OVERRUN" TO ws-alert-type
               MOVE ws-elapsed-mins TO ws-elapsed-disp
                       END-EVALUATE
               END-READ
           END-IF.
           IF ws-waiting-on-pred THEN
               EXIT PARAGRAPH
           END-IF.
      *> Held by the dispatcher for its inbound feeds: either still
      *> inside their arrival window or already raised as INBOUND.
           IF NOT IC-NO-FEEDS AND NOT IC-FEEDS-READY THEN
               EXIT PARAGRAPH
           END-IF.
      *> Queued by the dispatcher behind a full class or the overall
      *> limit: due and ready, just waiting its turn for a slot.
           MOVE "N" TO ws-slot-wait.
           PERFORM VARYING ws-wt-idx FROM 1 BY 1
                   UNTIL ws-wt-idx > ws-wait-count
               IF ws-wt-job(ws-wt-idx) = PS-JOB-NAME THEN
                   SET ws-waiting-for-slot TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ws-waiting-for-slot THEN
               EXIT PARAGRAPH
           END-IF.

      *> Silence a blackout window caused is not LATE: none while the
      *> job is still inside one, and after one the dispatcher had
      *> only until the window's end to catch the job up.
           MOVE PS-SCHED-START TO ws-late-from.
           PERFORM BUILD-SCHED-STAMP.
           MOVE PS-JOB-NAME    TO BK-JOB-NAME.
           MOVE ws-sched-stamp TO BK-FROM.
           MOVE ws-now-stamp   TO BK-TO.
           CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK.
           IF BK-IN-BLACKOUT THEN
               IF BK-LAST-END >= ws-now-stamp THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE BK-LAST-END(12:5) TO ws-late-from
           END-IF.

           MOVE "LATE" TO ws-alert-type.
           MOVE SPACES TO ws-alert-detail.
           IF BK-IN-BLACKOUT THEN
               STRING "scheduled " PS-SCHED-START
                      ", blackout to " ws-late-from
                      ", not started by " ws-now-hhmm
                 DELIMITED BY SIZE INTO ws-alert-detail
           ELSE
               STRING "scheduled " PS-SCHED-START
                      ", not started by " ws-now-hhmm
                 DELIMITED BY SIZE INTO ws-alert-detail
           END-IF.
           PERFORM RAISE-ALERT.
           EXIT.

       CHECK-INBOUND.
      *> Only a job still to start tonight, due tonight and not HELD
      *> is waiting on its feeds; it is checked from the moment the
      *> night opens, so a feed missing at its latest arrival time is
      *> raised then, before the scheduled start comes round.
           MOVE "NONE" TO IC-RESULT.
           IF ws-job-started-today THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-job-on-file AND BC-STATUS = "HELD" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-proc-date TO ws-check-date.
           CALL "schedule_day_check"
               USING BY REFERENCE PS-FREQUENCY
                     BY REFERENCE ws-check-date
                     BY REFERENCE ws-runs-today.
           IF NOT ws-job-due-today THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-JOB-NAME TO IC-JOB-NAME.
           CALL "inbound_file_check" USING BY REFERENCE INBOUND-CHECK.
           EVALUATE TRUE
               WHEN IC-FEED-MISSING OR IC-FEED-INVALID
                   MOVE "INBOUND" TO ws-alert-type
                   MOVE SPACES TO ws-alert-detail
                   IF IC-FEED-MISSING THEN
                       STRING "missing: " FUNCTION TRIM(IC-DETAIL)
                         DELIMITED BY SIZE INTO ws-alert-detail
                   ELSE
                       STRING "invalid: " FUNCTION TRIM(IC-DETAIL)
                         DELIMITED BY SIZE INTO ws-alert-detail
                   END-IF
                   PERFORM RAISE-ALERT
               WHEN IC-FEEDS-READY
                   MOVE "INBOUND" TO ws-close-type
                   PERFORM CLOSE-JOB-ALERTS
           END-EVALUATE.
           EXIT.

       BUILD-SCHED-STAMP.
      *> PS-SCHED-START as a batch-control stamp, anchored exactly as
      *> CHECK-SCHED-DUE anchors it (ws-sched-days is set there while
      *> a night is OPEN; otherwise it is today's date).
           IF ws-night-is-open THEN
               COMPUTE ws-sched-ymd = DATE-OF-INTEGER(ws-sched-days)
           ELSE
               MOVE ws-now-ymd TO ws-sched-ymd
           END-IF.
           MOVE SPACES TO ws-sched-stamp.
           STRING ws-sched-ymd(1:4) "-" ws-sched-ymd(5:2) "-"
                  ws-sched-ymd(7:2) "-" PS-SCHED-START ".00"
             DELIMITED BY SIZE INTO ws-sched-stamp.
           EXIT.

       RAISE-ALERT.
               DISPLAY "ALERT " FUNCTION TRIM(ws-alert-type) " "
                       FUNCTION TRIM(PS-JOB-NAME) ": "
                       FUNCTION TRIM(ws-alert-detail)
               MOVE "ALERT" TO IU-EVENT
               PERFORM LINK-ALERT-TO-INCIDENT
           END-IF.
           EXIT.

       LINK-ALERT-TO-INCIDENT.
      *> IU-EVENT is set by the caller; the alert is the current
      *> ALERT-RECORD.
           MOVE AR-JOB-NAME   TO IU-JOB-NAME.
           MOVE "schedule_monitor" TO IU-SOURCE.
           MOVE AR-ALERT-ID   TO IU-ALERT-ID.
           MOVE AR-ALERT-TYPE TO IU-ALERT-TYPE.
           MOVE SPACES        TO IU-RETURN-CODE IU-DETAIL.
           IF IU-EVENT = "ESCALATE" THEN
               STRING "alert " AR-ALERT-ID " "
                      FUNCTION TRIM(AR-ALERT-TYPE)
                      " escalated: unacknowledged since "
                      AR-TIMESTAMP
                 DELIMITED BY SIZE INTO IU-DETAIL
           ELSE
               STRING "alert " AR-ALERT-ID " "
                      FUNCTION TRIM(AR-ALERT-TYPE) " raised: "
                      FUNCTION TRIM(AR-DETAIL)
                 DELIMITED BY SIZE INTO IU-DETAIL
           END-IF.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.
           EXIT.

       CLOSE-JOB-ALERTS.
      *> Close the job's live alerts (all of them, or just the one type
      *> in ws-close-type). The in-memory table says whether there is
      *> anything to do before the file is touched at all.
           MOVE "N" TO ws-any-to-close.
           PERFORM VARYING ws-al-idx FROM 1 BY 1
