      *>   HOLD    - marks the batch-control record HELD so the
      *>             scheduler leaves the job alone.
      *>   RELEASE - clears a HOLD (status RELEASED, ready to run).
      *> Requests on a protected job (PS-PROTECTED) arrive AWAITING a
      *> second operator and are left alone until job-submit APPROVE
      *> turns them PENDING; one still AWAITING past its SQ-EXPIRES is
      *> closed as EXPIRED. A PENDING request on a protected job that
      *> carries no approver, or was approved by its own requester, is
      *> rejected rather than trusted.
      *> After the queue, every poll also runs the scheduler pass that
      *> makes the planned schedule ACTIVE instead of advisory: each
      *> job in batch-schedule.dat is launched from jobs/<job>.sh once
      *> A launched job is marked LAUNCHED in batch-control until its
      *> own jobupdate START reports in, so the next poll does not
      *> start it twice.
      *> Blackout windows (config/blackout.dat, via blackout_check):
      *> the scheduler pass launches nothing - first run or retry -
      *> for a job inside a freeze or maintenance window. Nothing is
      *> recorded for the held-back job, so the first poll after the
      *> window ends finds it due, past its start and not yet run
      *> tonight and launches it then: the night catches up on its
      *> own. A queued RERUN or RELEASE of a job inside a hard freeze
      *> is REJECTED "frozen until <end>"; a maintenance window does
      *> not stop an operator acting by hand.
      *> Inbound feeds (config/file-triggers.dat, via
      *> inbound_file_check): a job that declares feeds is not
      *> launched from the schedule until every feed has arrived and
      *> its header/trailer validate. At that launch the feeds' record
      *> count and amount total are registered in
      *> data/control-totals.dat as the job's step 000 (intake), so
      *> batch_status_update's chain check proves the first step read
      *> every record that arrived. A missing or invalid feed simply
      *> holds the job; schedule_monitor raises the INBOUND alert.
      *> Every RERUN launched from the queue and every automatic
      *> retry launched by the scheduler pass is reported to
      *> incident_update, so it lands on the job's open abend incident.
      *> Runbook (config/runbook.dat, via runbook_lookup): a RERUN that
      *> would restart an ABENDED job at a step whose ABEND entry says
      *> restart not allowed is REJECTED "not restartable" - the
      *> entry's instructions say what to do instead. The scheduler's
      *> automatic retry goes further and leaves the job for a person
      *> when the entry says restart not allowed or rerun not safe.
      *> Concurrency (config/job-classes.dat, mcpjcls.cpy): each
      *> scheduled job has a class and a priority (PS-CLASS,
      *> PS-PRIORITY), and a class - and the batch as a whole, class
      *> "*" - may have a limit on jobs running (ACTIVE or LAUNCHED)
      *> at once. Nothing is launched the moment it is found due any
      *> more: every poll first collects what could start - validated
      *> RERUN requests, first runs and automatic retries - orders
      *> them by priority and then scheduled start (request time for
      *> a RERUN), and starts them in that order while slots are
      *> free. The rest WAIT: they are listed in data/wait-queue.dat
      *> (mcpwait.cpy) with when they were first held back, and a
      *> waiting RERUN shows WAITING in the submission queue. A slot
      *> frees when a running job reports END or ABEND, and the next
      *> poll starts whoever is first in line.
      *> The submission queue is in the 201-byte layout of mcpsubq.cpy.
      *> A queue left over from the 143-byte layout (before approvals)
      *> must be converted with sqconvert, or drained and removed,
      *> before this program runs: read as 201-byte records it comes
      *> out of step from the second record, and REWRITEing an outcome
      *> would overwrite the neighbouring requests.
      *> Run from cron every minute or two, like schedule_monitor.
      *> Exit codes: 0 = queue and schedule processed, 8 = file error.
      *> ---------------------------------------------------------------
               FILE STATUS IS ws-queue-fs.
           SELECT batch-control-file ASSIGN TO ws-batch-control-path
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BC-JOB-NAME
               LOCK MODE AUTOMATIC
               FILE STATUS IS ws-batch-fs.
           SELECT run-history-file ASSIGN TO ws-run-history-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-history-fs.
           SELECT control-totals-file ASSIGN TO ws-totals-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-totals-fs.
           SELECT class-file ASSIGN TO ws-class-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-class-fs.
           SELECT wait-file ASSIGN TO ws-wait-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-wait-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  submit-queue-file.
       FD  schedule-file.
       COPY "mcpschd.cpy".

       FD  control-totals-file.
       COPY "mcpctot.cpy".

       FD  run-history-file.
       COPY "mcprhst.cpy".

       FD  class-file.
       COPY "mcpjcls.cpy".

       FD  wait-file.
       COPY "mcpwait.cpy".

       WORKING-STORAGE SECTION.
       01  ws-submit-queue-path PIC X(100) VALUE
           "mcp-https-cobol/data/submit-queue.dat".
       01  ws-accepted-count   BINARY-LONG VALUE 0.
       01  ws-rejected-count   BINARY-LONG VALUE 0.
       01  ws-launched-count   BINARY-LONG VALUE 0.
       01  ws-expired-count    BINARY-LONG VALUE 0.
       01  ws-blackout-count   BINARY-LONG VALUE 0.
       01  ws-feed-wait-count  BINARY-LONG VALUE 0.
       01  ws-now-stamp        PIC X(19) VALUE SPACES.
       01  ws-protected        PIC X VALUE "N".
           88  ws-job-protected      VALUE "Y".
       COPY "mcpbchk.cpy".
       COPY "mcpfchk.cpy".
       COPY "mcpincu.cpy".
       01  ws-launch-done      PIC X VALUE "N".
           88  ws-job-launched       VALUE "Y".
       01  ws-retry-disp       PIC 9(2) VALUE 0.
       01  ws-totals-path      PIC X(100) VALUE
           "mcp-https-cobol/data/control-totals.dat".
       01  ws-totals-fs        PIC XX VALUE "00".
       01  ws-frozen           PIC X VALUE "N".
           88  ws-job-frozen         VALUE "Y".
       COPY "mcprbkl.cpy".

      *> Clock and business-night context for the scheduler pass,
      *> derived exactly as schedule_monitor derives them.
       01  ws-command          PIC X(200) VALUE SPACES.
       01  ws-system-rc        BINARY-LONG VALUE 0.
      *> Job the launch/name-check/restart-step paragraphs work on:
      *> set from SQ-JOB-NAME on the queue path, from PS-JOB-NAME on
      *> the scheduler path, and from the run-slot entry at launch.
       01  ws-target-job       PIC X(20) VALUE SPACES.
       01  ws-name-idx         BINARY-LONG VALUE 0.
       01  ws-name-char        PIC X.
       01  ws-name-ok          PIC X VALUE "Y".
           88  ws-job-name-clean     VALUE "Y".

      *> Concurrency limits: config/job-classes.dat, the class and
      *> priority of every scheduled job, and how many of each class
      *> are running (batch-control ACTIVE or LAUNCHED) this poll.
       01  ws-class-path       PIC X(100) VALUE
           "mcp-https-cobol/config/job-classes.dat".
       01  ws-class-fs         PIC XX VALUE "00".
       78  CLASS-TABLE-MAX     VALUE 20.
       01  ws-class-count      BINARY-LONG VALUE 0.
       01  ws-class-table.
           05  ws-cl-entry OCCURS 20 TIMES.
               10  ws-cl-class     PIC X(8).
               10  ws-cl-max       PIC 9(3).
               10  ws-cl-running   BINARY-LONG.
       01  ws-cl-idx           BINARY-LONG VALUE 0.
       01  ws-cl-found         BINARY-LONG VALUE 0.
       01  ws-overall-max      PIC 9(3) VALUE 0.
       01  ws-overall-running  BINARY-LONG VALUE 0.
       01  ws-running-disp     PIC 9(3) VALUE 0.

       78  JOB-MAP-MAX         VALUE 200.
       01  ws-job-map-count    BINARY-LONG VALUE 0.
       01  ws-job-map.
           05  ws-jm-entry OCCURS 200 TIMES.
               10  ws-jm-job       PIC X(20).
               10  ws-jm-class     PIC X(8).
               10  ws-jm-priority  PIC 9(2).
       01  ws-jm-idx           BINARY-LONG VALUE 0.
       01  ws-map-job          PIC X(20) VALUE SPACES.
       01  ws-job-class        PIC X(8)  VALUE SPACES.
       01  ws-job-priority     PIC 9(2)  VALUE 0.
       78  DEFAULT-PRIORITY    VALUE 50.

      *> Everything that could start this poll, in the order found;
      *> ws-cd-order holds the start order once sorted.
       78  CAND-TABLE-MAX      VALUE 100.
       01  ws-cand-count       BINARY-LONG VALUE 0.
       01  ws-cand-table.
           05  ws-cd-entry OCCURS 100 TIMES.
               10  ws-cd-job           PIC X(20).
               10  ws-cd-class         PIC X(8).
               10  ws-cd-priority      PIC 9(2).
               10  ws-cd-sched-start   PIC X(19).
               10  ws-cd-source        PIC X(8).
               10  ws-cd-request-id    PIC 9(6).
               10  ws-cd-restart-found PIC X(1).
               10  ws-cd-restart-step  PIC 9(3).
               10  ws-cd-feeds         PIC X(1).
               10  ws-cd-retry-max     PIC 9(2).
               10  ws-cd-attempts      PIC 9(3).
               10  ws-cd-go            PIC X(1).
               10  ws-cd-wait-since    PIC X(19).
               10  ws-cd-reason        PIC X(40).
       01  ws-cd-order-table.
           05  ws-cd-order OCCURS 100 TIMES BINARY-LONG.
       01  ws-cd-idx           BINARY-LONG VALUE 0.
       01  ws-ord-idx          BINARY-LONG VALUE 0.
       01  ws-sort-j           BINARY-LONG VALUE 0.
       01  ws-sort-prev        BINARY-LONG VALUE 0.
       01  ws-cand-dup         BINARY-LONG VALUE 0.
       01  ws-cand-match       BINARY-LONG VALUE 0.
       01  ws-new-source       PIC X(8)  VALUE SPACES.
       01  ws-new-sched-start  PIC X(19) VALUE SPACES.
       01  ws-new-request-id   PIC 9(6)  VALUE 0.
       01  ws-new-feeds        PIC X(1)  VALUE "N".
       01  ws-cand-added       PIC X VALUE "N".
           88  ws-candidate-added    VALUE "Y".
       01  ws-slot-free        PIC X VALUE "Y".
           88  ws-run-slot-free      VALUE "Y".
       01  ws-rerun-cands      BINARY-LONG VALUE 0.
       01  ws-waiting-count    BINARY-LONG VALUE 0.
       01  ws-retry-max        PIC 9(2) VALUE 0.
       01  ws-sched-ymd        PIC 9(8) VALUE 0.
       01  ws-sched-stamp      PIC X(19) VALUE SPACES.

      *> The wait list as the previous poll left it, so a job keeps
      *> the time it was first held back while it stays in line.
       01  ws-wait-path        PIC X(100) VALUE
           "mcp-https-cobol/data/wait-queue.dat".
       01  ws-wait-fs          PIC XX VALUE "00".
       01  ws-prev-count       BINARY-LONG VALUE 0.
       01  ws-prev-table.
           05  ws-pw-entry OCCURS 100 TIMES.
               10  ws-pw-job       PIC X(20).
               10  ws-pw-since     PIC X(19).
       01  ws-pw-idx           BINARY-LONG VALUE 0.
       01  ws-wait-position    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           STRING ws-now(9:2) "." ws-now(11:2)
             DELIMITED BY SIZE INTO ws-now-hhmm.
           STRING ws-now(1:4)  "-" ws-now(5:2)  "-" ws-now(7:2) "-"
                  ws-now(9:2)  "." ws-now(11:2) "." ws-now(13:2)
             DELIMITED BY SIZE INTO ws-now-stamp.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-now-days = INTEGER-OF-DATE(ws-now-ymd).
           COMPUTE ws-now-secs = (ws-now-days * 86400)
               STOP RUN RETURNING 8
           END-IF.

           PERFORM LOAD-JOB-CLASSES.
           PERFORM COUNT-RUNNING-JOBS.
           PERFORM LOAD-WAIT-LIST.

           PERFORM PROCESS-QUEUE.
           PERFORM RUN-SCHEDULER.
           PERFORM START-CANDIDATES.
           IF ws-rerun-cands > 0 THEN
               PERFORM LAUNCH-QUEUED-RERUNS
           END-IF.
           PERFORM WRITE-WAIT-LIST.

           CLOSE batch-control-file.

           DISPLAY "job_dispatcher: " ws-accepted-count " accepted, "
                   ws-rejected-count " rejected, "
                   ws-expired-count " expired unapproved, "
                   ws-launched-count " launched by schedule, "
                   ws-waiting-count " waiting for a run slot, "
                   ws-blackout-count " held back by blackout, "
                   ws-feed-wait-count " waiting on inbound files".
           STOP RUN.

       PROCESS-QUEUE.
                   AT END
                       MOVE "10" TO ws-queue-fs
                   NOT AT END
                       EVALUATE SQ-STATUS
                           WHEN "PENDING"
                           WHEN "WAITING"
                               PERFORM DISPATCH-ONE-REQUEST
                           WHEN "AWAITING"
                               PERFORM CHECK-APPROVAL-EXPIRY
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE submit-queue-file.
           EXIT.

       CHECK-APPROVAL-EXPIRY.
      *> An AWAITING request is never acted on; the only thing the
      *> dispatcher does with one is close it once nobody approved it
      *> in time.
           IF SQ-EXPIRES NOT = SPACES
                   AND ws-now-stamp > SQ-EXPIRES THEN
               MOVE "EXPIRED" TO SQ-STATUS
               MOVE SPACES TO SQ-RESULT
               STRING "no approval by " SQ-EXPIRES
                 DELIMITED BY SIZE INTO SQ-RESULT
               PERFORM WRITE-OUTCOME
           END-IF.
           EXIT.

       DISPATCH-ONE-REQUEST.
      *> Second line of defence for protected jobs: job-submit only
      *> ever lets one through PENDING with a different client as
      *> approver, so anything else reached the queue some other way.
           MOVE SQ-JOB-NAME TO ws-target-job.
           PERFORM CHECK-JOB-PROTECTED.
           IF ws-job-protected
                   AND (SQ-APPROVER = SPACES
                        OR SQ-APPROVER = SQ-REQUESTER) THEN
               MOVE "REJECTED" TO SQ-STATUS
               MOVE "protected job needs a second operator's approval"
                   TO SQ-RESULT
               PERFORM WRITE-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-bc-found.
           MOVE SQ-JOB-NAME TO BC-JOB-NAME.
           READ batch-control-file
           EXIT.

       DISPATCH-RERUN.
           PERFORM CHECK-JOB-FROZEN.
           IF ws-job-frozen THEN
               EXIT PARAGRAPH
           END-IF.
           IF BC-STATUS = "ACTIVE" THEN
               MOVE "REJECTED" TO SQ-STATUS
               MOVE "job is already ACTIVE" TO SQ-RESULT
               MOVE SQ-JOB-NAME TO ws-target-job
               PERFORM FIND-RESTART-STEP
           END-IF.
           IF ws-restart-step-found THEN
               PERFORM CHECK-RUNBOOK-RESTART
               IF RL-ENTRY-FOUND AND RL-RESTART-OK = "N" THEN
                   MOVE "REJECTED" TO SQ-STATUS
                   MOVE SPACES TO SQ-RESULT
                   STRING "runbook: step " ws-restart-step
                          " is not restartable, see its entry"
                     DELIMITED BY SIZE INTO SQ-RESULT
                   PERFORM WRITE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> Valid: it now takes its turn for a run slot with everything
      *> else that could start this poll (START-CANDIDATES), and is
      *> launched or marked WAITING by LAUNCH-QUEUED-RERUNS. The
      *> earliest RERUN of a job holds its place; a second one while
      *> it waits is refused rather than launched twice.
           MOVE SQ-JOB-NAME     TO ws-target-job.
           MOVE "RERUN"         TO ws-new-source.
           MOVE SQ-REQUEST-TIME TO ws-new-sched-start.
           MOVE SQ-REQUEST-ID   TO ws-new-request-id.
           MOVE "N"             TO ws-new-feeds.
           PERFORM ADD-CANDIDATE.
           IF ws-cand-dup > 0 THEN
               MOVE "REJECTED" TO SQ-STATUS
               MOVE SPACES TO SQ-RESULT
               STRING "a RERUN of this job is already waiting"
                      " (request " ws-cd-request-id(ws-cand-dup) ")"
                 DELIMITED BY SIZE INTO SQ-RESULT
               PERFORM WRITE-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF ws-candidate-added THEN
               ADD 1 TO ws-rerun-cands
           END-IF.
           EXIT.

       LAUNCH-RERUN.
      *> The launch half of a RERUN, once START-CANDIDATES gave it a
      *> slot; ws-restart-found / ws-restart-step come from its
      *> candidate entry.
           MOVE SPACES TO ws-script-path.
           STRING "mcp-https-cobol/jobs/"
                  FUNCTION TRIM(SQ-JOB-NAME) ".sh"
             DELIMITED BY SIZE INTO ws-script-path.

      *> Launch in the background so a long job does not stall the
      *> rest of the queue; the job's own jobupdate calls take over
           CALL "SYSTEM" USING ws-command RETURNING ws-system-rc.

      *> Park the record as LAUNCHED exactly as the scheduler pass
      *> does: the next poll follows within minutes, and without the
      *> marker it could still see the pre-launch status (the
      *> background script has not issued its jobupdate START yet)
      *> and start the job a second time - an ABENDED job with
      *> retries configured, or a past-schedule job not yet run,
      *> would be double-started. LAUNCHED also holds its run slot
      *> until START turns it ACTIVE.
           MOVE SQ-JOB-NAME TO BC-JOB-NAME.
           READ batch-control-file
               INVALID KEY
                 DELIMITED BY SIZE INTO SQ-RESULT
           END-IF.
           PERFORM WRITE-OUTCOME.

           INITIALIZE INCIDENT-UPDATE.
           MOVE "RERUN"      TO IU-EVENT.
           MOVE SQ-JOB-NAME  TO IU-JOB-NAME.
           MOVE SQ-REQUESTER TO IU-SOURCE.
           STRING "request " SQ-REQUEST-ID " "
                  FUNCTION TRIM(SQ-RESULT)
             DELIMITED BY SIZE INTO IU-DETAIL.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.
           EXIT.

       FIND-RESTART-STEP.
           MOVE "00" TO ws-steps-fs.
           EXIT.

       CHECK-RUNBOOK-RESTART.
      *> The runbook entry for restarting ws-target-job at the
      *> ws-restart-step it died in.
           INITIALIZE RUNBOOK-LOOKUP.
           MOVE ws-target-job   TO RL-JOB-NAME.
           MOVE ws-restart-step TO RL-STEP-NUMBER.
           MOVE "ABEND"         TO RL-ALERT-TYPE.
           CALL "runbook_lookup" USING BY REFERENCE RUNBOOK-LOOKUP.
           MOVE 0 TO RETURN-CODE.
           EXIT.

       CHECK-JOB-PROTECTED.
      *> PS-PROTECTED for ws-target-job from the planned schedule. The
      *> queue pass runs before the scheduler pass, so the schedule
      *> file is free to be opened here.
           MOVE "N" TO ws-protected.
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
                       IF PS-JOB-NAME = ws-target-job
                               AND PS-PROTECTED = "Y" THEN
                           SET ws-job-protected TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           MOVE "00" TO ws-schedule-fs.
           EXIT.

       CHECK-JOB-NAME.
      *> Validates ws-target-job, set by the caller.
           MOVE "Y" TO ws-name-ok.
           EXIT.

       DISPATCH-RELEASE.
           PERFORM CHECK-JOB-FROZEN.
           IF ws-job-frozen THEN
               EXIT PARAGRAPH
           END-IF.
           IF BC-STATUS NOT = "HELD" THEN
               MOVE "REJECTED" TO SQ-STATUS
               MOVE "job is not HELD" TO SQ-RESULT
           PERFORM WRITE-OUTCOME.
           EXIT.

       CHECK-JOB-FROZEN.
      *> A hard freeze refuses operator RERUN / RELEASE outright; the
      *> request is closed, not left PENDING to fire when the freeze
      *> lifts hours later.
           MOVE "N" TO ws-frozen.
           MOVE SQ-JOB-NAME  TO BK-JOB-NAME.
           MOVE ws-now-stamp TO BK-FROM BK-TO.
           CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK.
           IF BK-IN-BLACKOUT AND BK-HARD-FREEZE THEN
               SET ws-job-frozen TO TRUE
               MOVE "REJECTED" TO SQ-STATUS
               MOVE SPACES TO SQ-RESULT
               STRING "frozen until " BK-UNTIL(1:16) " - "
                      FUNCTION TRIM(BK-DESC)
                 DELIMITED BY SIZE INTO SQ-RESULT
               PERFORM WRITE-OUTCOME
           END-IF.
           EXIT.

      *> ----------------- scheduler pass -----------------------------

       RUN-SCHEDULER.
               EXIT PARAGRAPH
           END-IF.

      *> Inside a blackout window nothing starts, retries included;
      *> the first poll after the window picks the job up again.
           MOVE PS-JOB-NAME  TO BK-JOB-NAME.
           MOVE ws-now-stamp TO BK-FROM BK-TO.
           CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK.
           IF BK-IN-BLACKOUT THEN
               ADD 1 TO ws-blackout-count
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-bc-found.
           MOVE PS-JOB-NAME TO BC-JOB-NAME.
           READ batch-control-file
                       MOVE PS-JOB-NAME TO ws-target-job
                       MOVE "N" TO ws-restart-found
                       PERFORM FIND-RESTART-STEP
                       PERFORM SCHED-RETRY-JOB
                   END-IF
               END-IF
               EXIT PARAGRAPH
               END-IF
           END-IF.

      *> Declared inbound feeds must all be in and valid first.
           MOVE PS-JOB-NAME TO IC-JOB-NAME.
           CALL "inbound_file_check" USING BY REFERENCE INBOUND-CHECK.
           IF NOT IC-NO-FEEDS AND NOT IC-FEEDS-READY THEN
               ADD 1 TO ws-feed-wait-count
               DISPLAY "job_dispatcher: " FUNCTION TRIM(PS-JOB-NAME)
                       " held, inbound " FUNCTION TRIM(IC-RESULT)
                       ": " FUNCTION TRIM(IC-DETAIL)
               EXIT PARAGRAPH
           END-IF.

      *> Due and ready: take a turn for a run slot. The intake totals
      *> are registered when it actually launches.
           MOVE PS-JOB-NAME TO ws-target-job.
           MOVE "N" TO ws-restart-found.
           MOVE "SCHEDULE"     TO ws-new-source.
           MOVE ws-sched-stamp TO ws-new-sched-start.
           MOVE 0              TO ws-new-request-id.
           MOVE "N"            TO ws-new-feeds.
           IF IC-FEEDS-READY THEN
               MOVE "Y" TO ws-new-feeds
           END-IF.
           PERFORM ADD-CANDIDATE.
           EXIT.

       SCHED-RETRY-JOB.
      *> An automatic retry is nobody's decision, so it only goes
      *> ahead where the runbook has no objection: a step it says
      *> must not be restarted, or a job it says is not safe to run
      *> again, is left ABENDED for the on-call to deal with.
           MOVE "N" TO RL-FOUND.
           IF ws-restart-step-found THEN
               PERFORM CHECK-RUNBOOK-RESTART
           ELSE
               INITIALIZE RUNBOOK-LOOKUP
               MOVE ws-target-job TO RL-JOB-NAME
               MOVE 0             TO RL-STEP-NUMBER
               MOVE "ABEND"       TO RL-ALERT-TYPE
               CALL "runbook_lookup" USING BY REFERENCE RUNBOOK-LOOKUP
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF RL-ENTRY-FOUND
                   AND (RL-RERUN-SAFE = "N"
                        OR (ws-restart-step-found
                            AND RL-RESTART-OK = "N")) THEN
               DISPLAY "job_dispatcher: no automatic retry of "
                       FUNCTION TRIM(ws-target-job)
                       ", runbook entry says restart "
                       RL-RESTART-OK " rerun " RL-RERUN-SAFE
               EXIT PARAGRAPH
           END-IF.
           MOVE "RETRY"         TO ws-new-source.
           MOVE ws-sched-stamp  TO ws-new-sched-start.
           MOVE 0               TO ws-new-request-id.
           MOVE "N"             TO ws-new-feeds.
           PERFORM ADD-CANDIDATE.
           IF ws-candidate-added THEN
               MOVE PS-RETRY-MAX TO ws-cd-retry-max(ws-cand-count)
               MOVE ws-attempts-tonight
                   TO ws-cd-attempts(ws-cand-count)
           END-IF.
           EXIT.

       REGISTER-INTAKE-TOTALS.
      *> The validated feeds as step 000 of tonight's control-total
      *> chain, in ctlupdate's record format: in = out = detail
      *> records over all the job's feeds. A relaunch re-registers,
      *> and the newest record wins as for any step.
           MOVE "00" TO ws-totals-fs.
           OPEN EXTEND control-totals-file.
           IF ws-totals-fs NOT = "00" THEN
               OPEN OUTPUT control-totals-file
           END-IF.
           IF ws-totals-fs NOT = "00" THEN
               DISPLAY "job_dispatcher: cannot register intake totals"
                       " for " FUNCTION TRIM(ws-target-job)
                       ", status " ws-totals-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-proc-date TO CT-PROC-DATE.
           MOVE ws-target-job TO CT-JOB-NAME.
           MOVE 0            TO CT-STEP-NUMBER.
           MOVE IC-RECORDS   TO CT-IN-COUNT CT-OUT-COUNT.
           MOVE IC-AMOUNT    TO CT-AMOUNT-TOTAL.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE control-totals-file.
           DISPLAY "job_dispatcher: " FUNCTION TRIM(ws-target-job)
                   " intake " IC-FILE-COUNT " file(s), "
                   IC-RECORDS " records".
           EXIT.

       SCHED-TIME-PASSED.
      *> OPEN, HH.MM from noon onward belongs to the evening of the
      *> business date and earlier times to the morning after it;
      *> with no night OPEN, the plain same-day comparison.
      *> ws-sched-stamp is the same start as a timestamp, which is
      *> what the wait list orders equal priorities by.
           MOVE "N" TO ws-sched-passed.
           IF NOT ws-night-is-open THEN
               MOVE SPACES TO ws-sched-stamp
               STRING ws-now(1:4) "-" ws-now(5:2) "-" ws-now(7:2) "-"
                      PS-SCHED-START ".00"
                 DELIMITED BY SIZE INTO ws-sched-stamp
               IF ws-now-hhmm > PS-SCHED-START THEN
                   SET ws-past-sched-start TO TRUE
               END-IF
           IF PS-SCHED-START < "12.00" THEN
               ADD 1 TO ws-sched-days
           END-IF.
           COMPUTE ws-sched-ymd = DATE-OF-INTEGER(ws-sched-days).
           MOVE SPACES TO ws-sched-stamp.
           STRING ws-sched-ymd(1:4) "-" ws-sched-ymd(5:2) "-"
                  ws-sched-ymd(7:2) "-" PS-SCHED-START ".00"
             DELIMITED BY SIZE INTO ws-sched-stamp.
           COMPUTE ws-sched-secs = (ws-sched-days * 86400)
               + (NUMVAL(PS-SCHED-START(1:2)) * 3600)
               + (NUMVAL(PS-SCHED-START(4:2)) * 60).
           EXIT.

       SCHED-LAUNCH-JOB.
           MOVE "N" TO ws-launch-done.
           PERFORM CHECK-JOB-NAME.
           IF NOT ws-job-name-clean THEN
               DISPLAY "job_dispatcher: schedule entry "
           END-READ.

           ADD 1 TO ws-launched-count.
           SET ws-job-launched TO TRUE.
           IF ws-restart-step-found THEN
               DISPLAY "job_dispatcher: scheduled launch "
                       FUNCTION TRIM(ws-target-job)
           END-IF.
           EXIT.

       LINK-RETRY-TO-INCIDENT.
           INITIALIZE INCIDENT-UPDATE.
           MOVE "RETRY"          TO IU-EVENT.
           MOVE ws-target-job    TO IU-JOB-NAME.
           MOVE "job_dispatcher" TO IU-SOURCE.
           MOVE ws-attempts-tonight TO ws-retry-disp.
           IF ws-restart-step-found THEN
               STRING "automatic retry " ws-retry-disp
                      " of " ws-retry-max " from step "
                      ws-restart-step
                 DELIMITED BY SIZE INTO IU-DETAIL
           ELSE
               STRING "automatic retry " ws-retry-disp
                      " of " ws-retry-max
                 DELIMITED BY SIZE INTO IU-DETAIL
           END-IF.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.
           EXIT.

      *> ----------------- run slots ----------------------------------

       LOAD-JOB-CLASSES.
      *> Class limits from config/job-classes.dat, and every scheduled
      *> job's class and priority from the planned schedule. A job
      *> with no schedule line (a RERUN of an unscheduled job) has no
      *> class and the default priority.
           MOVE 0 TO ws-class-count ws-overall-max ws-job-map-count.
           MOVE "00" TO ws-class-fs.
           OPEN INPUT class-file.
           IF ws-class-fs = "00" THEN
               PERFORM UNTIL ws-class-fs NOT = "00"
                   READ class-file
                       AT END
                           MOVE "10" TO ws-class-fs
                       NOT AT END
                           PERFORM LOAD-ONE-CLASS
                   END-READ
               END-PERFORM
               CLOSE class-file
           END-IF.
           MOVE "00" TO ws-class-fs.

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
                               AND ws-job-map-count < JOB-MAP-MAX THEN
                           PERFORM LOAD-ONE-JOB-CLASS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           MOVE "00" TO ws-schedule-fs.
           EXIT.

       LOAD-ONE-CLASS.
           IF JC-CLASS = SPACES OR JC-MAX-RUNNING IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF JC-CLASS = "*" THEN
               MOVE JC-MAX-RUNNING TO ws-overall-max
               EXIT PARAGRAPH
           END-IF.
           IF ws-class-count < CLASS-TABLE-MAX THEN
               ADD 1 TO ws-class-count
               MOVE JC-CLASS       TO ws-cl-class(ws-class-count)
               MOVE JC-MAX-RUNNING TO ws-cl-max(ws-class-count)
               MOVE 0              TO ws-cl-running(ws-class-count)
           END-IF.
           EXIT.

       LOAD-ONE-JOB-CLASS.
           ADD 1 TO ws-job-map-count.
           MOVE ws-job-map-count TO ws-jm-idx.
           MOVE PS-JOB-NAME TO ws-jm-job(ws-jm-idx).
           MOVE PS-CLASS    TO ws-jm-class(ws-jm-idx).
           IF PS-PRIORITY IS NUMERIC AND PS-PRIORITY > 0 THEN
               MOVE PS-PRIORITY      TO ws-jm-priority(ws-jm-idx)
           ELSE
               MOVE DEFAULT-PRIORITY TO ws-jm-priority(ws-jm-idx)
           END-IF.
           EXIT.

       FIND-JOB-CLASS.
      *> Class and priority of ws-map-job, and ws-cl-found = its row
      *> in the class table (0 = no class, or a class with no limit
      *> of its own).
           MOVE SPACES           TO ws-job-class.
           MOVE DEFAULT-PRIORITY TO ws-job-priority.
           PERFORM VARYING ws-jm-idx FROM 1 BY 1
                   UNTIL ws-jm-idx > ws-job-map-count
               IF ws-jm-job(ws-jm-idx) = ws-map-job THEN
                   MOVE ws-jm-class(ws-jm-idx)    TO ws-job-class
                   MOVE ws-jm-priority(ws-jm-idx) TO ws-job-priority
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-cl-found.
           IF ws-job-class NOT = SPACES THEN
               PERFORM VARYING ws-cl-idx FROM 1 BY 1
                       UNTIL ws-cl-idx > ws-class-count
                   IF ws-cl-class(ws-cl-idx) = ws-job-class THEN
                       MOVE ws-cl-idx TO ws-cl-found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       COUNT-RUNNING-JOBS.
      *> The jobs holding a slot as the poll starts: ACTIVE, or
      *> LAUNCHED and not yet reported in. A slot is freed by the
      *> job's own jobupdate END or ABEND, and the next poll sees it.
           MOVE 0 TO ws-overall-running.
           MOVE LOW-VALUES TO BC-JOB-NAME.
           START batch-control-file KEY >= BC-JOB-NAME
               INVALID KEY
                   MOVE "10" TO ws-batch-fs
           END-START.
           PERFORM UNTIL ws-batch-fs NOT = "00"
               READ batch-control-file NEXT
                   AT END
                       MOVE "10" TO ws-batch-fs
                   NOT AT END
                       IF BC-STATUS = "ACTIVE"
                               OR BC-STATUS = "LAUNCHED" THEN
                           PERFORM COUNT-ONE-RUNNING
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO ws-batch-fs.
           EXIT.

       COUNT-ONE-RUNNING.
           ADD 1 TO ws-overall-running.
           MOVE BC-JOB-NAME TO ws-map-job.
           PERFORM FIND-JOB-CLASS.
           IF ws-cl-found > 0 THEN
               ADD 1 TO ws-cl-running(ws-cl-found)
           END-IF.
           EXIT.

       LOAD-WAIT-LIST.
      *> The list the previous poll wrote, kept only for how long
      *> each job has been in line.
           MOVE 0 TO ws-prev-count.
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
                       IF ws-prev-count < CAND-TABLE-MAX THEN
                           ADD 1 TO ws-prev-count
                           MOVE WQ-JOB-NAME
                               TO ws-pw-job(ws-prev-count)
                           MOVE WQ-WAIT-SINCE
                               TO ws-pw-since(ws-prev-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE wait-file.
           MOVE "00" TO ws-wait-fs.
           EXIT.

       ADD-CANDIDATE.
      *> ws-target-job could start this poll, as ws-new-source. One
      *> entry per job: whoever finds it first holds its place, and
      *> the queue pass runs before the scheduler pass, so a waiting
      *> RERUN is not overtaken by a retry of the same job.
      *> ws-cand-dup = the entry already holding it, 0 if none.
           MOVE "N" TO ws-cand-added.
           MOVE 0 TO ws-cand-dup.
           PERFORM VARYING ws-cd-idx FROM 1 BY 1
                   UNTIL ws-cd-idx > ws-cand-count
               IF ws-cd-job(ws-cd-idx) = ws-target-job THEN
                   MOVE ws-cd-idx TO ws-cand-dup
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ws-cand-dup > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-cand-count >= CAND-TABLE-MAX THEN
               DISPLAY "job_dispatcher: too many jobs due at once, "
                       FUNCTION TRIM(ws-target-job)
                       " left for the next poll"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-cand-count.
           SET ws-candidate-added TO TRUE.
           MOVE ws-target-job TO ws-map-job.
           PERFORM FIND-JOB-CLASS.
           MOVE ws-cand-count TO ws-cd-idx.
           MOVE ws-target-job      TO ws-cd-job(ws-cd-idx).
           MOVE ws-job-class       TO ws-cd-class(ws-cd-idx).
           MOVE ws-job-priority    TO ws-cd-priority(ws-cd-idx).
           MOVE ws-new-sched-start TO ws-cd-sched-start(ws-cd-idx).
           MOVE ws-new-source      TO ws-cd-source(ws-cd-idx).
           MOVE ws-new-request-id  TO ws-cd-request-id(ws-cd-idx).
           MOVE ws-restart-found   TO ws-cd-restart-found(ws-cd-idx).
           MOVE ws-restart-step    TO ws-cd-restart-step(ws-cd-idx).
           MOVE ws-new-feeds       TO ws-cd-feeds(ws-cd-idx).
           MOVE 0                  TO ws-cd-retry-max(ws-cd-idx).
           MOVE 0                  TO ws-cd-attempts(ws-cd-idx).
           MOVE "N"                TO ws-cd-go(ws-cd-idx).
           MOVE SPACES             TO ws-cd-wait-since(ws-cd-idx).
           MOVE SPACES             TO ws-cd-reason(ws-cd-idx).
           EXIT.

       START-CANDIDATES.
      *> Everything found able to start, in start order: priority,
      *> then scheduled start (request time for a RERUN), then the
      *> order found. Each takes a slot if its class and the overall
      *> limit both have one free, otherwise it waits - and a job
      *> stuck behind a full class does not hold up a later one whose
      *> class has room.
           PERFORM ORDER-CANDIDATES.
           PERFORM VARYING ws-ord-idx FROM 1 BY 1
                   UNTIL ws-ord-idx > ws-cand-count
               MOVE ws-cd-order(ws-ord-idx) TO ws-cd-idx
               PERFORM START-ONE-CANDIDATE
           END-PERFORM.
           EXIT.

       ORDER-CANDIDATES.
           PERFORM VARYING ws-cd-idx FROM 1 BY 1
                   UNTIL ws-cd-idx > ws-cand-count
               MOVE ws-cd-idx TO ws-cd-order(ws-cd-idx)
           END-PERFORM.
           PERFORM VARYING ws-ord-idx FROM 2 BY 1
                   UNTIL ws-ord-idx > ws-cand-count
               PERFORM INSERT-CANDIDATE
           END-PERFORM.
           EXIT.

       INSERT-CANDIDATE.
      *> Moves the entry at ws-ord-idx up past every entry that
      *> should start after it; equal entries keep the order found.
           MOVE ws-cd-order(ws-ord-idx) TO ws-cd-idx.
           MOVE ws-ord-idx TO ws-sort-j.
           PERFORM UNTIL ws-sort-j < 2
               MOVE ws-cd-order(ws-sort-j - 1) TO ws-sort-prev
               IF ws-cd-priority(ws-sort-prev)
                       < ws-cd-priority(ws-cd-idx) THEN
                   EXIT PERFORM
               END-IF
               IF ws-cd-priority(ws-sort-prev)
                       = ws-cd-priority(ws-cd-idx)
                       AND ws-cd-sched-start(ws-sort-prev)
                           <= ws-cd-sched-start(ws-cd-idx) THEN
                   EXIT PERFORM
               END-IF
               MOVE ws-sort-prev TO ws-cd-order(ws-sort-j)
               SUBTRACT 1 FROM ws-sort-j
           END-PERFORM.
           MOVE ws-cd-idx TO ws-cd-order(ws-sort-j).
           EXIT.

       START-ONE-CANDIDATE.
           MOVE ws-cd-job(ws-cd-idx) TO ws-map-job.
           PERFORM FIND-JOB-CLASS.
           PERFORM CHECK-RUN-SLOT.
           IF ws-run-slot-free THEN
      *> A RERUN is launched from its queue record afterwards
      *> (LAUNCH-QUEUED-RERUNS); its slot is taken now so nothing
      *> later in the order is given it as well.
               IF ws-cd-source(ws-cd-idx) = "RERUN" THEN
                   MOVE "Y" TO ws-cd-go(ws-cd-idx)
                   PERFORM TAKE-RUN-SLOT
               ELSE
                   PERFORM LAUNCH-SCHED-CANDIDATE
                   IF ws-job-launched THEN
                       PERFORM TAKE-RUN-SLOT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *> No slot: it waits, keeping the time it was first held back
      *> if it was already in line at the last poll.
           ADD 1 TO ws-waiting-count.
           MOVE ws-now-stamp TO ws-cd-wait-since(ws-cd-idx).
           PERFORM VARYING ws-pw-idx FROM 1 BY 1
                   UNTIL ws-pw-idx > ws-prev-count
               IF ws-pw-job(ws-pw-idx) = ws-cd-job(ws-cd-idx) THEN
                   MOVE ws-pw-since(ws-pw-idx)
                       TO ws-cd-wait-since(ws-cd-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.

       CHECK-RUN-SLOT.
      *> Is there room for ws-cd-idx (class row ws-cl-found)? The
      *> class limit is tested first so the reason names the tighter
      *> of the two.
           MOVE "Y" TO ws-slot-free.
           MOVE SPACES TO ws-cd-reason(ws-cd-idx).
           IF ws-cl-found > 0 THEN
               IF ws-cl-max(ws-cl-found) > 0
                       AND ws-cl-running(ws-cl-found)
                           >= ws-cl-max(ws-cl-found) THEN
                   MOVE "N" TO ws-slot-free
                   MOVE ws-cl-running(ws-cl-found) TO ws-running-disp
                   STRING "class " FUNCTION TRIM(ws-job-class)
                          " full, " ws-running-disp " running"
                     DELIMITED BY SIZE INTO ws-cd-reason(ws-cd-idx)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ws-overall-max > 0
                   AND ws-overall-running >= ws-overall-max THEN
               MOVE "N" TO ws-slot-free
               MOVE ws-overall-running TO ws-running-disp
               STRING "overall limit full, " ws-running-disp
                      " running"
                 DELIMITED BY SIZE INTO ws-cd-reason(ws-cd-idx)
           END-IF.
           EXIT.

       TAKE-RUN-SLOT.
           ADD 1 TO ws-overall-running.
           IF ws-cl-found > 0 THEN
               ADD 1 TO ws-cl-running(ws-cl-found)
           END-IF.
           EXIT.

       LAUNCH-SCHED-CANDIDATE.
      *> A first run or automatic retry whose turn has come. The IC-
      *> fields hold whichever job the scheduler pass checked last,
      *> so a job with feeds has them checked again here and the
      *> totals registered are its own.
           MOVE ws-cd-job(ws-cd-idx)           TO ws-target-job.
           MOVE ws-cd-restart-found(ws-cd-idx) TO ws-restart-found.
           MOVE ws-cd-restart-step(ws-cd-idx)  TO ws-restart-step.
           MOVE "N" TO ws-launch-done.
           IF ws-cd-feeds(ws-cd-idx) = "Y" THEN
               MOVE ws-target-job TO IC-JOB-NAME
               CALL "inbound_file_check"
                   USING BY REFERENCE INBOUND-CHECK
               IF NOT IC-FEEDS-READY THEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM REGISTER-INTAKE-TOTALS
           END-IF.
           PERFORM SCHED-LAUNCH-JOB.
           IF ws-job-launched
                   AND ws-cd-source(ws-cd-idx) = "RETRY" THEN
               MOVE ws-cd-retry-max(ws-cd-idx) TO ws-retry-max
               MOVE ws-cd-attempts(ws-cd-idx)  TO ws-attempts-tonight
               PERFORM LINK-RETRY-TO-INCIDENT
           END-IF.
           EXIT.

       LAUNCH-QUEUED-RERUNS.
      *> Second pass over the queue for the RERUNs that took their
      *> turn in START-CANDIDATES: one given a slot is launched, one
      *> still in line is left WAITING with the limit it waits on.
           OPEN I-O submit-queue-file.
           IF ws-queue-fs NOT = "00" THEN
               DISPLAY "job_dispatcher: cannot reopen submission"
                       " queue, status " ws-queue-fs
               MOVE "00" TO ws-queue-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-queue-fs NOT = "00"
               READ submit-queue-file
                   AT END
                       MOVE "10" TO ws-queue-fs
                   NOT AT END
                       IF SQ-ACTION = "RERUN"
                               AND (SQ-STATUS = "PENDING"
                                    OR SQ-STATUS = "WAITING") THEN
                           PERFORM RELEASE-ONE-RERUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE submit-queue-file.
           MOVE "00" TO ws-queue-fs.
           EXIT.

       RELEASE-ONE-RERUN.
      *> A request appended since the queue pass has no entry yet and
      *> is left PENDING for the next poll.
           MOVE 0 TO ws-cand-match.
           PERFORM VARYING ws-cd-idx FROM 1 BY 1
                   UNTIL ws-cd-idx > ws-cand-count
               IF ws-cd-source(ws-cd-idx) = "RERUN"
                       AND ws-cd-request-id(ws-cd-idx)
                           = SQ-REQUEST-ID THEN
                   MOVE ws-cd-idx TO ws-cand-match
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ws-cand-match = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-cand-match TO ws-cd-idx.

           IF ws-cd-go(ws-cd-idx) = "Y" THEN
               MOVE ws-cd-restart-found(ws-cd-idx) TO ws-restart-found
               MOVE ws-cd-restart-step(ws-cd-idx)  TO ws-restart-step
               PERFORM LAUNCH-RERUN
               EXIT PARAGRAPH
           END-IF.

           MOVE "WAITING" TO SQ-STATUS.
           MOVE SPACES TO SQ-RESULT.
           STRING "waiting since " ws-cd-wait-since(ws-cd-idx)(12:5)
                  ", " FUNCTION TRIM(ws-cd-reason(ws-cd-idx))
             DELIMITED BY SIZE INTO SQ-RESULT.
           PERFORM WRITE-OUTCOME.
           EXIT.

       WRITE-WAIT-LIST.
      *> Rewritten whole every poll, in start order, so it only ever
      *> shows what is waiting now; empty when nothing waits.
           MOVE "00" TO ws-wait-fs.
           OPEN OUTPUT wait-file.
           IF ws-wait-fs NOT = "00" THEN
               DISPLAY "job_dispatcher: cannot write wait list,"
                       " status " ws-wait-fs
               MOVE "00" TO ws-wait-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ws-wait-position.
           PERFORM VARYING ws-ord-idx FROM 1 BY 1
                   UNTIL ws-ord-idx > ws-cand-count
               MOVE ws-cd-order(ws-ord-idx) TO ws-cd-idx
               IF ws-cd-wait-since(ws-cd-idx) NOT = SPACES THEN
                   PERFORM WRITE-ONE-WAITER
               END-IF
           END-PERFORM.
           CLOSE wait-file.
           EXIT.

       WRITE-ONE-WAITER.
           ADD 1 TO ws-wait-position.
           MOVE SPACES TO WAIT-QUEUE-RECORD.
           MOVE ws-wait-position              TO WQ-POSITION.
           MOVE ws-cd-job(ws-cd-idx)          TO WQ-JOB-NAME.
           MOVE ws-cd-class(ws-cd-idx)        TO WQ-CLASS.
           MOVE ws-cd-priority(ws-cd-idx)     TO WQ-PRIORITY.
           MOVE ws-cd-source(ws-cd-idx)       TO WQ-SOURCE.
           MOVE ws-cd-request-id(ws-cd-idx)   TO WQ-REQUEST-ID.
           MOVE ws-cd-sched-start(ws-cd-idx)  TO WQ-SCHED-START.
           MOVE ws-cd-wait-since(ws-cd-idx)   TO WQ-WAIT-SINCE.
           MOVE ws-cd-reason(ws-cd-idx)       TO WQ-REASON.
           WRITE WAIT-QUEUE-RECORD.
           DISPLAY "job_dispatcher: "
                   FUNCTION TRIM(ws-cd-job(ws-cd-idx))
                   " waiting since " ws-cd-wait-since(ws-cd-idx)
                   ", " FUNCTION TRIM(ws-cd-reason(ws-cd-idx)).
           EXIT.

       WRITE-OUTCOME.
      *> The queue is ORGANIZATION SEQUENTIAL with fixed-length
      *> records precisely so the outcome can be rewritten in place
               DISPLAY "job_dispatcher: rewrite failed for request "
                       SQ-REQUEST-ID ", status " ws-queue-fs
           ELSE
               EVALUATE SQ-STATUS
                   WHEN "ACCEPTED"
                       ADD 1 TO ws-accepted-count
                   WHEN "EXPIRED"
                       ADD 1 TO ws-expired-count
                   WHEN "WAITING"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO ws-rejected-count
               END-EVALUATE
               DISPLAY "request " SQ-REQUEST-ID " "
                       FUNCTION TRIM(SQ-JOB-NAME) " "
                       FUNCTION TRIM(SQ-ACTION) ": "
