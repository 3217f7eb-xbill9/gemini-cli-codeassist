      *> ---------------------------------------------------------------
      *> MCPWAIT - run-slot wait list record layout.
      *> data/wait-queue.dat holds the jobs that are due to start but
      *> are WAITING for a free slot in their class or under the
      *> overall limit (config/job-classes.dat, mcpjcls.cpy). It is
      *> rewritten whole by every job_dispatcher poll, in start order
      *> (priority, then scheduled start), so it is always the current
      *> queue; a job leaves it when it is launched or stops being due.
      *>   WQ-POSITION     - place in the start order, 1 = next to go
      *>   WQ-SOURCE       - SCHEDULE (first run of the night), RETRY
      *>                     (automatic relaunch after an ABEND) or
      *>                     RERUN (operator request WQ-REQUEST-ID,
      *>                     shown WAITING in the submission queue)
      *>   WQ-SCHED-START  - the scheduled start it is ordered by; the
      *>                     request time for a RERUN
      *>   WQ-WAIT-SINCE   - the poll that first held it back
      *>   WQ-REASON       - which limit is full
      *> Read by the job-status tool, ops_summary_report and
      *> schedule_monitor (a job waiting here is queued, not LATE).
      *> ---------------------------------------------------------------
       01  WAIT-QUEUE-RECORD.
           05  WQ-POSITION         PIC 9(3).
           05  WQ-JOB-NAME         PIC X(20).
           05  WQ-CLASS            PIC X(8).
           05  WQ-PRIORITY         PIC 9(2).
           05  WQ-SOURCE           PIC X(8).
           05  WQ-REQUEST-ID       PIC 9(6).
           05  WQ-SCHED-START      PIC X(19).
           05  WQ-WAIT-SINCE       PIC X(19).
           05  WQ-REASON           PIC X(40).
