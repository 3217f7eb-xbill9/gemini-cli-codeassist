      *> ---------------------------------------------------------------
      *> MCPBLK - blackout-window record layout.
      *> One line per window in config/blackout.dat: the quarter-end
      *> change freeze, the monthly platform patch window and the like,
      *> during which the covered jobs are expected to be silent.
      *> BW-START / BW-END are "YYYY-MM-DD-HH.MM" (compare as text
      *> against the batch-control "YYYY-MM-DD-HH.MM.SS" stamps); the
      *> window runs from BW-START up to, not including, BW-END.
      *> BW-TYPE:
      *>   F - hard freeze: nothing covered launches from the schedule,
      *>       and job-submit RERUN / RELEASE are refused until the
      *>       window ends
      *>   M - maintenance: scheduled launches held back and monitoring
      *>       and paging silenced, but an operator may still RERUN or
      *>       RELEASE a covered job by hand
      *> BW-JOBS: "*" for every job, else a comma-separated list of
      *> job names ("NIGHTLY-BATCH,EOD-EXTRACT").
      *> Read through blackout_check (mcpbchk.cpy) by job_dispatcher,
      *> the job-submit tool, schedule_monitor and alert_notifier, and
      *> listed night by night in ops_summary_report.
      *> ---------------------------------------------------------------
       01  BLACKOUT-RECORD.
           05  BW-START            PIC X(16).
           05  BW-END              PIC X(16).
           05  BW-TYPE             PIC X(1).
           05  BW-JOBS             PIC X(100).
           05  BW-DESC             PIC X(40).
