      *> PS-RETRY-MAX is for job_dispatcher's scheduler pass: how many
      *> times an ABENDED run may be relaunched automatically in the
      *> same night (0 = never retry).
      *> PS-DEADLINE is the "HH.MM" the job must be finished by (the
      *> downstream hand-off it feeds), anchored to the night the same
      *> way as PS-SCHED-START; spaces = no deadline. batch_forecast
      *> compares its projected finish with it, and schedule_monitor
      *> raises a FORECAST alert while the projection is past it.
      *> PS-PROTECTED "Y" marks a job whose job-submit requests (RERUN,
      *> HOLD, RELEASE) need a second operator's approval before
      *> job_dispatcher will act on them (see mcpsubq.cpy); spaces or
      *> "N" = unprotected.
      *> PS-CLASS is the job class whose concurrency limit the job
      *> counts against (config/job-classes.dat, mcpjcls.cpy); spaces
      *> = no class, only the overall limit applies. PS-PRIORITY
      *> orders jobs waiting for a slot: 01 starts first; spaces or
      *> 00 = 50. Ties go to the earlier scheduled start.
      *> ---------------------------------------------------------------
       01  PLANNED-SCHEDULE-RECORD.
           05  PS-JOB-NAME         PIC X(20).
           05  PS-PREDECESSOR      PIC X(20).
           05  PS-FREQUENCY        PIC X(12).
           05  PS-RETRY-MAX        PIC 9(2).
           05  PS-DEADLINE         PIC X(5).
           05  PS-PROTECTED        PIC X(1).
           05  PS-CLASS            PIC X(8).
           05  PS-PRIORITY         PIC 9(2).
