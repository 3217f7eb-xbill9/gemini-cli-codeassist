      *> ---------------------------------------------------------------
      *> MCPRUNB - runbook entry record layout.
      *> One line per entry in config/runbook.dat, maintained through
      *> config_maint like the other fixed-width control files, so the
      *> 3am page carries what to do about it instead of a pointer to
      *> a wiki page somebody has to find first.
      *>   RB-JOB-NAME      - the job the entry is for
      *>   RB-STEP          - step number (3 digits, as the step trail
      *>                      records it) or "*" for the whole job
      *>   RB-ALERT-TYPE    - LATE/OVERRUN/ABEND/FORECAST/INBOUND, or
      *>                      "*" for any alert on the job
      *>   RB-RERUN-SAFE    - Y = the job may simply be run again
      *>   RB-RESTART-OK    - Y = the job may be restarted from this
      *>                      step; N makes job_dispatcher refuse a
      *>                      RERUN that would restart it here
      *>   RB-CONTACT       - who to call
      *>   RB-INSTRUCTIONS  - the recovery instructions, two lines
      *> The most specific entry wins (runbook_lookup): a step entry
      *> over the whole-job one, an exact alert type over "*".
      *> ---------------------------------------------------------------
       01  RUNBOOK-RECORD.
           05  RB-JOB-NAME         PIC X(20).
           05  RB-STEP             PIC X(3).
           05  RB-ALERT-TYPE       PIC X(8).
           05  RB-RERUN-SAFE       PIC X(1).
           05  RB-RESTART-OK       PIC X(1).
           05  RB-CONTACT          PIC X(40).
           05  RB-INSTRUCTIONS.
               10  RB-INSTRUCTIONS-1   PIC X(80).
               10  RB-INSTRUCTIONS-2   PIC X(80).
