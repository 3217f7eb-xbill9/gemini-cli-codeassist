      *> ---------------------------------------------------------------
      *> MCPRBKL - runbook_lookup parameter block.
      *> In:  RL-JOB-NAME.
      *>      RL-STEP-NUMBER - the step the question is about; 0 = the
      *>        failing step of the job's open abend incident
      *>        (incidents.dat), or only whole-job entries when the
      *>        job has none. On return it holds the step used.
      *>      RL-ALERT-TYPE  - spaces = any type.
      *> Out: RL-FOUND "Y" and the matching entry's fields (mcprunb.cpy)
      *>      in RL-ENTRY, or "N" with RL-ENTRY spaces when no entry in
      *>      config/runbook.dat covers the job, step and alert type.
      *> ---------------------------------------------------------------
       01  RUNBOOK-LOOKUP.
           05  RL-JOB-NAME         PIC X(20).
           05  RL-STEP-NUMBER      PIC 9(3).
           05  RL-ALERT-TYPE       PIC X(8).
           05  RL-FOUND            PIC X(1).
               88  RL-ENTRY-FOUND        VALUE "Y".
           05  RL-ENTRY.
               10  RL-STEP             PIC X(3).
               10  RL-ENTRY-TYPE       PIC X(8).
               10  RL-RERUN-SAFE       PIC X(1).
               10  RL-RESTART-OK       PIC X(1).
               10  RL-CONTACT          PIC X(40).
               10  RL-INSTRUCTIONS-1   PIC X(80).
               10  RL-INSTRUCTIONS-2   PIC X(80).
