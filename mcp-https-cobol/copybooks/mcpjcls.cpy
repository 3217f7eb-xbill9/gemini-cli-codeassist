      *> ---------------------------------------------------------------
      *> MCPJCLS - job-class record layout.
      *> One line per class in config/job-classes.dat: how many jobs of
      *> the class job_dispatcher lets run at once, so a month-end
      *> night cannot put every heavy extract on the box together.
      *>   JC-CLASS        - class name as given in PS-CLASS of the
      *>                     planned schedule (mcpschd.cpy); "*" is the
      *>                     overall limit across every job, classed or
      *>                     not
      *>   JC-MAX-RUNNING  - jobs of the class ACTIVE or LAUNCHED at
      *>                     once; 0 = no limit
      *>   JC-DESC         - what the class is for
      *> A class the schedule names but this file does not list has no
      *> limit of its own (the overall one still applies); no file at
      *> all means no limits, as before classes existed.
      *> ---------------------------------------------------------------
       01  JOB-CLASS-RECORD.
           05  JC-CLASS            PIC X(8).
           05  JC-MAX-RUNNING      PIC 9(3).
           05  JC-DESC             PIC X(40).
