      *> ---------------------------------------------------------------
      *> MCPBCHK - blackout_check parameter block.
      *> In:  BK-JOB-NAME and the interval BK-FROM .. BK-TO, both
      *>      batch-control style "YYYY-MM-DD-HH.MM.SS"; pass the same
      *>      stamp twice to ask "is the job blacked out right now?".
      *> Out: BK-FOUND "Y" when any window in config/blackout.dat
      *>      covering the job overlaps the interval. A hard freeze
      *>      wins over maintenance when both apply; BK-TYPE,
      *>      BK-UNTIL (window end, seconds ".00") and BK-DESC are
      *>      those of the latest-ending window of the winning type.
      *>      BK-LAST-END is the latest end of ANY overlapping window,
      *>      the moment the job was free to run again.
      *>      BK-OVERLAP-SECS is how much of the interval the covering
      *>      windows took up (where windows overlap each other the
      *>      shared time counts once), which is how much of a run's
      *>      elapsed time the blackout accounts for.
      *> ---------------------------------------------------------------
       01  BLACKOUT-CHECK.
           05  BK-JOB-NAME         PIC X(20).
           05  BK-FROM             PIC X(19).
           05  BK-TO               PIC X(19).
           05  BK-FOUND            PIC X(1).
               88  BK-IN-BLACKOUT        VALUE "Y".
           05  BK-TYPE             PIC X(1).
               88  BK-HARD-FREEZE        VALUE "F".
               88  BK-MAINTENANCE        VALUE "M".
           05  BK-UNTIL            PIC X(19).
           05  BK-LAST-END         PIC X(19).
           05  BK-DESC             PIC X(40).
           05  BK-OVERLAP-SECS     PIC 9(9).
