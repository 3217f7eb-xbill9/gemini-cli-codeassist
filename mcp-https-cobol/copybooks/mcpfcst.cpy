      *> ---------------------------------------------------------------
      *> MCPFCST - projected batch completion for the night.
      *> Filled by batch_forecast (batchfcst.cob) from the planned
      *> schedule, the live batch-control and step state and recent
      *> run-history, and read by the batch-forecast tool,
      *> ops_summary_report and schedule_monitor so all three quote
      *> the same projection. One FC-JOB entry per schedule line, in
      *> schedule-file order.
      *> Times are batch-control style "YYYY-MM-DD-HH.MM.SS"; spaces
      *> = no projection (the job is not due tonight).
      *> FC-JOB-STATE:
      *>   NOT DUE  - not due tonight per PS-FREQUENCY and the calendar
      *>   FINISHED - finished tonight; start and end are actual
      *>   RUNNING  - ACTIVE (actual start) or LAUNCHED (starts now)
      *>   ABENDED  - abended tonight; projected as a rerun from now
      *>   HELD     - held; projected as if released now
      *>   PENDING  - not started; starts at the latest of its
      *>              scheduled start, now and its predecessor's
      *>              projected finish
      *>   BLACKOUT - not started, and that start falls inside a
      *>              blackout window covering the job; projected
      *>              from the window's end instead
      *>   INBOUND  - not started, and its inbound feeds are not all
      *>              in and valid yet; projected as if they are by
      *>              its start
      *>   WAITING  - not started, queued by job_dispatcher for a run
      *>              slot; projected as if one frees by its start
      *> FC-TYP-MINS / FC-WORST-MINS: average and longest elapsed
      *> minutes over the FC-NIGHTS-USED most recent nights on record
      *> (0 nights = costed at PS-MAX-ELAPSED).
      *> FC-BREACH / FC-WORST-BREACH: "Y" when the typical / worst
      *> projected finish is later than FC-DEADLINE.
      *> ---------------------------------------------------------------
       01  BATCH-FORECAST.
           05  FC-PROC-DATE        PIC X(8).
           05  FC-AS-AT            PIC X(19).
           05  FC-NIGHT-END-TYP    PIC X(19).
           05  FC-NIGHT-END-WORST  PIC X(19).
           05  FC-JOB-COUNT        PIC 9(3).
           05  FC-JOB OCCURS 50 TIMES.
               10  FC-JOB-NAME     PIC X(20).
               10  FC-JOB-STATE    PIC X(8).
               10  FC-CUR-STEP     PIC X(24).
               10  FC-NIGHTS-USED  PIC 9(3).
               10  FC-TYP-MINS     PIC 9(5).
               10  FC-WORST-MINS   PIC 9(5).
               10  FC-START-TYP    PIC X(19).
               10  FC-START-WORST  PIC X(19).
               10  FC-END-TYP      PIC X(19).
               10  FC-END-WORST    PIC X(19).
               10  FC-DEADLINE     PIC X(19).
               10  FC-BREACH       PIC X.
               10  FC-WORST-BREACH PIC X.
