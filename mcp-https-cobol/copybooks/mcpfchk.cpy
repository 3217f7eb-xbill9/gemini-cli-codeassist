      *> ---------------------------------------------------------------
      *> MCPFCHK - inbound_file_check parameter block.
      *> In:  IC-JOB-NAME.
      *> Out: IC-RESULT for the job's feeds in config/file-triggers.dat
      *>      (mcptrig.cpy) as a whole, worst feed first:
      *>        NONE    - the job declares no inbound feeds
      *>        READY   - every feed is in and its trailer agrees with
      *>                  its contents
      *>        WAITING - a feed is not in yet (or has no trailer yet,
      *>                  still being written) and its latest arrival
      *>                  time has not passed
      *>        MISSING - a feed is not in (or still has no trailer)
      *>                  past its latest arrival time
      *>        INVALID - a feed is in but fails validation: wrong
      *>                  header, header date not tonight's, trailer
      *>                  count or amount not matching the records
      *>      IC-DETAIL / IC-PATH describe the feed that decided the
      *>      result (blank for NONE and READY).
      *>      IC-FILE-COUNT feeds declared; IC-RECORDS / IC-AMOUNT are
      *>      the detail records and amount over all of them, filled
      *>      when READY, which job_dispatcher registers as the job's
      *>      intake control total (step 000).
      *> ---------------------------------------------------------------
       01  INBOUND-CHECK.
           05  IC-JOB-NAME         PIC X(20).
           05  IC-RESULT           PIC X(8).
               88  IC-NO-FEEDS           VALUE "NONE".
               88  IC-FEEDS-READY        VALUE "READY".
               88  IC-FEEDS-WAITING      VALUE "WAITING".
               88  IC-FEED-MISSING       VALUE "MISSING".
               88  IC-FEED-INVALID       VALUE "INVALID".
           05  IC-DETAIL           PIC X(60).
           05  IC-PATH             PIC X(100).
           05  IC-FILE-COUNT       PIC 9(2).
           05  IC-RECORDS          PIC 9(9).
           05  IC-AMOUNT           PIC 9(13)V99.
