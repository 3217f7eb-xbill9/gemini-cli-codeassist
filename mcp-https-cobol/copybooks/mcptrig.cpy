      *> ---------------------------------------------------------------
      *> MCPTRIG - inbound file-trigger record layout.
      *> One line per upstream feed a scheduled job waits for, in
      *> config/file-triggers.dat (a job with several feeds has several
      *> lines). job_dispatcher does not launch the job until every
      *> one of its feeds has arrived and validated
      *> (inbound_file_check), so a late or truncated feed holds the
      *> job instead of being discovered by ctlupdate afterwards.
      *>   FT-PATH-PATTERN   - path of the feed; "{DATE}" is replaced
      *>                       by tonight's business date (YYYYMMDD)
      *>   FT-LATEST-ARRIVAL - "HH.MM" by which the feed must be in and
      *>                       valid, anchored to the night like
      *>                       PS-SCHED-START (before noon = the
      *>                       morning after the business date)
      *>   FT-HEADER-TAG     - text the first record starts with;
      *>                       spaces = the feed has no header record
      *>   FT-HDR-DATE-POS   - column of a YYYYMMDD date in the header
      *>                       that must equal the business date; 0 =
      *>                       not checked
      *>   FT-TRAILER-TAG    - text the trailer (last) record starts
      *>                       with; every record between header and
      *>                       trailer is a detail record
      *>   FT-CNT-POS / LEN  - detail record count in the trailer
      *>   FT-AMT-POS / LEN  - amount total in the trailer; LEN 0 = the
      *>                       feed carries no amount total
      *>   FT-DTL-AMT-POS / LEN - amount in each detail record, summed
      *>                       and compared with the trailer total
      *>   FT-AMT-DECIMALS   - implied decimal places of both amounts
      *> Positions are 1-based columns of the feed record.
      *> ---------------------------------------------------------------
       01  FILE-TRIGGER-RECORD.
           05  FT-JOB-NAME         PIC X(20).
           05  FT-PATH-PATTERN     PIC X(80).
           05  FT-LATEST-ARRIVAL   PIC X(5).
           05  FT-HEADER-TAG       PIC X(10).
           05  FT-HDR-DATE-POS     PIC 9(3).
           05  FT-TRAILER-TAG      PIC X(10).
           05  FT-CNT-POS          PIC 9(3).
           05  FT-CNT-LEN          PIC 9(2).
           05  FT-AMT-POS          PIC 9(3).
           05  FT-AMT-LEN          PIC 9(2).
           05  FT-DTL-AMT-POS      PIC 9(3).
           05  FT-DTL-AMT-LEN      PIC 9(2).
           05  FT-AMT-DECIMALS     PIC 9(1).
