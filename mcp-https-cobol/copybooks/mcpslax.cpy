      *> ---------------------------------------------------------------
      *> MCPSLAX - SLA compliance extract record.
      *> Written by sla_compliance_report to
      *> logs/sla-extract-YYYYMM.dat, one record per scheduled job for
      *> the report month plus a closing record with SX-JOB-NAME
      *> "*ALL" carrying the totals, fixed width for the service
      *> review spreadsheet and anything else that loads it.
      *> Counts are due business dates (nights) of the month:
      *>   SX-DUE        - nights the job was due (schedule_day_check)
      *>   SX-ON-TIME    - first run started by PS-SCHED-START (or
      *>                   the blackout window's end, below)
      *>   SX-LATE       - first run started after it
      *>   SX-OVERRUN    - a run ran longer than PS-MAX-ELAPSED
      *>   SX-ABENDED    - a run ended ABENDED
      *>   SX-RECOVERED  - abended, but a rerun or dispatcher retry
      *>                   finished the night
      *>   SX-MISSED     - due, but no run on record at all
      *>   SX-COMPLIANT  - on time, within PS-MAX-ELAPSED, no abend
      *> A scheduled start that falls inside a blackout window covering
      *> the job (config/blackout.dat) is measured from the window's
      *> end instead. A night with no run that such a window held from
      *> its scheduled start until at least the next night's is not
      *> counted at all - not in SX-DUE, SX-MISSED or the percentage;
      *> the printed report lists it as HELD.
      *> SX-COMPLIANCE-PCT = SX-COMPLIANT / SX-DUE; SX-PRIOR-DUE and
      *> SX-PRIOR-PCT are the same figures for the month before.
      *> SX-TREND: UP / DOWN / SAME against the prior month, NEW when
      *> the job was not due at all in the prior month, N/A when it is
      *> not due in the report month.
      *> ---------------------------------------------------------------
       01  SLA-EXTRACT-RECORD.
           05  SX-MONTH            PIC X(6).
           05  SX-JOB-NAME         PIC X(20).
           05  SX-DUE              PIC 9(5).
           05  SX-ON-TIME          PIC 9(5).
           05  SX-LATE             PIC 9(5).
           05  SX-OVERRUN          PIC 9(5).
           05  SX-ABENDED          PIC 9(5).
           05  SX-RECOVERED        PIC 9(5).
           05  SX-MISSED           PIC 9(5).
           05  SX-COMPLIANT        PIC 9(5).
           05  SX-COMPLIANCE-PCT   PIC 9(3)V99.
           05  SX-PRIOR-DUE        PIC 9(5).
           05  SX-PRIOR-PCT        PIC 9(3)V99.
           05  SX-TREND            PIC X(4).
