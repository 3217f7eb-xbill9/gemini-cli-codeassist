      *> ---------------------------------------------------------------
      *> MCPCSUM - month-end per-client usage record layout.
      *> One record per client per tool in
      *> logs/audit-client-YYYYMM.dat, written by audit_retention in
      *> the same pass that writes audit-summary-YYYYMM.dat (mcpasum),
      *> so usage by client survives the archiving of the dailies and
      *> each team can be recharged for what it used.
      *>   CS-CALLS       - audit lines for the client and tool
      *>   CS-ERRORS      - of those, non-zero return code other than
      *>                    a rate-limit rejection
      *>   CS-REJECTS     - rejected by rate_limit_check (call-res -4),
      *>                    per-minute limit or daily quota
      *>   CS-PEAK-CALLS  - most calls served (not rejected) on any one
      *>                    day of the month, and CS-PEAK-DATE that day
      *>   CS-UNIT-RATE   - tool catalog unit rate when rolled up
      *>   CS-CHARGE      - (CS-CALLS - CS-REJECTS) * CS-UNIT-RATE
      *> The rate is captured at rollup time so a later catalog change
      *> does not reprice a month already charged. CS-CLIENT "*ALL"
      *> closes each tool with the totals over every client; its peak
      *> is the tool's busiest day, which is what the daily quota
      *> (global per tool) is measured against.
      *> ---------------------------------------------------------------
       01  CLIENT-SUMMARY-RECORD.
           05  CS-MONTH            PIC X(6).
           05  CS-CLIENT           PIC X(20).
           05  CS-TOOL             PIC X(20).
           05  CS-CALLS            PIC 9(9).
           05  CS-ERRORS           PIC 9(9).
           05  CS-REJECTS          PIC 9(9).
           05  CS-PEAK-CALLS       PIC 9(9).
           05  CS-PEAK-DATE        PIC X(8).
           05  CS-UNIT-RATE        PIC 9(3)V9(4).
           05  CS-CHARGE           PIC 9(9)V99.
