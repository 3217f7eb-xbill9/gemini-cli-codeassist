      *> config/tools.dat at startup so SETUP-TOOLS-FROM-CATALOG can
      *> register tools generically instead of one hardcoded paragraph
      *> per tool.
      *> tc-unit-rate is the chargeback price of one served call, in
      *> currency units to 4 decimal places (tools.dat columns
      *> 197-203, implied decimal: 0000500 = 0.0500 a call); it is
      *> applied by audit_retention when it rolls up the per-client
      *> usage for a month.
      *> ---------------------------------------------------------------
       01  TOOL-CATALOG-MAX        PIC 9(2) VALUE 20.
       01  tool-catalog-count      PIC 9(2) VALUE 0.
               10  tc-param-type   PIC 9(2).
               10  tc-rate-limit   PIC 9(4).
               10  tc-daily-quota  PIC 9(6).
               10  tc-unit-rate    PIC 9(3)V9(4).
