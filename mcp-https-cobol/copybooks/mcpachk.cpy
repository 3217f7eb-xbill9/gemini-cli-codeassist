      *> ---------------------------------------------------------------
      *> MCPACHK - audit_chain_check parameter block.
      *> In:  AC-CHAIN - "AUDIT" (the daily audit logs, and the
      *>        logs/audit-archive-YYYYMM.log files for days
      *>        audit_retention has archived) or "MAINT"
      *>        (logs/maint-audit.dat).
      *>      AC-FROM-DATE .. AC-TO-DATE - YYYYMMDD, the days whose
      *>        records are checked; AC-FROM-DATE spaces = from the
      *>        day the chain began.
      *> Out: AC-STATUS "VERIFIED", "BROKEN", or "NOCHAIN" when the
      *>        range holds no chained record and no chain head exists.
      *>      AC-CHECKED   - chained records verified in the range.
      *>      AC-UNCHAINED - lines skipped because they predate the
      *>        chain.
      *>      On a break, the first broken link: AC-BREAK-FILE, the
      *>        record number within it (AC-BREAK-RECORD, 0 when the
      *>        break is a missing end of the chain), its timestamp and
      *>        AC-BREAK-REASON. An AUDIT alert is raised for the
      *>        chain unless one is still live; AC-ALERT-ID is the new
      *>        alert's id, or 0 when none was raised.
      *> ---------------------------------------------------------------
       01  AUDIT-CHAIN-CHECK.
           05  AC-CHAIN            PIC X(8).
           05  AC-FROM-DATE        PIC X(8).
           05  AC-TO-DATE          PIC X(8).
           05  AC-STATUS           PIC X(8).
               88  AC-VERIFIED           VALUE "VERIFIED".
               88  AC-BROKEN             VALUE "BROKEN".
               88  AC-NO-CHAIN           VALUE "NOCHAIN".
           05  AC-CHECKED          PIC 9(9).
           05  AC-UNCHAINED        PIC 9(9).
           05  AC-BREAK-FILE       PIC X(60).
           05  AC-BREAK-RECORD     PIC 9(9).
           05  AC-BREAK-STAMP      PIC X(19).
           05  AC-BREAK-REASON     PIC X(60).
           05  AC-ALERT-ID         PIC 9(6).
