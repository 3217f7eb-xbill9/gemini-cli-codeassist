      *> ---------------------------------------------------------------
      *> MCPACHN - audit chain head record layout.
      *> Single record in data/audit-chain.dat (the daily audit logs
      *> audit_log_write appends to) and in data/maint-chain.dat (the
      *> config_maint trail in logs/maint-audit.dat), rewritten after
      *> every record appended to the chain. It carries the running
      *> hash from one day's audit log into the next and lets
      *> audit_chain_check notice records removed from the end of the
      *> trail, which no link inside the files can show.
      *> CH-START-DATE is the day the first chained record was written;
      *> lines older than that predate the chain and are not checked.
      *> CH-LAST-STAMP is the timestamp of the last record, in the
      *> form the record itself carries ("YYYY-MM-DD HH:MM:SS").
      *> ---------------------------------------------------------------
       01  AUDIT-CHAIN-HEAD.
           05  CH-CHAIN            PIC X(8).
           05  CH-START-DATE       PIC X(8).
           05  CH-LAST-DATE        PIC X(8).
           05  CH-LAST-STAMP       PIC X(19).
           05  CH-LAST-HASH        PIC X(16).
           05  CH-RECORDS          PIC 9(9).
