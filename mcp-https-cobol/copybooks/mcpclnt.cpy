      *> at midnight. A key presented past its expiry identifies the
      *> client and counts toward its failed-authentication lockout
      *> (see mcpcuse.cpy).
      *> MCP-CLIENT-APPROVER "Y" entitles the client to approve or
      *> reject other clients' job-submit requests on protected jobs
      *> (job-submit APPROVE / REJECT); spaces or "N" = not an
      *> approver. No client may decide its own request.
      *> clients.dat also carries the client's chargeback cost centre
      *> in columns 367-376; only chargeback_report reads it, so it is
      *> not held in this registry.
      *> ---------------------------------------------------------------
       01  MCP-CLIENT-REGISTRY EXTERNAL.
           05  MCP-CLIENT-COUNT        PIC 9(2)  VALUE 0.
               10  MCP-CLIENT-OLD-KEY     PIC X(64).
               10  MCP-CLIENT-OLD-KEY-LEN PIC 9(4).
               10  MCP-CLIENT-OLD-EXPIRY  PIC X(8).
               10  MCP-CLIENT-APPROVER    PIC X(1).
