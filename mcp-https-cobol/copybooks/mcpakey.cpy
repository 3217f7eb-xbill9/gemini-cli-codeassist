      *> MCPAKEY - shared EXTERNAL storage for the configured API key.
      *> Loaded once by MAIN-LOGIC from config/server.cfg and read by
      *> every tool callback's api-key validation.
      *> MCP-APPROVAL-MINS (server.cfg APPROVAL_EXPIRY_MINS, default
      *> 60) is how long a job-submit request on a protected job waits
      *> for a second operator before it expires; job-submit stamps the
      *> resulting SQ-EXPIRES on the queue record.
      *> ---------------------------------------------------------------
       01  MCP-API-KEY-CFG EXTERNAL.
           05  MCP-API-KEY         PIC X(64) VALUE SPACES.
           05  MCP-API-KEY-LEN     PIC 9(4)  VALUE 0.
           05  MCP-APPROVAL-MINS   PIC 9(4)  VALUE 60.
