      *> ---------------------------------------------------------------
      *> MCPINEV - incident event record layout.
      *> One record appended to data/incident-events.dat by
      *> incident_update for every event linked to an open incident
      *> (mcpinc.cpy), in the order they happened:
      *>   OPEN     - the abend that opened it (rc, step, run number)
      *>   LOG      - one line of the job's dispatch log as it stood
      *>              at the abend (the same tail job-log shows)
      *>   ABEND    - a further abend before the job recovered
      *>   ALERT    - schedule_monitor raised an alert for the job
      *>   NOTIFY   - alert_notifier delivery attempt, with the
      *>              channel, target and SENT/FAILED/SUPPRESSED
      *>   ESCALATE - one of the job's alerts escalated unacknowledged
      *>   ACK      - an operator acknowledged one of the job's alerts
      *>   RERUN    - job_dispatcher launched a job-submit RERUN
      *>   RETRY    - job_dispatcher relaunched the job by schedule
      *>   START    - the job reported START again
      *>   FINISHED - the job finished; the incident closed
      *> IE-SOURCE is who or what caused the event (operator/client
      *> id, requester, or the program).
      *> ---------------------------------------------------------------
       01  INCIDENT-EVENT-RECORD.
           05  IE-INCIDENT-ID      PIC 9(6).
           05  IE-TIMESTAMP        PIC X(19).
           05  IE-EVENT            PIC X(8).
           05  IE-SOURCE           PIC X(20).
           05  IE-DETAIL           PIC X(200).
