      *> ---------------------------------------------------------------
      *> MCPINC - abend incident record layout.
      *> One record per incident in data/incidents.dat: opened by
      *> incident_update the moment batch_status_update lands a job
      *> in ABENDED, and owned by it until the job next FINISHES, so
      *> the morning problem ticket is one record and its timeline
      *> instead of six files pieced together by hand. Fixed-length
      *> ORGANIZATION SEQUENTIAL, like the alerts file, so the
      *> lifecycle updates are in-place REWRITEs:
      *>   OPEN   - the job abended and has not finished since; every
      *>            later event for the job (its ABEND alert, ack,
      *>            escalations, notifications, reruns, dispatcher
      *>            retries, restarts, further abends) is linked to
      *>            it in data/incident-events.dat (mcpinev.cpy)
      *>   CLOSED - the job finished; IN-CLOSE-TIME is that END
      *> IN-STEP-NUMBER / IN-STEP-NAME are the failing step from the
      *> step trail (zero and spaces for a job that keeps none);
      *> IN-RETURN-CODE is the rc of the abend that opened it.
      *> IN-ALERT-ID is schedule_monitor's ABEND alert, once raised.
      *> IN-ACK-BY / IN-ACK-TIME are the first acknowledgement of any
      *> of the job's alerts while the incident was open.
      *> IN-TTA-MINS (open to first ack) and IN-TTR-MINS (open to
      *> close) are filled when the incident closes; IN-TTA-MINS
      *> stays zero with IN-ACK-TIME spaces when nobody acked.
      *> IN-ABENDS counts every abend inside the incident (the first
      *> included), IN-RERUNS the operator RERUNs dispatched and
      *> IN-RETRIES the dispatcher's automatic relaunches.
      *> ---------------------------------------------------------------
       01  INCIDENT-RECORD.
           05  IN-INCIDENT-ID      PIC 9(6).
           05  IN-PROC-DATE        PIC X(8).
           05  IN-JOB-NAME         PIC X(20).
           05  IN-STEP-NUMBER      PIC 9(3).
           05  IN-STEP-NAME        PIC X(20).
           05  IN-RETURN-CODE      PIC X(4).
           05  IN-STATUS           PIC X(8).
           05  IN-OPEN-TIME        PIC X(19).
           05  IN-ALERT-ID         PIC 9(6).
           05  IN-ACK-BY           PIC X(20).
           05  IN-ACK-TIME         PIC X(19).
           05  IN-ESCALATIONS      PIC 9(3).
           05  IN-ABENDS           PIC 9(3).
           05  IN-RERUNS           PIC 9(3).
           05  IN-RETRIES          PIC 9(3).
           05  IN-CLOSE-TIME       PIC X(19).
           05  IN-TTA-MINS         PIC 9(5).
           05  IN-TTR-MINS         PIC 9(5).
