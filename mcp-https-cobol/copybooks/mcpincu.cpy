      *> ---------------------------------------------------------------
      *> MCPINCU - incident_update parameter block.
      *> In:  IU-EVENT (an IE-EVENT value from mcpinev.cpy other than
      *>      OPEN and LOG), IU-JOB-NAME, IU-SOURCE, IU-DETAIL.
      *>      ABEND also takes IU-RETURN-CODE; ALERT, ACK, ESCALATE
      *>      and NOTIFY take the alert's IU-ALERT-ID/IU-ALERT-TYPE.
      *> Out: IU-RESULT
      *>        OPENED - ABEND with no incident open: a new one
      *>        LINKED - the event was added to the open incident
      *>        CLOSED - FINISHED closed the open incident
      *>        NONE   - the job has no open incident, nothing to do
      *>      IU-INCIDENT-ID the incident concerned (0 for NONE).
      *> Events other than ABEND never open an incident, so callers
      *> can report everything and let the incident file decide.
      *> ---------------------------------------------------------------
       01  INCIDENT-UPDATE.
           05  IU-EVENT            PIC X(8).
           05  IU-JOB-NAME         PIC X(20).
           05  IU-SOURCE           PIC X(20).
           05  IU-DETAIL           PIC X(200).
           05  IU-RETURN-CODE      PIC X(4).
           05  IU-ALERT-ID         PIC 9(6).
           05  IU-ALERT-TYPE       PIC X(8).
           05  IU-RESULT           PIC X(8).
               88  IU-OPENED             VALUE "OPENED".
               88  IU-LINKED             VALUE "LINKED".
               88  IU-CLOSED             VALUE "CLOSED".
               88  IU-NO-INCIDENT        VALUE "NONE".
           05  IU-INCIDENT-ID      PIC 9(6).
