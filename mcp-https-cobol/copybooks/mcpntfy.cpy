      *> about it at the morning handover.
      *> NL-EVENT: RAISE (first delivery of a new alert) or ESCALATE
      *> (re-delivery of an alert that sat unacknowledged past the
      *> threshold). NL-RESULT: SENT or FAILED, or SUPPRESSED when
      *> the job was inside a blackout window (config/blackout.dat)
      *> and the route was deliberately not used.
      *> ---------------------------------------------------------------
       01  NOTIFY-LOG-RECORD.
           05  NL-TIMESTAMP        PIC X(19).
