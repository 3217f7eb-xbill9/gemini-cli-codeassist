      *> night spans still report as one night; records from before
      *> the field existed read back as spaces.
           05  RH-PROC-DATE        PIC X(8).
      *> How the run ended: the batch-control status it completed
      *> with, FINISHED or ABENDED (an END forced to ABENDED by a
      *> control-total break records ABENDED). Spaces on records from
      *> before the field existed; sla_compliance_report then falls
      *> back to the ABEND alert raised for the run's end time.
           05  RH-END-STATUS       PIC X(10).
