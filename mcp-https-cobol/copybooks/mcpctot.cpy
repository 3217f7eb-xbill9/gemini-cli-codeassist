      *> is exactly the truncated-extract case that once reached the
      *> bank file unnoticed. ops_summary_report prints the chain and
      *> the verdict in its control-totals section.
      *> For a job with inbound file triggers (mcptrig.cpy),
      *> job_dispatcher writes step 000 at launch: the detail records
      *> and amount of every validated feed, summed, as both the in
      *> and out count - so the first step's input is reconciled
      *> against what actually arrived.
      *> ---------------------------------------------------------------
       01  CONTROL-TOTAL-RECORD.
           05  CT-PROC-DATE        PIC X(8).
