      *> A job not yet in the file is added on its first event.
      *> Every END/ABEND also appends one record to the run-history
      *> file (data/run-history.dat, layout mcprhst.cpy) so reruns keep
      *> the evidence of earlier runs for trend reporting, stamped
      *> with the status the run ended in for SLA reporting.
      *> An END is not taken at face value: the control totals the
      *> job's steps registered through ctlupdate
      *> (data/control-totals.dat, mcpctot.cpy) are reconciled across
      *> with rc 0016 so schedule_monitor raises it and job-status
      *> shows it instead of a clean FINISHED over truncated data.
      *> Jobs that register no totals reconcile trivially.
      *> Every event is also reported to incident_update (mcpincu.cpy)
      *> once the status has landed: an ABENDED job opens an abend
      *> incident (or adds to the one already open), a START is linked
      *> to it as the restart, and a FINISHED closes it.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ws-totals-break     PIC X VALUE "N".
           88  ws-totals-mismatch    VALUE "Y".

       COPY "mcpincu.cpy".

       LINKAGE SECTION.
       01  bu-job-name         PIC X(20).
       01  bu-event            PIC X(8).
           IF ws-run-completed AND RETURN-CODE = 0 THEN
               PERFORM APPEND-RUN-HISTORY
           END-IF.
           IF RETURN-CODE = 0 THEN
               PERFORM REPORT-INCIDENT-EVENT
           END-IF.
           EXIT PROGRAM.

       REPORT-INCIDENT-EVENT.
      *> The status as it landed, so an END forced to ABENDED by the
      *> control totals is reported as the abend it became.
           INITIALIZE INCIDENT-UPDATE.
           MOVE bu-job-name    TO IU-JOB-NAME.
           MOVE "batch_status"  TO IU-SOURCE.
           MOVE BC-RETURN-CODE TO IU-RETURN-CODE.
           EVALUATE BC-STATUS
               WHEN "ACTIVE"
                   MOVE "START" TO IU-EVENT
                   STRING "job restarted at "
                          BC-START-TIME
                     DELIMITED BY SIZE INTO IU-DETAIL
               WHEN "ABENDED"
                   MOVE "ABEND" TO IU-EVENT
                   IF ws-totals-mismatch THEN
                       STRING "END rc " ws-rc-disp
                              " forced to ABENDED rc 0016: control"
                              " totals do not reconcile, run "
                              ws-next-run-number
                         DELIMITED BY SIZE INTO IU-DETAIL
                   ELSE
                       STRING "ABEND rc " BC-RETURN-CODE
                              ", run " ws-next-run-number
                         DELIMITED BY SIZE INTO IU-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE "FINISHED" TO IU-EVENT
                   STRING "job finished rc " BC-RETURN-CODE
                          ", run " ws-next-run-number
                     DELIMITED BY SIZE INTO IU-DETAIL
           END-EVALUATE.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.
           MOVE 0 TO RETURN-CODE.
           EXIT.

       APPEND-RUN-HISTORY.
      *> One history record per completed run. The run number is the
      *> count of earlier completions of this job plus one, taken from
               MOVE BC-RETURN-CODE     TO RH-RETURN-CODE
               MOVE bu-records-done    TO RH-RECORDS-PROCESSED
               MOVE ws-proc-date       TO RH-PROC-DATE
               MOVE BC-STATUS          TO RH-END-STATUS
               WRITE RUN-HISTORY-RECORD
               CLOSE run-history-file
           END-IF.
