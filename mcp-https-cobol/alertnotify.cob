      *> matching rule delivered SENT, so a failed page alongside a
      *> successful mail means another attempt on the next pass (with
      *> a duplicate of the mail), not a lost page.
      *> A batch alert (LATE, OVERRUN, ABEND, FORECAST, INBOUND) on a
      *> job inside a blackout window (freeze or maintenance,
      *> config/blackout.dat via blackout_check) is not delivered:
      *> every route that would have carried it is logged SUPPRESSED
      *> in notify-log.dat instead, and the event is
      *> marked delivered so on-call is not paged with a stale batch
      *> of window noise the moment the window ends. A condition that
      *> is still live afterwards escalates and pages as usual.
      *> Windows hold back batch jobs only: an AUTH lockout (the job
      *> field is a client id) or an AUDIT chain break (AUDIT-TRAIL,
      *> MAINT-AUDIT) is never suppressed - a "*" patch window must
      *> not silence security-ops, and those alerts are raised once.
      *> Every delivery attempt is also reported to incident_update so
      *> a job's open abend incident shows who was paged, how, and
      *> whether it got through.
      *> The message ends with the job's runbook entry for the alert
      *> (config/runbook.dat via runbook_lookup, against the failing
      *> step of an open incident when there is one): what to do,
      *> whether a rerun or restart is safe, and who to call.
      *> Exit codes: 0 = nothing to do or all deliveries sent,
      *> 2 = one or more deliveries failed, 8 = file error.
      *> ---------------------------------------------------------------
       01  ws-system-rc        BINARY-LONG VALUE 0.
       01  ws-id-disp          PIC ZZZZZ9.
       01  ws-delivery-result  PIC X(10) VALUE SPACES.
       01  ws-suppressed-count BINARY-LONG VALUE 0.
       01  ws-line-ptr         BINARY-LONG VALUE 1.
       COPY "mcpbchk.cpy".
       COPY "mcpincu.cpy".
       COPY "mcprbkl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CLOSE alerts-file.

           DISPLAY "alert_notifier: " ws-sent-count " sent, "
                   ws-failed-count " failed, "
                   ws-suppressed-count " suppressed by blackout".
           IF ws-failed-count > 0 THEN
               STOP RUN RETURNING 2
           END-IF.
           MOVE "N" TO ws-delivered.
           MOVE "N" TO ws-matched.
           MOVE 0 TO ws-event-failures.
           IF AR-ALERT-TYPE = "LATE" OR "OVERRUN" OR "ABEND"
                   OR "FORECAST" OR "INBOUND" THEN
               MOVE AR-JOB-NAME  TO BK-JOB-NAME
               MOVE ws-now-stamp TO BK-FROM BK-TO
               CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK
               IF BK-IN-BLACKOUT THEN
                   PERFORM SUPPRESS-EVENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM WRITE-MESSAGE-FILE.
           IF ws-message-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EXIT.

       SUPPRESS-EVENT.
      *> Blacked out: log each route the event would have gone to as
      *> SUPPRESSED. No matching route still leaves it undelivered,
      *> exactly as outside a window.
           PERFORM VARYING ws-rt-idx FROM 1 BY 1
                   UNTIL ws-rt-idx > ws-route-count
               IF (ws-rt-type(ws-rt-idx) = "*"
                       OR ws-rt-type(ws-rt-idx) = AR-ALERT-TYPE)
                   AND (ws-rt-job(ws-rt-idx) = "*"
                       OR ws-rt-job(ws-rt-idx) = AR-JOB-NAME)
                   SET ws-route-matched TO TRUE
                   MOVE "SUPPRESSED" TO ws-delivery-result
                   PERFORM APPEND-NOTIFY-LOG
               END-IF
           END-PERFORM.
           IF ws-route-matched THEN
               ADD 1 TO ws-suppressed-count
               SET ws-event-delivered TO TRUE
               DISPLAY "alert_notifier: alert " AR-ALERT-ID " "
                       FUNCTION TRIM(ws-event) " suppressed, "
                       FUNCTION TRIM(AR-JOB-NAME) " blacked out until "
                       BK-UNTIL(1:16)
           END-IF.
           EXIT.

       WRITE-MESSAGE-FILE.
      *> The delivery body: rewritten per alert, referenced from the
      *> command line only as a file name so the detail text never
           STRING "detail: " FUNCTION TRIM(AR-DETAIL)
             DELIMITED BY SIZE INTO message-line.
           WRITE message-line.
           PERFORM WRITE-RUNBOOK-TEXT.
           CLOSE message-file.
           EXIT.

       WRITE-RUNBOOK-TEXT.
      *> The runbook entry covering the alert, after the alert lines;
      *> nothing is added when the job has no entry for it.
           INITIALIZE RUNBOOK-LOOKUP.
           MOVE AR-JOB-NAME   TO RL-JOB-NAME.
           MOVE 0             TO RL-STEP-NUMBER.
           MOVE AR-ALERT-TYPE TO RL-ALERT-TYPE.
           CALL "runbook_lookup" USING BY REFERENCE RUNBOOK-LOOKUP.
           MOVE 0 TO RETURN-CODE.
           IF NOT RL-ENTRY-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           MOVE 1 TO ws-line-ptr.
           IF RL-STEP = "*" THEN
               STRING "runbook: whole job, " DELIMITED BY SIZE
                 INTO message-line WITH POINTER ws-line-ptr
           ELSE
               STRING "runbook: step " RL-STEP ", " DELIMITED BY SIZE
                 INTO message-line WITH POINTER ws-line-ptr
           END-IF.
           IF RL-ENTRY-TYPE = "*" THEN
               STRING "any alert" DELIMITED BY SIZE
                 INTO message-line WITH POINTER ws-line-ptr
           ELSE
               STRING FUNCTION TRIM(RL-ENTRY-TYPE) " alerts"
                 DELIMITED BY SIZE
                 INTO message-line WITH POINTER ws-line-ptr
           END-IF.
           WRITE message-line.
           MOVE SPACES TO message-line.
           STRING "rerun safe: " RL-RERUN-SAFE
                  "  restart allowed: " RL-RESTART-OK
             DELIMITED BY SIZE INTO message-line.
           WRITE message-line.
           IF RL-CONTACT NOT = SPACES THEN
               MOVE SPACES TO message-line
               STRING "call: " FUNCTION TRIM(RL-CONTACT)
                 DELIMITED BY SIZE INTO message-line
               WRITE message-line
           END-IF.
           MOVE SPACES TO message-line.
           STRING "do: " FUNCTION TRIM(RL-INSTRUCTIONS-1)
             DELIMITED BY SIZE INTO message-line.
           WRITE message-line.
           IF RL-INSTRUCTIONS-2 NOT = SPACES THEN
               MOVE SPACES TO message-line
               STRING "    " FUNCTION TRIM(RL-INSTRUCTIONS-2)
                 DELIMITED BY SIZE INTO message-line
               WRITE message-line
           END-IF.
           EXIT.

       DELIVER-ONE-ROUTE.
           MOVE AR-ALERT-ID TO ws-id-disp.
           MOVE SPACES TO ws-command.
           MOVE ws-delivery-result       TO NL-RESULT.
           WRITE NOTIFY-LOG-RECORD.
           CLOSE notify-log-file.

           INITIALIZE INCIDENT-UPDATE.
           MOVE "NOTIFY"       TO IU-EVENT.
           MOVE AR-JOB-NAME    TO IU-JOB-NAME.
           MOVE "alert_notifier" TO IU-SOURCE.
           MOVE AR-ALERT-ID    TO IU-ALERT-ID.
           MOVE AR-ALERT-TYPE  TO IU-ALERT-TYPE.
           STRING "alert " AR-ALERT-ID " "
                  FUNCTION TRIM(AR-ALERT-TYPE) " "
                  FUNCTION TRIM(ws-event) " via "
                  FUNCTION TRIM(ws-rt-channel(ws-rt-idx)) " to "
                  FUNCTION TRIM(ws-rt-target(ws-rt-idx)) ": "
                  FUNCTION TRIM(ws-delivery-result)
             DELIMITED BY SIZE INTO IU-DETAIL.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.
           EXIT.
       END PROGRAM alert_notifier.
