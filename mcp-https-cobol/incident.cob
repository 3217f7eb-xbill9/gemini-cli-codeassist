       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident_update.
      *> ---------------------------------------------------------------
      *> Shared abend-incident keeper, CALLed (mcpincu.cpy) by
      *> batch_status_update, schedule_monitor, alert_notifier,
      *> job_dispatcher and the alerts tool, so the whole story of an
      *> abend lands in one place as it happens instead of being
      *> reassembled from six files for the morning problem ticket.
      *> data/incidents.dat (mcpinc.cpy) holds at most one OPEN
      *> incident per job:
      *>   ABEND    - with none open, opens one: next sequential id,
      *>              business date, failing step from the step trail
      *>              (batch-steps.dat), return code, and the tail of
      *>              logs/dispatch-<job>.log captured as LOG events;
      *>              with one open, counts and links the re-abend
      *>   FINISHED - closes the open incident and computes the
      *>              time to acknowledge and the time to recover
      *>   anything else is linked to the open incident (and counted
      *>   where the record keeps a count), or ignored when the job
      *>   has none.
      *> Every linked event is appended to data/incident-events.dat
      *> (mcpinev.cpy), which is the incident's timeline.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fixed-length SEQUENTIAL so the lifecycle updates can REWRITE
      *> in place, as schedule_monitor does on the alerts file.
           SELECT incident-file ASSIGN TO ws-incident-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-incident-fs.
           SELECT event-file ASSIGN TO ws-event-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-event-fs.
           SELECT batch-steps-file ASSIGN TO ws-batch-steps-path
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BS-KEY
               LOCK MODE AUTOMATIC
               FILE STATUS IS ws-steps-fs.
           SELECT dispatch-log-file ASSIGN TO ws-log-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-log-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  incident-file.
       COPY "mcpinc.cpy".

       FD  event-file.
       COPY "mcpinev.cpy".

       FD  batch-steps-file.
       COPY "mcpbstp.cpy".

       FD  dispatch-log-file.
       01  dispatch-log-line   PIC X(200).

       WORKING-STORAGE SECTION.
       01  ws-incident-path    PIC X(100) VALUE
           "mcp-https-cobol/data/incidents.dat".
       01  ws-incident-fs      PIC XX VALUE "00".
       01  ws-event-path       PIC X(100) VALUE
           "mcp-https-cobol/data/incident-events.dat".
       01  ws-event-fs         PIC XX VALUE "00".
       01  ws-batch-steps-path PIC X(100) VALUE
           "mcp-https-cobol/config/batch-steps.dat".
       01  ws-steps-fs         PIC XX VALUE "00".
       01  ws-log-path         PIC X(100) VALUE SPACES.
       01  ws-log-fs           PIC XX VALUE "00".

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-stamp        PIC X(19) VALUE SPACES.
       01  ws-proc-date        PIC X(8) VALUE SPACES.
       01  ws-open-stamp       PIC X(19) VALUE SPACES.
       01  ws-night-open       PIC X VALUE "N".

       01  ws-max-incident-id  PIC 9(6) VALUE 0.
       01  ws-open-found       PIC X VALUE "N".
           88  ws-incident-open      VALUE "Y".

      *> Failing step, from the step trail: the first ABENDED step,
      *> else the first one not FINISHED.
       01  ws-step-number      PIC 9(3) VALUE 0.
       01  ws-step-name        PIC X(20) VALUE SPACES.
       01  ws-step-found       PIC X VALUE "N".
           88  ws-abended-step-found VALUE "Y".
       01  ws-first-open-step  PIC 9(3) VALUE 0.
       01  ws-first-open-name  PIC X(20) VALUE SPACES.

      *> Tail of the dispatch log, same ring as the job-log tool.
       78  LOG-EXCERPT-MAX     VALUE 20.
       01  ws-lines-kept       BINARY-LONG VALUE 0.
       01  ws-lines-next       BINARY-LONG VALUE 1.
       01  ws-lines-emitted    BINARY-LONG VALUE 0.
       01  ws-line-idx         BINARY-LONG VALUE 0.
       01  ws-lines-table.
           05  ws-log-entry OCCURS 20 TIMES PIC X(200).
       01  ws-name-idx         BINARY-LONG VALUE 0.
       01  ws-name-char        PIC X.
       01  ws-name-ok          PIC X VALUE "Y".
           88  ws-job-name-clean     VALUE "Y".

      *> Elapsed-minute arithmetic, seconds reckoned as everywhere
      *> else (INTEGER-OF-DATE days * 86400 + time of day).
       01  ws-stamp            PIC X(19) VALUE SPACES.
       01  ws-stamp-ymd        PIC 9(8) VALUE 0.
       01  ws-stamp-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-open-secs        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-elapsed-mins     USAGE BINARY-DOUBLE VALUE 0.

       01  ws-event-code       PIC X(8) VALUE SPACES.
       01  ws-event-detail     PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       COPY "mcpincu.cpy".

       PROCEDURE DIVISION USING INCIDENT-UPDATE.
       MAIN-UPDATE.
           MOVE "NONE" TO IU-RESULT.
           MOVE 0      TO IU-INCIDENT-ID.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           STRING ws-now(1:4)  "-" ws-now(5:2)  "-" ws-now(7:2) "-"
                  ws-now(9:2)  "." ws-now(11:2) "." ws-now(13:2)
             DELIMITED BY SIZE INTO ws-now-stamp.

           PERFORM APPLY-TO-OPEN-INCIDENT.
           IF ws-incident-open THEN
               MOVE IU-EVENT  TO ws-event-code
               MOVE IU-DETAIL TO ws-event-detail
               PERFORM APPEND-EVENT
               EXIT PROGRAM
           END-IF.

      *> Only an abend starts an incident; anything else for a job
      *> with nothing open is not part of any story.
           IF IU-EVENT = "ABEND" THEN
               PERFORM OPEN-INCIDENT
           END-IF.
           EXIT PROGRAM.

       APPLY-TO-OPEN-INCIDENT.
      *> One pass over the incident file: learn the highest id issued
      *> and apply the event to the job's OPEN incident in place.
           MOVE "N" TO ws-open-found.
           MOVE 0 TO ws-max-incident-id.
           MOVE "00" TO ws-incident-fs.
           OPEN I-O incident-file.
           IF ws-incident-fs NOT = "00" THEN
      *> No incident file yet: nothing open, ids start at 1.
               MOVE "00" TO ws-incident-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-incident-fs NOT = "00"
               READ incident-file
                   AT END
                       MOVE "10" TO ws-incident-fs
                   NOT AT END
                       IF IN-INCIDENT-ID > ws-max-incident-id THEN
                           MOVE IN-INCIDENT-ID TO ws-max-incident-id
                       END-IF
                       IF IN-JOB-NAME = IU-JOB-NAME
                               AND IN-STATUS = "OPEN"
                               AND NOT ws-incident-open THEN
                           SET ws-incident-open TO TRUE
                           PERFORM APPLY-EVENT
                           REWRITE INCIDENT-RECORD
                           IF ws-incident-fs NOT = "00" THEN
                               DISPLAY "incident_update: rewrite"
                                       " failed for incident "
                                       IN-INCIDENT-ID ", status "
                                       ws-incident-fs
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE incident-file.
           MOVE "00" TO ws-incident-fs.
           EXIT.

       APPLY-EVENT.
           MOVE IN-INCIDENT-ID TO IU-INCIDENT-ID.
           MOVE "LINKED" TO IU-RESULT.
           EVALUATE IU-EVENT
               WHEN "ABEND"
                   ADD 1 TO IN-ABENDS
               WHEN "ALERT"
                   IF IU-ALERT-TYPE = "ABEND" AND IN-ALERT-ID = 0 THEN
                       MOVE IU-ALERT-ID TO IN-ALERT-ID
                   END-IF
               WHEN "ESCALATE"
                   ADD 1 TO IN-ESCALATIONS
               WHEN "ACK"
      *> The first acknowledgement of any of the job's alerts is when
      *> somebody picked the incident up.
                   IF IN-ACK-TIME = SPACES THEN
                       MOVE IU-SOURCE    TO IN-ACK-BY
                       MOVE ws-now-stamp TO IN-ACK-TIME
                   END-IF
               WHEN "RERUN"
                   ADD 1 TO IN-RERUNS
               WHEN "RETRY"
                   ADD 1 TO IN-RETRIES
               WHEN "FINISHED"
                   MOVE "CLOSED"     TO IN-STATUS
                   MOVE ws-now-stamp TO IN-CLOSE-TIME
                   MOVE "CLOSED"     TO IU-RESULT
                   PERFORM COMPUTE-RESPONSE-TIMES
           END-EVALUATE.
           EXIT.

       COMPUTE-RESPONSE-TIMES.
           MOVE IN-OPEN-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-open-secs.
           MOVE 0 TO IN-TTA-MINS IN-TTR-MINS.
           IF IN-ACK-TIME NOT = SPACES THEN
               MOVE IN-ACK-TIME TO ws-stamp
               PERFORM STAMP-TO-SECS
               COMPUTE ws-elapsed-mins =
                   (ws-stamp-secs - ws-open-secs) / 60
               IF ws-elapsed-mins > 0 THEN
                   MOVE ws-elapsed-mins TO IN-TTA-MINS
               END-IF
           END-IF.
           MOVE IN-CLOSE-TIME TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           COMPUTE ws-elapsed-mins =
               (ws-stamp-secs - ws-open-secs) / 60.
           IF ws-elapsed-mins > 0 THEN
               MOVE ws-elapsed-mins TO IN-TTR-MINS
           END-IF.
           EXIT.

       OPEN-INCIDENT.
           CALL "business_date_get" USING BY REFERENCE ws-proc-date
                                          BY REFERENCE ws-open-stamp
                                          BY REFERENCE ws-night-open.
           PERFORM FIND-FAILING-STEP.

           MOVE "00" TO ws-incident-fs.
           OPEN EXTEND incident-file.
           IF ws-incident-fs NOT = "00" THEN
               OPEN OUTPUT incident-file
           END-IF.
           IF ws-incident-fs NOT = "00" THEN
               DISPLAY "incident_update: cannot open incident file,"
                       " status " ws-incident-fs
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ws-max-incident-id.
           INITIALIZE INCIDENT-RECORD.
           MOVE ws-max-incident-id TO IN-INCIDENT-ID.
           MOVE ws-proc-date       TO IN-PROC-DATE.
           MOVE IU-JOB-NAME        TO IN-JOB-NAME.
           MOVE ws-step-number     TO IN-STEP-NUMBER.
           MOVE ws-step-name       TO IN-STEP-NAME.
           MOVE IU-RETURN-CODE     TO IN-RETURN-CODE.
           MOVE "OPEN"             TO IN-STATUS.
           MOVE ws-now-stamp       TO IN-OPEN-TIME.
           MOVE 1                  TO IN-ABENDS.
           WRITE INCIDENT-RECORD.
           CLOSE incident-file.
           MOVE "00" TO ws-incident-fs.

           MOVE IN-INCIDENT-ID TO IU-INCIDENT-ID.
           MOVE "OPENED" TO IU-RESULT.
           DISPLAY "incident_update: incident " IN-INCIDENT-ID
                   " opened for " FUNCTION TRIM(IU-JOB-NAME)
                   " rc " IU-RETURN-CODE.

           MOVE "OPEN" TO ws-event-code.
           MOVE SPACES TO ws-event-detail.
           IF ws-step-number > 0 THEN
               STRING "step " ws-step-number " "
                      FUNCTION TRIM(ws-step-name) " - "
                      FUNCTION TRIM(IU-DETAIL)
                 DELIMITED BY SIZE INTO ws-event-detail
           ELSE
               MOVE IU-DETAIL TO ws-event-detail
           END-IF.
           PERFORM APPEND-EVENT.
           PERFORM CAPTURE-LOG-EXCERPT.
           EXIT.

       FIND-FAILING-STEP.
      *> Same forward walk over the INDEXED step file as the
      *> dispatcher's restart-step lookup. A job that keeps no step
      *> trail simply has no failing step recorded.
           MOVE 0      TO ws-step-number ws-first-open-step.
           MOVE SPACES TO ws-step-name ws-first-open-name.
           MOVE "N"    TO ws-step-found.
           OPEN INPUT batch-steps-file.
           IF ws-steps-fs NOT = "00" THEN
               MOVE "00" TO ws-steps-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE IU-JOB-NAME TO BS-JOB-NAME.
           MOVE 0 TO BS-STEP-NUMBER.
           START batch-steps-file KEY >= BS-KEY
               INVALID KEY
                   MOVE "10" TO ws-steps-fs
           END-START.
           PERFORM UNTIL ws-steps-fs NOT = "00"
                      OR ws-abended-step-found
               READ batch-steps-file NEXT
                   AT END
                       MOVE "10" TO ws-steps-fs
                   NOT AT END
                       IF BS-JOB-NAME NOT = IU-JOB-NAME THEN
                           MOVE "10" TO ws-steps-fs
                       ELSE
                           IF BS-STATUS = "ABENDED" THEN
                               SET ws-abended-step-found TO TRUE
                               MOVE BS-STEP-NUMBER TO ws-step-number
                               MOVE BS-STEP-NAME   TO ws-step-name
                           END-IF
                           IF BS-STATUS NOT = "FINISHED"
                                   AND ws-first-open-step = 0 THEN
                               MOVE BS-STEP-NUMBER
                                   TO ws-first-open-step
                               MOVE BS-STEP-NAME
                                   TO ws-first-open-name
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE batch-steps-file.
           MOVE "00" TO ws-steps-fs.
           IF NOT ws-abended-step-found THEN
               MOVE ws-first-open-step TO ws-step-number
               MOVE ws-first-open-name TO ws-step-name
           END-IF.
           EXIT.

       CAPTURE-LOG-EXCERPT.
      *> The tail of the dispatch log as it stood at the abend, kept
      *> with the incident before a rerun appends over it. The job
      *> name becomes part of a path, so the job-log tool's character
      *> check applies.
           MOVE "Y" TO ws-name-ok.
           PERFORM VARYING ws-name-idx FROM 1 BY 1
                   UNTIL ws-name-idx > 20
               MOVE IU-JOB-NAME(ws-name-idx:1) TO ws-name-char
               IF ws-name-char NOT = SPACE
                       AND NOT (ws-name-char >= "A"
                                AND ws-name-char <= "Z")
                       AND NOT (ws-name-char >= "0"
                                AND ws-name-char <= "9")
                       AND ws-name-char NOT = "-" THEN
                   MOVE "N" TO ws-name-ok
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ws-job-name-clean THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-log-path.
           STRING "mcp-https-cobol/logs/dispatch-"
                  FUNCTION TRIM(IU-JOB-NAME) ".log"
             DELIMITED BY SIZE INTO ws-log-path.
           MOVE 0 TO ws-lines-kept.
           MOVE 1 TO ws-lines-next.
           OPEN INPUT dispatch-log-file.
           IF ws-log-fs NOT = "00" THEN
               MOVE "00" TO ws-log-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-log-fs NOT = "00"
               READ dispatch-log-file
                   AT END
                       MOVE "10" TO ws-log-fs
                   NOT AT END
                       MOVE dispatch-log-line
                           TO ws-log-entry(ws-lines-next)
                       IF ws-lines-kept < LOG-EXCERPT-MAX THEN
                           ADD 1 TO ws-lines-kept
                       END-IF
                       ADD 1 TO ws-lines-next
                       IF ws-lines-next > LOG-EXCERPT-MAX THEN
                           MOVE 1 TO ws-lines-next
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE dispatch-log-file.
           MOVE "00" TO ws-log-fs.

      *> Oldest first; once the ring has wrapped, ws-lines-next is
      *> the oldest line kept.
           IF ws-lines-kept < LOG-EXCERPT-MAX THEN
               MOVE 1 TO ws-line-idx
           ELSE
               MOVE ws-lines-next TO ws-line-idx
           END-IF.
           MOVE "LOG" TO ws-event-code.
           MOVE 0 TO ws-lines-emitted.
           PERFORM UNTIL ws-lines-emitted >= ws-lines-kept
               MOVE ws-log-entry(ws-line-idx) TO ws-event-detail
               PERFORM APPEND-EVENT
               ADD 1 TO ws-line-idx
               IF ws-line-idx > LOG-EXCERPT-MAX THEN
                   MOVE 1 TO ws-line-idx
               END-IF
               ADD 1 TO ws-lines-emitted
           END-PERFORM.
           EXIT.

       APPEND-EVENT.
           MOVE "00" TO ws-event-fs.
           OPEN EXTEND event-file.
           IF ws-event-fs NOT = "00" THEN
               OPEN OUTPUT event-file
           END-IF.
           IF ws-event-fs NOT = "00" THEN
               DISPLAY "incident_update: cannot write incident events,"
                       " status " ws-event-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE IU-INCIDENT-ID  TO IE-INCIDENT-ID.
           MOVE ws-now-stamp    TO IE-TIMESTAMP.
           MOVE ws-event-code   TO IE-EVENT.
           MOVE IU-SOURCE       TO IE-SOURCE.
           MOVE ws-event-detail TO IE-DETAIL.
           WRITE INCIDENT-EVENT-RECORD.
           CLOSE event-file.
           EXIT.

       STAMP-TO-SECS.
      *> "YYYY-MM-DD-HH.MM.SS" to seconds (zero when malformed).
           MOVE 0 TO ws-stamp-secs.
           IF ws-stamp(1:4) NOT NUMERIC OR ws-stamp(6:2) NOT NUMERIC
                   OR ws-stamp(9:2) NOT NUMERIC
                   OR ws-stamp(12:2) NOT NUMERIC
                   OR ws-stamp(15:2) NOT NUMERIC
                   OR ws-stamp(18:2) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           STRING ws-stamp(1:4) ws-stamp(6:2) ws-stamp(9:2)
             DELIMITED BY SIZE INTO ws-stamp-ymd.
           COMPUTE ws-stamp-secs =
               INTEGER-OF-DATE(ws-stamp-ymd) * 86400
               + NUMVAL(ws-stamp(12:2)) * 3600
               + NUMVAL(ws-stamp(15:2)) * 60
               + NUMVAL(ws-stamp(18:2)).
           EXIT.
       END PROGRAM incident_update.
