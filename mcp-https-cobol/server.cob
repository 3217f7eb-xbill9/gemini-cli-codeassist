           05  tcr-param-type  PIC 9(2).
           05  tcr-rate-limit  PIC 9(4).
           05  tcr-daily-quota PIC 9(6).
           05  tcr-unit-rate   PIC 9(3)V9(4).

       FD  clients-cfg-file.
       01  clients-cfg-record.
           05  ccr-key-expiry  PIC X(8).
           05  ccr-old-key     PIC X(64).
           05  ccr-old-expiry  PIC X(8).
           05  ccr-approver    PIC X(1).
      *> Chargeback cost centre; read by chargeback_report only, the
      *> server itself has no use for it.
           05  ccr-cost-centre PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "mcpakey.cpy".
           MOVE tcr-param-type  TO tc-param-type(tc-idx).
           MOVE tcr-rate-limit  TO tc-rate-limit(tc-idx).
           MOVE tcr-daily-quota TO tc-daily-quota(tc-idx).
           MOVE tcr-unit-rate   TO tc-unit-rate(tc-idx).

      *> Mirror the throttle columns into the shared rate-state table
      *> so rate_limit_check can enforce them from inside a callback
                   TO MCP-CLIENT-OLD-KEY-LEN(MCP-CLIENT-COUNT)
           END-IF.
           MOVE ccr-old-expiry TO MCP-CLIENT-OLD-EXPIRY(MCP-CLIENT-COUNT).
      *> Approver entitlement for protected-job submissions; spaces
      *> on older records = not an approver.
           MOVE ccr-approver TO MCP-CLIENT-APPROVER(MCP-CLIENT-COUNT).
           EXIT.

       PARSE-SERVER-CFG-LINE.
                   TO ws-listen-mode
           END-IF.

           IF FUNCTION TRIM(ws-cfg-key) = "APPROVAL_EXPIRY_MINS" THEN
               IF TEST-NUMVAL(ws-cfg-value) = 0 THEN
                   MOVE NUMVAL(ws-cfg-value) TO MCP-APPROVAL-MINS
               END-IF
           END-IF.

           IF FUNCTION TRIM(ws-cfg-key) = "SERVER_NAME" THEN
      *> server-name is handed BY REFERENCE straight to
      *> mcpc_server_set_nament, so it must stay null-terminated the

       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobstatus_cb_impl.
      *> ---------------------------------------------------------------
      *> "job-status" tool: the batch-control record of one job, the
      *> failing step of an ABENDED one, and - while job_dispatcher
      *> has it queued for a run slot (data/wait-queue.dat,
      *> mcpwait.cpy) - status WAITING with how long it has waited,
      *> its place in line and the limit it is waiting on. The job
      *> name WAITING lists the whole run-slot queue in start order.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY BS-KEY
               LOCK MODE AUTOMATIC
               FILE STATUS IS ws-steps-fs.
           SELECT wait-file ASSIGN TO ws-wait-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-wait-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  batch-control-file.
       FD  batch-steps-file.
       COPY "mcpbstp.cpy".

       FD  wait-file.
       COPY "mcpwait.cpy".

       WORKING-STORAGE SECTION.
       01  log-msg             PIC X(30) VALUE Z"Executed job-status tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
      *> terminates the string the same way param-buffer does above.
       01  ws-field-buf        PIC X(64).

      *> The job's place in the dispatcher's run-slot queue, if any.
       01  ws-wait-path        PIC X(100) VALUE
           "mcp-https-cobol/data/wait-queue.dat".
       01  ws-wait-fs          PIC XX VALUE "00".
       01  ws-wait-found       PIC X VALUE "N".
           88  ws-job-waiting        VALUE "Y".
       01  ws-wait-entry       PIC X(125) VALUE SPACES.
       01  ws-wait-total       BINARY-LONG VALUE 0.
       01  fld-last-status     PIC X(12) VALUE Z"last-status".
       01  fld-wait-since      PIC X(14) VALUE Z"waiting-since".
       01  fld-wait-mins       PIC X(14) VALUE Z"waiting-mins".
       01  fld-wait-position   PIC X(14) VALUE Z"wait-position".
       01  fld-wait-class      PIC X(12) VALUE Z"wait-class".
       01  fld-wait-for        PIC X(10) VALUE Z"wait-for".
       01  fld-wait-reason     PIC X(12) VALUE Z"wait-reason".
       01  fld-waiting         PIC X(8)  VALUE Z"waiting".
       01  ws-name-buf         PIC X(16).
       01  ws-list-buf         PIC X(160).
       01  ws-pos-disp         PIC ZZ9.
       01  ws-count-disp       PIC ZZ9.
       01  ws-mins-disp        PIC ZZZZ9.
       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-ymd          PIC 9(8) VALUE 0.
       01  ws-now-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-since-date.
           05  ws-since-ymd    PIC 9(8) VALUE 0.
       01  ws-since-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-wait-mins        USAGE BINARY-DOUBLE VALUE 0.

       LOCAL-STORAGE SECTION.
       01  prop-name           PIC X(4) VALUE Z"job".
       01  param-buffer        PIC X(4096).
               MOVE "NIGHTLY-BATCH" TO ws-job-filter
           END-IF.

      *> "WAITING" is not a job name: it asks for the whole run-slot
      *> queue.
           IF ws-job-filter = "WAITING" THEN
               PERFORM LIST-WAITING
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE call-res
                                            BY VALUE 0
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE "N" TO ws-found.
           OPEN INPUT batch-control-file.
           IF ws-batch-fs NOT = "00" THEN
                                                      BY REFERENCE fld-job
                                                      BY REFERENCE ws-field-buf.

      *> A job queued for a run slot reports WAITING; what
      *> batch-control last recorded for it follows as last-status.
           PERFORM FIND-WAIT-ENTRY.
           MOVE LOW-VALUES TO ws-field-buf
           IF ws-job-waiting THEN
               STRING "WAITING" DELIMITED BY SIZE
                 INTO ws-field-buf
           ELSE
               STRING FUNCTION TRIM(BC-STATUS) DELIMITED BY SIZE
                 INTO ws-field-buf
           END-IF
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-status
                                                      BY REFERENCE ws-field-buf.
           IF ws-job-waiting THEN
               MOVE LOW-VALUES TO ws-field-buf
               STRING FUNCTION TRIM(BC-STATUS) DELIMITED BY SIZE
                 INTO ws-field-buf
               CALL "helper_add_named_text_result"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE fld-last-status
                         BY REFERENCE ws-field-buf
           END-IF.

           MOVE LOW-VALUES TO ws-field-buf
           STRING FUNCTION TRIM(BC-START-TIME) DELIMITED BY SIZE
               END-IF
           END-IF.

           IF ws-job-waiting THEN
               PERFORM ADD-WAIT-FIELDS
           END-IF.

           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

       FIND-WAIT-ENTRY.
      *> The job's line in the wait list (kept in ws-wait-entry) and
      *> how many are in line altogether. No list, nothing waiting.
           MOVE "N" TO ws-wait-found.
           MOVE 0 TO ws-wait-total.
           MOVE "00" TO ws-wait-fs.
           OPEN INPUT wait-file.
           IF ws-wait-fs NOT = "00" THEN
               MOVE "00" TO ws-wait-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-wait-fs NOT = "00"
               READ wait-file
                   AT END
                       MOVE "10" TO ws-wait-fs
                   NOT AT END
                       ADD 1 TO ws-wait-total
                       IF WQ-JOB-NAME = ws-job-filter THEN
                           SET ws-job-waiting TO TRUE
                           MOVE WAIT-QUEUE-RECORD TO ws-wait-entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE wait-file.
           MOVE "00" TO ws-wait-fs.
           EXIT.

       ADD-WAIT-FIELDS.
           MOVE ws-wait-entry TO WAIT-QUEUE-RECORD.
           PERFORM COMPUTE-WAIT-MINS.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING WQ-WAIT-SINCE DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-since
                                                      BY REFERENCE ws-field-buf.

           MOVE ws-wait-mins TO ws-mins-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-mins-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-mins
                                                      BY REFERENCE ws-field-buf.

           MOVE WQ-POSITION   TO ws-pos-disp.
           MOVE ws-wait-total TO ws-count-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-pos-disp) " of "
                  FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-position
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           IF WQ-CLASS = SPACES THEN
               STRING "(none) priority " WQ-PRIORITY DELIMITED BY SIZE
                 INTO ws-field-buf
           ELSE
               STRING FUNCTION TRIM(WQ-CLASS) " priority " WQ-PRIORITY
                 DELIMITED BY SIZE INTO ws-field-buf
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-class
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           IF WQ-SOURCE = "RERUN" THEN
               STRING "RERUN request " WQ-REQUEST-ID DELIMITED BY SIZE
                 INTO ws-field-buf
           ELSE
               STRING FUNCTION TRIM(WQ-SOURCE) " due "
                      WQ-SCHED-START DELIMITED BY SIZE
                 INTO ws-field-buf
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-for
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(WQ-REASON) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-wait-reason
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       LIST-WAITING.
      *> "waiting" = how many, then one "waiting-<position>" line per
      *> job in start order. An empty queue is an answer, not an
      *> error.
           MOVE 0 TO ws-wait-total.
           MOVE "00" TO ws-wait-fs.
           OPEN INPUT wait-file.
           IF ws-wait-fs = "00" THEN
               PERFORM UNTIL ws-wait-fs NOT = "00"
                   READ wait-file
                       AT END
                           MOVE "10" TO ws-wait-fs
                       NOT AT END
                           ADD 1 TO ws-wait-total
                   END-READ
               END-PERFORM
               CLOSE wait-file
           END-IF.
           MOVE ws-wait-total TO ws-count-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-waiting
                                                      BY REFERENCE ws-field-buf.
           IF ws-wait-total = 0 THEN
               MOVE "00" TO ws-wait-fs
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO ws-wait-fs.
           OPEN INPUT wait-file.
           PERFORM UNTIL ws-wait-fs NOT = "00"
               READ wait-file
                   AT END
                       MOVE "10" TO ws-wait-fs
                   NOT AT END
                       PERFORM ADD-WAIT-LINE
               END-READ
           END-PERFORM.
           CLOSE wait-file.
           MOVE "00" TO ws-wait-fs.
           EXIT.

       ADD-WAIT-LINE.
           PERFORM COMPUTE-WAIT-MINS.
           MOVE WQ-POSITION  TO ws-pos-disp.
           MOVE ws-wait-mins TO ws-mins-disp.
           MOVE LOW-VALUES TO ws-name-buf.
           STRING "waiting-" FUNCTION TRIM(ws-pos-disp)
             DELIMITED BY SIZE INTO ws-name-buf.
           MOVE LOW-VALUES TO ws-list-buf.
           STRING FUNCTION TRIM(WQ-JOB-NAME) " "
                  FUNCTION TRIM(WQ-SOURCE) " class "
                  FUNCTION TRIM(WQ-CLASS) " priority " WQ-PRIORITY
                  ", waiting since " WQ-WAIT-SINCE(12:5) " ("
                  FUNCTION TRIM(ws-mins-disp) " min), "
                  FUNCTION TRIM(WQ-REASON)
             DELIMITED BY SIZE INTO ws-list-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE ws-name-buf
                                                      BY REFERENCE ws-list-buf.
           EXIT.

       COMPUTE-WAIT-MINS.
      *> Minutes from WQ-WAIT-SINCE ("YYYY-MM-DD-HH.MM.SS") to now.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-now-secs =
               (FUNCTION INTEGER-OF-DATE(ws-now-ymd) * 86400)
               + (FUNCTION NUMVAL(ws-now(9:2)) * 3600)
               + (FUNCTION NUMVAL(ws-now(11:2)) * 60)
               + FUNCTION NUMVAL(ws-now(13:2)).
           MOVE 0 TO ws-wait-mins.
           IF WQ-WAIT-SINCE(1:4) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           STRING WQ-WAIT-SINCE(1:4) WQ-WAIT-SINCE(6:2)
                  WQ-WAIT-SINCE(9:2)
             DELIMITED BY SIZE INTO ws-since-date.
           COMPUTE ws-since-secs =
               (FUNCTION INTEGER-OF-DATE(ws-since-ymd) * 86400)
               + (FUNCTION NUMVAL(WQ-WAIT-SINCE(12:2)) * 3600)
               + (FUNCTION NUMVAL(WQ-WAIT-SINCE(15:2)) * 60)
               + FUNCTION NUMVAL(WQ-WAIT-SINCE(18:2)).
           IF ws-now-secs > ws-since-secs THEN
               COMPUTE ws-wait-mins = (ws-now-secs - ws-since-secs) / 60
           END-IF.
           EXIT.

       FIND-FAILING-STEP.
      *> First non-FINISHED step of the job, in step order: with the
      *> file keyed on job+step a START at step 000 and sequential
      *> reads the queue back so the requester can see whether a
      *> submission was accepted without leaving the assistant.
      *> Actions: RERUN, HOLD, RELEASE (queued) and STATUS (inquiry).
      *> A job marked PS-PROTECTED in the planned schedule needs a
      *> second operator: its RERUN/HOLD/RELEASE is queued AWAITING
      *> (which job_dispatcher does not act on) with SQ-EXPIRES set
      *> MCP-APPROVAL-MINS ahead, and a different client holding the
      *> approver entitlement answers it with
      *> "<job-name> APPROVE <request-id>" (the record turns PENDING
      *> for the dispatcher) or "<job-name> REJECT <request-id>". The
      *> decider is stamped on the record as SQ-APPROVER and the audit
      *> line of the decision carries the requester as well, so both
      *> people are on the trail. No client can decide its own
      *> request, whatever its entitlements.
      *> RERUN and RELEASE of a job inside a hard-freeze blackout
      *> window (config/blackout.dat, via blackout_check) are refused
      *> at the door with "frozen until <end>" rather than queued to
      *> fire when the freeze lifts; HOLD is always allowed, and a
      *> maintenance window does not stop an operator acting by hand.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT submit-queue-file ASSIGN TO ws-submit-queue-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-queue-fs.
           SELECT schedule-file ASSIGN TO ws-schedule-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-schedule-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  submit-queue-file.
       COPY "mcpsubq.cpy".

       FD  schedule-file.
       COPY "mcpschd.cpy".

       WORKING-STORAGE SECTION.
       COPY "mcpclnt.cpy".
       COPY "mcpakey.cpy".
       01  log-msg             PIC X(30) VALUE Z"Executed job-submit tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
       01  err-req-missing     PIC X(50) VALUE
           Z"request must name a job and an action".
       01  err-bad-action      PIC X(70) VALUE
           Z"action must be RERUN/HOLD/RELEASE/STATUS/APPROVE/REJECT".
       01  err-ref-missing     PIC X(60) VALUE
           Z"APPROVE and REJECT need the request id to decide".
       01  err-not-approver    PIC X(60) VALUE
           Z"client is not entitled to approve submissions".
       01  err-no-such-request PIC X(60) VALUE
           Z"no submission with that request id for that job".
       01  err-not-awaiting    PIC X(60) VALUE
           Z"that submission is not awaiting approval".
       01  err-own-request     PIC X(70) VALUE
           Z"a client cannot approve or reject its own submission".
       01  err-expired         PIC X(60) VALUE
           Z"approval window has expired, submit the request again".
       01  err-queue-update    PIC X(50) VALUE
           Z"submission queue could not be updated".
       01  err-queue-open      PIC X(50) VALUE
           Z"submission queue file is not available".
       01  err-no-requests     PIC X(50) VALUE
           Z"no submissions on the queue for that job".
      *> Built per call: "<job> is frozen until <end> (<reason>)".
       01  err-frozen          PIC X(120) VALUE LOW-VALUES.
       01  ws-submit-queue-path PIC X(100) VALUE
           "mcp-https-cobol/data/submit-queue.dat".
       01  ws-queue-fs         PIC XX VALUE "00".
       01  ws-schedule-path    PIC X(100) VALUE
           "mcp-https-cobol/config/batch-schedule.dat".
       01  ws-schedule-fs      PIC XX VALUE "00".
       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-timestamp        PIC X(19) VALUE SPACES.
       01  ws-next-request-id  PIC 9(6) VALUE 0.
       01  fld-job             PIC X(10) VALUE Z"job".
       01  fld-request-id      PIC X(12) VALUE Z"request-id".
       01  fld-status          PIC X(10) VALUE Z"status".
       01  fld-expires         PIC X(10) VALUE Z"expires".
       01  fld-requester       PIC X(10) VALUE Z"requester".
       01  fld-approver        PIC X(10) VALUE Z"approver".

      *> Second-operator approval scratch: the protected flag from the
      *> schedule, the approval deadline, and the request an
      *> APPROVE/REJECT names.
       01  ws-protected        PIC X VALUE "N".
           88  ws-job-protected      VALUE "Y".
       01  ws-approver-flag    PIC X VALUE "N".
           88  ws-client-is-approver VALUE "Y".
       01  ws-located          PIC X VALUE "N".
           88  ws-request-located    VALUE "Y".
       01  ws-cl-idx           BINARY-LONG VALUE 0.
       01  ws-ref-id           PIC 9(6) VALUE 0.
       01  ws-now-ymd          PIC 9(8) VALUE 0.
       01  ws-exp-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-exp-days         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-exp-rem          USAGE BINARY-DOUBLE VALUE 0.
       01  ws-exp-ymd          PIC 9(8) VALUE 0.
       01  ws-exp-hh           PIC 9(2) VALUE 0.
       01  ws-exp-mm           PIC 9(2) VALUE 0.
       01  ws-exp-ss           PIC 9(2) VALUE 0.
       01  ws-expires          PIC X(19) VALUE SPACES.
      *> Audit param for a decision: the request as typed plus the
      *> requester, so the approver's audit line names both clients.
       01  ws-decision-param   PIC X(100) VALUE SPACES.
       01  ws-decision-len     BINARY-LONG VALUE 0.

       COPY "mcpbchk.cpy".

      *> Ring of the last submissions seen for the requested job on a
      *> STATUS inquiry, same single-forward-pass approach as the
               10  ws-sub-time     PIC X(19).
               10  ws-sub-status   PIC X(10).
               10  ws-sub-result   PIC X(60).
               10  ws-sub-requester PIC X(20).
               10  ws-sub-approver PIC X(20).

      *> Scratch buffers, same LOW-VALUES/STRING treatment as
      *> jobstatus_cb_impl: name and value handed to the helper must be
      *> null-terminated, not space-padded.
       01  ws-name-buf         PIC X(16).
       01  ws-field-ptr        BINARY-LONG VALUE 1.
       01  ws-field-buf        PIC X(200).
       01  ws-id-disp          PIC ZZZZZ9.

       LOCAL-STORAGE SECTION.
       01  ws-request-len      USAGE BINARY-DOUBLE VALUE 0.
       01  ws-job-name         PIC X(20) VALUE SPACES.
       01  ws-action           PIC X(8)  VALUE SPACES.
       01  ws-ref-id-text      PIC X(10) VALUE SPACES.
       01  al-tool-name        PIC X(20) VALUE Z"job-submit".
       01  ws-client-id        PIC X(20) VALUE "-".
       01  ws-akvalid          BINARY-LONG.
                                                     BY REFERENCE param-len
                                               RETURNING call-res.

      *> The request is "<job-name> <action>", plus the request id for
      *> APPROVE / REJECT. Same capped
      *> byte-for-byte copy as jobstatus_cb_impl so the LOW-VALUES
      *> padding past param-len never reaches the UNSTRING.
           MOVE SPACES TO ws-request-text.
               MOVE param-buffer(1:ws-request-len) TO ws-request-text
           END-IF.

           MOVE SPACES TO ws-job-name ws-action ws-ref-id-text.
           UNSTRING ws-request-text DELIMITED BY ALL " "
               INTO ws-job-name ws-action ws-ref-id-text.

           IF ws-job-name = SPACES OR ws-action = SPACES THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   PERFORM QUEUE-SUBMISSION
               WHEN "STATUS"
                   PERFORM REPORT-SUBMISSIONS
               WHEN "APPROVE"
               WHEN "REJECT"
                   PERFORM DECIDE-SUBMISSION
               WHEN OTHER
                   CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                       USING BY VALUE ucbr-ptr
           END-IF.
           ADD 1 TO ws-next-request-id.

           PERFORM STAMP-NOW.

           IF ws-action = "RERUN" OR ws-action = "RELEASE" THEN
               MOVE ws-job-name  TO BK-JOB-NAME
               MOVE ws-timestamp TO BK-FROM BK-TO
               CALL "blackout_check" USING BY REFERENCE BLACKOUT-CHECK
               IF BK-IN-BLACKOUT AND BK-HARD-FREEZE THEN
                   PERFORM REPORT-FROZEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> A protected job's request waits for a second operator.
           PERFORM CHECK-JOB-PROTECTED.
           MOVE SPACES TO ws-expires.
           IF ws-job-protected THEN
               PERFORM COMPUTE-EXPIRY
           END-IF.

           MOVE "00" TO ws-queue-fs.
           OPEN EXTEND submit-queue-file.
           MOVE ws-client-id       TO SQ-REQUESTER.
           MOVE ws-action          TO SQ-ACTION.
           MOVE ws-timestamp       TO SQ-REQUEST-TIME.
           MOVE SPACES             TO SQ-RESULT SQ-APPROVER
                                      SQ-DECISION-TIME SQ-EXPIRES.
           IF ws-job-protected THEN
               MOVE "AWAITING"     TO SQ-STATUS
               MOVE ws-expires     TO SQ-EXPIRES
               MOVE "protected job, awaiting second-operator approval"
                   TO SQ-RESULT
           ELSE
               MOVE "PENDING"      TO SQ-STATUS
           END-IF.
           WRITE SUBMIT-QUEUE-RECORD.
           CLOSE submit-queue-file.

                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(SQ-STATUS) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-status
                                                      BY REFERENCE ws-field-buf.

           IF ws-job-protected THEN
               MOVE LOW-VALUES TO ws-field-buf
               STRING ws-expires DELIMITED BY SIZE INTO ws-field-buf
               CALL "helper_add_named_text_result"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE fld-expires
                         BY REFERENCE ws-field-buf
           END-IF.

           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
           MOVE SQ-REQUEST-TIME TO ws-sub-time(ws-subs-next).
           MOVE SQ-STATUS       TO ws-sub-status(ws-subs-next).
           MOVE SQ-RESULT       TO ws-sub-result(ws-subs-next).
           MOVE SQ-REQUESTER    TO ws-sub-requester(ws-subs-next).
           MOVE SQ-APPROVER     TO ws-sub-approver(ws-subs-next).
           IF ws-subs-kept < SUBMIT-SHOW-MAX THEN
               ADD 1 TO ws-subs-kept
           END-IF.
           EXIT.

       EMIT-SUBMISSION.
           MOVE 1 TO ws-field-ptr.
           MOVE ws-sub-id(ws-sub-idx) TO ws-id-disp.
           MOVE LOW-VALUES TO ws-name-buf.
           STRING "request-"
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-sub-status(ws-sub-idx))
                      DELIMITED BY SIZE
                  " by=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-sub-requester(ws-sub-idx))
                      DELIMITED BY SIZE
                  " result=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-sub-result(ws-sub-idx))
                      DELIMITED BY SIZE
             INTO ws-field-buf
             WITH POINTER ws-field-ptr.
           IF ws-sub-approver(ws-sub-idx) NOT = SPACES THEN
               STRING " approver=" DELIMITED BY SIZE
                      FUNCTION TRIM(ws-sub-approver(ws-sub-idx))
                          DELIMITED BY SIZE
                 INTO ws-field-buf
                 WITH POINTER ws-field-ptr
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE ws-name-buf
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       DECIDE-SUBMISSION.
      *> "<job-name> APPROVE|REJECT <request-id>" on a protected
      *> job's AWAITING request. Only an approver may decide, never on
      *> a request it made itself, and only inside the approval
      *> window; an answer that arrives too late closes the request
      *> as EXPIRED rather than letting it through.
           IF ws-ref-id-text = SPACES
                   OR TEST-NUMVAL(ws-ref-id-text) NOT = 0 THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-ref-missing
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-ref-id = NUMVAL(ws-ref-id-text).

           MOVE "N" TO ws-approver-flag.
           PERFORM VARYING ws-cl-idx FROM 1 BY 1
                   UNTIL ws-cl-idx > MCP-CLIENT-COUNT
               IF MCP-CLIENT-ID(ws-cl-idx) = ws-client-id
                       AND MCP-CLIENT-APPROVER(ws-cl-idx) = "Y" THEN
                   SET ws-client-is-approver TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ws-client-is-approver THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-not-approver
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMP-NOW.

           MOVE "N" TO ws-located.
           OPEN I-O submit-queue-file.
           IF ws-queue-fs NOT = "00" THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-queue-open
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-queue-fs NOT = "00" OR ws-request-located
               READ submit-queue-file
                   AT END
                       MOVE "10" TO ws-queue-fs
                   NOT AT END
                       IF SQ-REQUEST-ID = ws-ref-id THEN
                           SET ws-request-located TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT ws-request-located
                   OR SQ-JOB-NAME NOT = ws-job-name THEN
               CLOSE submit-queue-file
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-no-such-request
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF SQ-STATUS NOT = "AWAITING" THEN
               CLOSE submit-queue-file
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-not-awaiting
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF SQ-REQUESTER = ws-client-id THEN
               CLOSE submit-queue-file
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-own-request
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF SQ-EXPIRES NOT = SPACES AND ws-timestamp > SQ-EXPIRES THEN
               MOVE "EXPIRED" TO SQ-STATUS
               MOVE SPACES TO SQ-RESULT
               STRING "no approval by " SQ-EXPIRES
                 DELIMITED BY SIZE INTO SQ-RESULT
               REWRITE SUBMIT-QUEUE-RECORD
               CLOSE submit-queue-file
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-expired
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-client-id TO SQ-APPROVER.
           MOVE ws-timestamp TO SQ-DECISION-TIME.
           MOVE SPACES TO SQ-RESULT.
           IF ws-action = "APPROVE" THEN
               MOVE "PENDING" TO SQ-STATUS
               STRING "approved by " FUNCTION TRIM(ws-client-id)
                 DELIMITED BY SIZE INTO SQ-RESULT
           ELSE
               MOVE "REJECTED" TO SQ-STATUS
               STRING "rejected by " FUNCTION TRIM(ws-client-id)
                 DELIMITED BY SIZE INTO SQ-RESULT
           END-IF.
           REWRITE SUBMIT-QUEUE-RECORD.
           IF ws-queue-fs NOT = "00" THEN
               CLOSE submit-queue-file
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-queue-update
               PERFORM SUBMIT-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           CLOSE submit-queue-file.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-job-name) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-job
                                                      BY REFERENCE ws-field-buf.

           MOVE ws-ref-id TO ws-id-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-id-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-request-id
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(SQ-STATUS) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-status
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(SQ-REQUESTER) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-requester
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(SQ-APPROVER) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-approver
                                                      BY REFERENCE ws-field-buf.

           MOVE SPACES TO ws-decision-param.
           MOVE 1 TO ws-decision-len.
           STRING FUNCTION TRIM(ws-request-text) DELIMITED BY SIZE
                  " requester=" DELIMITED BY SIZE
                  FUNCTION TRIM(SQ-REQUESTER) DELIMITED BY SIZE
             INTO ws-decision-param
             WITH POINTER ws-decision-len.
           SUBTRACT 1 FROM ws-decision-len.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE ws-decision-param
                                        BY VALUE ws-decision-len
                                        BY VALUE call-res
                                        BY VALUE 0.
           MOVE 0 TO RETURN-CODE.
           EXIT.

       CHECK-JOB-PROTECTED.
      *> PS-PROTECTED from the planned schedule; a job that is not on
      *> the schedule (or no schedule file) is unprotected.
           MOVE "N" TO ws-protected.
           OPEN INPUT schedule-file.
           IF ws-schedule-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-schedule-fs NOT = "00"
               READ schedule-file
                   AT END
                       MOVE "10" TO ws-schedule-fs
                   NOT AT END
                       IF PS-JOB-NAME = ws-job-name
                               AND PS-PROTECTED = "Y" THEN
                           SET ws-job-protected TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           EXIT.

       COMPUTE-EXPIRY.
      *> ws-expires = now + MCP-APPROVAL-MINS, batch-control style.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-exp-secs =
               (INTEGER-OF-DATE(ws-now-ymd) * 86400)
               + (NUMVAL(ws-now(9:2)) * 3600)
               + (NUMVAL(ws-now(11:2)) * 60)
               + NUMVAL(ws-now(13:2))
               + (MCP-APPROVAL-MINS * 60).
           DIVIDE ws-exp-secs BY 86400 GIVING ws-exp-days
               REMAINDER ws-exp-rem.
           COMPUTE ws-exp-ymd = DATE-OF-INTEGER(ws-exp-days).
           DIVIDE ws-exp-rem BY 3600 GIVING ws-exp-hh
               REMAINDER ws-exp-rem.
           DIVIDE ws-exp-rem BY 60 GIVING ws-exp-mm
               REMAINDER ws-exp-ss.
           STRING ws-exp-ymd(1:4) "-" ws-exp-ymd(5:2) "-"
                  ws-exp-ymd(7:2) "-" ws-exp-hh "." ws-exp-mm "."
                  ws-exp-ss
             DELIMITED BY SIZE INTO ws-expires.
           EXIT.

       REPORT-FROZEN.
      *> The reason comes from the blackout file, so a stray "%" is
      *> blanked before the text goes out as the error message.
           MOVE LOW-VALUES TO err-frozen.
           MOVE 1 TO ws-field-ptr.
           STRING FUNCTION TRIM(ws-job-name) " is frozen until "
                  BK-UNTIL(1:16) DELIMITED BY SIZE
             INTO err-frozen WITH POINTER ws-field-ptr.
           IF BK-DESC NOT = SPACES THEN
               STRING " (" FUNCTION TRIM(BK-DESC) ")"
                 DELIMITED BY SIZE
                 INTO err-frozen WITH POINTER ws-field-ptr
           END-IF.
           INSPECT err-frozen REPLACING ALL "%" BY " ".
           CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
               USING BY VALUE ucbr-ptr
                     BY REFERENCE err-frozen.
           PERFORM SUBMIT-AUDIT-ERROR.
           EXIT.

       STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           STRING ws-now(1:4)  "-" ws-now(5:2)  "-" ws-now(7:2) "-"
                  ws-now(9:2)  "." ws-now(11:2) "." ws-now(13:2)
             DELIMITED BY SIZE INTO ws-timestamp.
           EXIT.

       SUBMIT-AUDIT-ERROR.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
      *>   ALL             - list the most recent alerts of any status
      *>   ACK <alert-id>  - acknowledge an OPEN alert; the
      *>                     authenticated client id is recorded as
      *>                     who acknowledged it, and when. The
      *>                     ack is also linked to the job's open
      *>                     abend incident (incident_update), whose
      *>                     time to acknowledge it starts
      *>   CLOSE <alert-id> - close an alert by hand. Job alerts close
      *>                     themselves when the job recovers; this is
      *>                     for the ones with no recovering job to
           88  ws-ack-alert-found    VALUE "Y".
       01  ws-ack-done         PIC X VALUE "N".
           88  ws-ack-applied        VALUE "Y".
       COPY "mcpincu.cpy".

      *> Scratch buffers, same LOW-VALUES/STRING treatment as
      *> jobstatus_cb_impl: name and value handed to the helper must be
                               MOVE ws-timestamp TO AR-ACK-TIME
                               REWRITE ALERT-RECORD
                               SET ws-ack-applied TO TRUE
                               INITIALIZE INCIDENT-UPDATE
                               MOVE "ACK"         TO IU-EVENT
                               MOVE AR-JOB-NAME   TO IU-JOB-NAME
                               MOVE ws-client-id  TO IU-SOURCE
                               MOVE AR-ALERT-ID   TO IU-ALERT-ID
                               MOVE AR-ALERT-TYPE TO IU-ALERT-TYPE
                               STRING "alert " AR-ALERT-ID " "
                                      FUNCTION TRIM(AR-ALERT-TYPE)
                                      " acknowledged by "
                                      FUNCTION TRIM(ws-client-id)
                                 DELIMITED BY SIZE INTO IU-DETAIL
                           END-IF
                       END-IF
               END-READ
               PERFORM ALERTS-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           CALL "incident_update" USING BY REFERENCE INCIDENT-UPDATE.

           MOVE ws-ack-id TO ws-id-disp.
           MOVE LOW-VALUES TO ws-field-buf.
       END PROGRAM alerts_cb_impl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. incidents_cb_impl.
      *> ---------------------------------------------------------------
      *> "incidents" tool: the abend incidents incident_update keeps in
      *> data/incidents.dat (mcpinc.cpy), each with its timeline from
      *> data/incident-events.dat (mcpinev.cpy), so the operator sees
      *> what broke, who was paged, who picked it up and how it was
      *> recovered in one answer. Request forms:
      *>   (blank) or OPEN - list the open incidents
      *>   ALL             - list the most recent incidents, any status
      *>   VIEW <id>, <id> - one incident in full with its timeline
      *>                     (the last INCIDENT-EVENT-MAX events)
      *> Entitlement comes from the client registry like every other
      *> tool.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT incident-file ASSIGN TO ws-incident-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-incident-fs.
           SELECT event-file ASSIGN TO ws-event-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-event-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  incident-file.
       COPY "mcpinc.cpy".

       FD  event-file.
       COPY "mcpinev.cpy".

       WORKING-STORAGE SECTION.
       01  log-msg             PIC X(30) VALUE Z"Executed incidents tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
       01  err-no-incidents    PIC X(40) VALUE
           Z"no incidents match that request".
       01  err-bad-request     PIC X(60) VALUE
           Z"request must be blank, OPEN, ALL or VIEW <incident-id>".
       01  err-not-found       PIC X(40) VALUE
           Z"no incident with that id".
       01  ws-incident-path    PIC X(100) VALUE
           "mcp-https-cobol/data/incidents.dat".
       01  ws-incident-fs      PIC XX VALUE "00".
       01  ws-event-path       PIC X(100) VALUE
           "mcp-https-cobol/data/incident-events.dat".
       01  ws-event-fs         PIC XX VALUE "00".
       01  fld-incidents       PIC X(10) VALUE Z"incidents".
       01  fld-incident        PIC X(10) VALUE Z"incident".
       01  fld-events          PIC X(8)  VALUE Z"events".

      *> Ring of the last incidents matching the filter, same single
      *> forward pass as the alerts tool.
       78  INCIDENT-SHOW-MAX   VALUE 10.
       01  ws-inc-kept         BINARY-LONG VALUE 0.
       01  ws-inc-next         BINARY-LONG VALUE 1.
       01  ws-inc-emitted      BINARY-LONG VALUE 0.
       01  ws-inc-idx          BINARY-LONG VALUE 0.
       01  ws-inc-table.
           05  ws-inc-entry OCCURS 10 TIMES PIC X(174).
       01  ws-view-found       PIC X VALUE "N".
           88  ws-incident-found     VALUE "Y".

      *> Ring of the viewed incident's last events, oldest first.
       78  INCIDENT-EVENT-MAX  VALUE 40.
       01  ws-ev-kept          BINARY-LONG VALUE 0.
       01  ws-ev-next          BINARY-LONG VALUE 1.
       01  ws-ev-total         BINARY-LONG VALUE 0.
       01  ws-ev-emitted       BINARY-LONG VALUE 0.
       01  ws-ev-idx           BINARY-LONG VALUE 0.
       01  ws-ev-seq           BINARY-LONG VALUE 0.
       01  ws-ev-table.
           05  ws-ev-entry OCCURS 40 TIMES.
               10  ws-ev-time      PIC X(19).
               10  ws-ev-event     PIC X(8).
               10  ws-ev-source    PIC X(20).
               10  ws-ev-detail    PIC X(200).

      *> Scratch buffers, same LOW-VALUES/STRING treatment as
      *> alerts_cb_impl: name and value handed to the helper must be
      *> null-terminated, not space-padded.
       01  ws-name-buf         PIC X(16).
       01  ws-field-buf        PIC X(400).
       01  ws-buf-ptr          BINARY-LONG VALUE 1.
       01  ws-id-disp          PIC ZZZZZ9.
       01  ws-count-disp       PIC ZZZZZ9.
       01  ws-mins-disp        PIC ZZZZ9.

       LOCAL-STORAGE SECTION.
       01  prop-name           PIC X(8) VALUE Z"request".
       01  param-buffer        PIC X(4096).
       01  param-len           USAGE BINARY-DOUBLE SYNC VALUE 0.
       01  call-res            BINARY-LONG.
       01  ws-request-text     PIC X(20) VALUE SPACES.
       01  ws-request-len      USAGE BINARY-DOUBLE VALUE 0.
       01  ws-action           PIC X(8)  VALUE SPACES.
       01  ws-id-text          PIC X(8)  VALUE SPACES.
       01  ws-view-id          PIC 9(6)  VALUE 0.
       01  al-tool-name        PIC X(20) VALUE Z"incidents".
       01  ws-client-id        PIC X(20) VALUE "-".
       01  ws-akvalid          BINARY-LONG.
       01  ws-rlblocked        BINARY-LONG.

       LINKAGE SECTION.
       01  tool-ptr            USAGE POINTER.
       01  ucbr-ptr            USAGE POINTER.

       PROCEDURE DIVISION USING tool-ptr ucbr-ptr.
       MAIN-INCIDENTS.
           CALL "log_info_c" USING BY REFERENCE log-msg.

           IF tool-ptr = NULL THEN
                CALL "log_info_c" USING BY REFERENCE err-tool-null
                MOVE LOW-VALUES TO param-buffer
                CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                             BY REFERENCE ws-client-id
                                             BY REFERENCE param-buffer
                                             BY VALUE param-len
                                             BY VALUE -1
                                             BY VALUE 1
                EXIT PROGRAM
           END-IF.

           CALL "validate_client" USING BY VALUE tool-ptr
                                        BY VALUE ucbr-ptr
                                        BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE ws-akvalid.
           IF ws-akvalid NOT = 0 THEN
               MOVE LOW-VALUES TO param-buffer
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE ws-akvalid
                                            BY VALUE 1
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           CALL "rate_limit_check" USING BY REFERENCE al-tool-name
                                         BY VALUE ucbr-ptr
                                         BY REFERENCE ws-rlblocked.
           IF ws-rlblocked NOT = 0 THEN
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE -4
                                            BY VALUE 2
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO param-len.
           MOVE LOW-VALUES TO param-buffer.
           CALL "mcpc_tool_get_tpropval_u8str" USING BY VALUE tool-ptr
                                                     BY REFERENCE prop-name
                                                     BY REFERENCE param-buffer
                                                     BY VALUE 4095
                                                     BY REFERENCE param-len
                                               RETURNING call-res.

      *> Same capped byte-for-byte copy as jobsubmit_cb_impl so the
      *> LOW-VALUES padding past param-len never reaches the UNSTRING.
           MOVE SPACES TO ws-request-text.
           IF call-res = 0 AND param-len > 0 THEN
               IF param-len > 20 THEN
                   MOVE 20 TO ws-request-len
               ELSE
                   MOVE param-len TO ws-request-len
               END-IF
               MOVE param-buffer(1:ws-request-len) TO ws-request-text
           END-IF.

           MOVE SPACES TO ws-action ws-id-text.
           UNSTRING ws-request-text DELIMITED BY ALL " "
               INTO ws-action ws-id-text.
           MOVE FUNCTION UPPER-CASE(ws-action) TO ws-action.
      *> A bare incident id is a VIEW.
           IF ws-action NOT = SPACES
                   AND FUNCTION TRIM(ws-action) NUMERIC
                   AND ws-id-text = SPACES THEN
               MOVE ws-action TO ws-id-text
               MOVE "VIEW" TO ws-action
           END-IF.

           EVALUATE ws-action
               WHEN SPACES
               WHEN "OPEN"
               WHEN "ALL"
                   PERFORM LIST-INCIDENTS
               WHEN "VIEW"
                   PERFORM VIEW-INCIDENT
               WHEN OTHER
                   CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                       USING BY VALUE ucbr-ptr
                             BY REFERENCE err-bad-request
                   PERFORM INCIDENTS-AUDIT-ERROR
           END-EVALUATE.
           EXIT PROGRAM.

       LIST-INCIDENTS.
           MOVE 0 TO ws-inc-kept.
           MOVE 1 TO ws-inc-next.
           OPEN INPUT incident-file.
           IF ws-incident-fs = "00" THEN
               PERFORM UNTIL ws-incident-fs NOT = "00"
                   READ incident-file
                       AT END
                           MOVE "10" TO ws-incident-fs
                       NOT AT END
                           IF ws-action = "ALL"
                                   OR IN-STATUS = "OPEN" THEN
                               MOVE INCIDENT-RECORD
                                   TO ws-inc-entry(ws-inc-next)
                               IF ws-inc-kept < INCIDENT-SHOW-MAX THEN
                                   ADD 1 TO ws-inc-kept
                               END-IF
                               ADD 1 TO ws-inc-next
                               IF ws-inc-next > INCIDENT-SHOW-MAX THEN
                                   MOVE 1 TO ws-inc-next
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE incident-file
           END-IF.

           IF ws-inc-kept = 0 THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-no-incidents
               PERFORM INCIDENTS-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-inc-kept TO ws-count-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-incidents
                                                      BY REFERENCE ws-field-buf.

      *> Oldest first; once the ring wrapped, ws-inc-next points at
      *> the oldest kept entry.
           IF ws-inc-kept < INCIDENT-SHOW-MAX THEN
               MOVE 1 TO ws-inc-idx
           ELSE
               MOVE ws-inc-next TO ws-inc-idx
           END-IF.
           MOVE 0 TO ws-inc-emitted.
           PERFORM UNTIL ws-inc-emitted >= ws-inc-kept
               MOVE ws-inc-entry(ws-inc-idx) TO INCIDENT-RECORD
               MOVE IN-INCIDENT-ID TO ws-id-disp
               MOVE LOW-VALUES TO ws-name-buf
               STRING "incident-" FUNCTION TRIM(ws-id-disp)
                 DELIMITED BY SIZE INTO ws-name-buf
               PERFORM FORMAT-INCIDENT
               CALL "helper_add_named_text_result"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE ws-name-buf
                         BY REFERENCE ws-field-buf
               ADD 1 TO ws-inc-idx
               IF ws-inc-idx > INCIDENT-SHOW-MAX THEN
                   MOVE 1 TO ws-inc-idx
               END-IF
               ADD 1 TO ws-inc-emitted
           END-PERFORM.

           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE call-res
                                        BY VALUE 0.
           MOVE 0 TO RETURN-CODE.
           EXIT.

       VIEW-INCIDENT.
           IF ws-id-text = SPACES
                   OR FUNCTION TRIM(ws-id-text) NOT NUMERIC THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-bad-request
               PERFORM INCIDENTS-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-view-id = FUNCTION NUMVAL(ws-id-text).

           MOVE "N" TO ws-view-found.
           OPEN INPUT incident-file.
           IF ws-incident-fs = "00" THEN
               PERFORM UNTIL ws-incident-fs NOT = "00"
                          OR ws-incident-found
                   READ incident-file
                       AT END
                           MOVE "10" TO ws-incident-fs
                       NOT AT END
                           IF IN-INCIDENT-ID = ws-view-id THEN
                               SET ws-incident-found TO TRUE
                               MOVE INCIDENT-RECORD
                                   TO ws-inc-entry(1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE incident-file
           END-IF.
           IF NOT ws-incident-found THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-not-found
               PERFORM INCIDENTS-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-inc-entry(1) TO INCIDENT-RECORD.
           PERFORM FORMAT-INCIDENT.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-incident
                                                      BY REFERENCE ws-field-buf.

           MOVE 0 TO ws-ev-kept ws-ev-total.
           MOVE 1 TO ws-ev-next.
           OPEN INPUT event-file.
           IF ws-event-fs = "00" THEN
               PERFORM UNTIL ws-event-fs NOT = "00"
                   READ event-file
                       AT END
                           MOVE "10" TO ws-event-fs
                       NOT AT END
                           IF IE-INCIDENT-ID = ws-view-id THEN
                               PERFORM KEEP-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE event-file
           END-IF.

           MOVE ws-ev-total TO ws-count-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-events
                                                      BY REFERENCE ws-field-buf.

      *> Events are numbered by their place in the whole timeline, so
      *> a long one that was cut to its tail still reads in order.
           IF ws-ev-kept < INCIDENT-EVENT-MAX THEN
               MOVE 1 TO ws-ev-idx
           ELSE
               MOVE ws-ev-next TO ws-ev-idx
           END-IF.
           COMPUTE ws-ev-seq = ws-ev-total - ws-ev-kept.
           MOVE 0 TO ws-ev-emitted.
           PERFORM UNTIL ws-ev-emitted >= ws-ev-kept
               ADD 1 TO ws-ev-seq
               PERFORM EMIT-EVENT
               ADD 1 TO ws-ev-idx
               IF ws-ev-idx > INCIDENT-EVENT-MAX THEN
                   MOVE 1 TO ws-ev-idx
               END-IF
               ADD 1 TO ws-ev-emitted
           END-PERFORM.

           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE call-res
                                        BY VALUE 0.
           MOVE 0 TO RETURN-CODE.
           EXIT.

       KEEP-EVENT.
           ADD 1 TO ws-ev-total.
           MOVE IE-TIMESTAMP TO ws-ev-time(ws-ev-next).
           MOVE IE-EVENT     TO ws-ev-event(ws-ev-next).
           MOVE IE-SOURCE    TO ws-ev-source(ws-ev-next).
           MOVE IE-DETAIL    TO ws-ev-detail(ws-ev-next).
           IF ws-ev-kept < INCIDENT-EVENT-MAX THEN
               ADD 1 TO ws-ev-kept
           END-IF.
           ADD 1 TO ws-ev-next.
           IF ws-ev-next > INCIDENT-EVENT-MAX THEN
               MOVE 1 TO ws-ev-next
           END-IF.
           EXIT.

       EMIT-EVENT.
           MOVE ws-ev-seq TO ws-id-disp.
           MOVE LOW-VALUES TO ws-name-buf.
           STRING "event-" FUNCTION TRIM(ws-id-disp)
             DELIMITED BY SIZE INTO ws-name-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING ws-ev-time(ws-ev-idx) " "
                  FUNCTION TRIM(ws-ev-event(ws-ev-idx)) " "
                  FUNCTION TRIM(ws-ev-source(ws-ev-idx)) ": "
                  FUNCTION TRIM(ws-ev-detail(ws-ev-idx))
             DELIMITED BY SIZE INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE ws-name-buf
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       FORMAT-INCIDENT.
      *> One line per incident from INCIDENT-RECORD, built with a
      *> STRING pointer so the optional parts land straight after the
      *> base text (TRIM cannot find the end of a LOW-VALUES buffer).
           MOVE LOW-VALUES TO ws-field-buf.
           MOVE 1 TO ws-buf-ptr.
           STRING IN-PROC-DATE " " DELIMITED BY SIZE
                  FUNCTION TRIM(IN-JOB-NAME) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM(IN-STATUS) DELIMITED BY SIZE
                  " rc=" IN-RETURN-CODE
                  " opened=" IN-OPEN-TIME DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           IF IN-STEP-NUMBER > 0 THEN
               STRING " step=" IN-STEP-NUMBER " " DELIMITED BY SIZE
                      FUNCTION TRIM(IN-STEP-NAME) DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           IF IN-ALERT-ID > 0 THEN
               STRING " alert=" IN-ALERT-ID DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           IF IN-ACK-TIME NOT = SPACES THEN
               STRING " acked-by=" DELIMITED BY SIZE
                      FUNCTION TRIM(IN-ACK-BY) DELIMITED BY SIZE
                      " at " IN-ACK-TIME DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           STRING " abends=" IN-ABENDS
                  " escalations=" IN-ESCALATIONS
                  " reruns=" IN-RERUNS
                  " retries=" IN-RETRIES DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           IF IN-STATUS = "CLOSED" THEN
               STRING " closed=" IN-CLOSE-TIME DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
               IF IN-ACK-TIME NOT = SPACES THEN
                   MOVE IN-TTA-MINS TO ws-mins-disp
                   STRING " tta-mins=" DELIMITED BY SIZE
                          FUNCTION TRIM(ws-mins-disp) DELIMITED BY SIZE
                     INTO ws-field-buf WITH POINTER ws-buf-ptr
               END-IF
               MOVE IN-TTR-MINS TO ws-mins-disp
               STRING " ttr-mins=" DELIMITED BY SIZE
                      FUNCTION TRIM(ws-mins-disp) DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           EXIT.

       INCIDENTS-AUDIT-ERROR.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE -5
                                        BY VALUE 1.
           MOVE 1 TO RETURN-CODE.
           EXIT.
       END PROGRAM incidents_cb_impl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbook_cb_impl.
      *> ---------------------------------------------------------------
      *> "runbook" tool: the config/runbook.dat entry (mcprunb.cpy)
      *> that covers a job, or the job behind an alert, resolved by the
      *> shared runbook_lookup so the answer is the same one the page
      *> and the dispatcher use. Request forms:
      *>   <job>               - the job as it stands: the failing step
      *>                         of its open incident, any alert type
      *>   <job> <step>        - that step (falls back to whole-job)
      *>   <job> <step> <type> - that step and alert type
      *>   <job> <type>        - as <job>, for that alert type
      *>   ALERT <id>          - the job and type of alert <id>
      *> Entitlement comes from the client registry like every other
      *> tool.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alerts-file ASSIGN TO ws-alerts-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-alerts-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  alerts-file.
       COPY "mcpalrt.cpy".

       WORKING-STORAGE SECTION.
       01  log-msg             PIC X(30) VALUE Z"Executed runbook tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
       01  err-bad-request     PIC X(70) VALUE
           Z"request must be <job> [step] [alert-type] or ALERT <id>".
       01  err-no-alert        PIC X(40) VALUE
           Z"no alert with that id".
       01  err-no-entry        PIC X(60) VALUE
           Z"no runbook entry covers that job, step and alert type".
       01  ws-alerts-path      PIC X(100) VALUE
           "mcp-https-cobol/data/alerts.dat".
       01  ws-alerts-fs        PIC XX VALUE "00".
       01  fld-job             PIC X(4)  VALUE Z"job".
       01  fld-alert           PIC X(6)  VALUE Z"alert".
       01  fld-step            PIC X(5)  VALUE Z"step".
       01  fld-alert-type      PIC X(11) VALUE Z"alert-type".
       01  fld-rerun-safe      PIC X(11) VALUE Z"rerun-safe".
       01  fld-restart-ok      PIC X(16) VALUE Z"restart-allowed".
       01  fld-contact         PIC X(8)  VALUE Z"contact".
       01  fld-instructions    PIC X(13) VALUE Z"instructions".

       COPY "mcprbkl.cpy".

      *> Scratch buffer, same LOW-VALUES/STRING treatment as
      *> alerts_cb_impl: values handed to the helper must be
      *> null-terminated, not space-padded.
       01  ws-field-buf        PIC X(200).
       01  ws-buf-ptr          BINARY-LONG VALUE 1.
       01  ws-alert-found      PIC X VALUE "N".
           88  ws-alert-was-found    VALUE "Y".

       LOCAL-STORAGE SECTION.
       01  prop-name           PIC X(8) VALUE Z"request".
       01  param-buffer        PIC X(4096).
       01  param-len           USAGE BINARY-DOUBLE SYNC VALUE 0.
       01  call-res            BINARY-LONG.
       01  ws-request-text     PIC X(40) VALUE SPACES.
       01  ws-request-len      USAGE BINARY-DOUBLE VALUE 0.
       01  ws-arg-1            PIC X(20) VALUE SPACES.
       01  ws-arg-2            PIC X(8)  VALUE SPACES.
       01  ws-arg-3            PIC X(8)  VALUE SPACES.
       01  ws-alert-id         PIC 9(6)  VALUE 0.
       01  al-tool-name        PIC X(20) VALUE Z"runbook".
       01  ws-client-id        PIC X(20) VALUE "-".
       01  ws-akvalid          BINARY-LONG.
       01  ws-rlblocked        BINARY-LONG.

       LINKAGE SECTION.
       01  tool-ptr            USAGE POINTER.
       01  ucbr-ptr            USAGE POINTER.

       PROCEDURE DIVISION USING tool-ptr ucbr-ptr.
       MAIN-RUNBOOK.
           CALL "log_info_c" USING BY REFERENCE log-msg.

           IF tool-ptr = NULL THEN
                CALL "log_info_c" USING BY REFERENCE err-tool-null
                MOVE LOW-VALUES TO param-buffer
                CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                             BY REFERENCE ws-client-id
                                             BY REFERENCE param-buffer
                                             BY VALUE param-len
                                             BY VALUE -1
                                             BY VALUE 1
                EXIT PROGRAM
           END-IF.

           CALL "validate_client" USING BY VALUE tool-ptr
                                        BY VALUE ucbr-ptr
                                        BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE ws-akvalid.
           IF ws-akvalid NOT = 0 THEN
               MOVE LOW-VALUES TO param-buffer
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE ws-akvalid
                                            BY VALUE 1
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           CALL "rate_limit_check" USING BY REFERENCE al-tool-name
                                         BY VALUE ucbr-ptr
                                         BY REFERENCE ws-rlblocked.
           IF ws-rlblocked NOT = 0 THEN
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE -4
                                            BY VALUE 2
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO param-len.
           MOVE LOW-VALUES TO param-buffer.
           CALL "mcpc_tool_get_tpropval_u8str" USING BY VALUE tool-ptr
                                                     BY REFERENCE prop-name
                                                     BY REFERENCE param-buffer
                                                     BY VALUE 4095
                                                     BY REFERENCE param-len
                                               RETURNING call-res.

      *> Same capped byte-for-byte copy as jobsubmit_cb_impl so the
      *> LOW-VALUES padding past param-len never reaches the UNSTRING.
           MOVE SPACES TO ws-request-text.
           IF call-res = 0 AND param-len > 0 THEN
               IF param-len > 40 THEN
                   MOVE 40 TO ws-request-len
               ELSE
                   MOVE param-len TO ws-request-len
               END-IF
               MOVE param-buffer(1:ws-request-len) TO ws-request-text
           END-IF.

           MOVE SPACES TO ws-arg-1 ws-arg-2 ws-arg-3.
           UNSTRING FUNCTION TRIM(ws-request-text) DELIMITED BY ALL " "
               INTO ws-arg-1 ws-arg-2 ws-arg-3.
           MOVE FUNCTION UPPER-CASE(ws-arg-1) TO ws-arg-1.
           MOVE FUNCTION UPPER-CASE(ws-arg-2) TO ws-arg-2.
           MOVE FUNCTION UPPER-CASE(ws-arg-3) TO ws-arg-3.
           IF ws-arg-1 = SPACES THEN
               PERFORM RUNBOOK-BAD-REQUEST
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO RUNBOOK-LOOKUP.
           MOVE 0 TO RL-STEP-NUMBER.
           IF ws-arg-1 = "ALERT" THEN
               PERFORM FIND-ALERT
               IF NOT ws-alert-was-found THEN
                   EXIT PROGRAM
               END-IF
           ELSE
               MOVE ws-arg-1 TO RL-JOB-NAME
               EVALUATE TRUE
                   WHEN ws-arg-2 = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(ws-arg-2) NUMERIC
                       IF FUNCTION NUMVAL(ws-arg-2) > 999 THEN
                           PERFORM RUNBOOK-BAD-REQUEST
                           EXIT PROGRAM
                       END-IF
                       COMPUTE RL-STEP-NUMBER =
                           FUNCTION NUMVAL(ws-arg-2)
                       MOVE ws-arg-3 TO RL-ALERT-TYPE
                   WHEN ws-arg-3 NOT = SPACES
                       PERFORM RUNBOOK-BAD-REQUEST
                       EXIT PROGRAM
                   WHEN OTHER
                       MOVE ws-arg-2 TO RL-ALERT-TYPE
               END-EVALUATE
           END-IF.

           CALL "runbook_lookup" USING BY REFERENCE RUNBOOK-LOOKUP.
           MOVE 0 TO RETURN-CODE.
           IF NOT RL-ENTRY-FOUND THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-no-entry
               PERFORM RUNBOOK-AUDIT-ERROR
               EXIT PROGRAM
           END-IF.

           PERFORM EMIT-ENTRY.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE call-res
                                        BY VALUE 0.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

       FIND-ALERT.
      *> The alert gives the job and the type; the step is left to
      *> runbook_lookup, which takes it from the job's open incident.
           MOVE "N" TO ws-alert-found.
           IF ws-arg-2 = SPACES
                   OR FUNCTION TRIM(ws-arg-2) NOT NUMERIC
                   OR ws-arg-3 NOT = SPACES THEN
               PERFORM RUNBOOK-BAD-REQUEST
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-alert-id = FUNCTION NUMVAL(ws-arg-2).
           OPEN INPUT alerts-file.
           IF ws-alerts-fs = "00" THEN
               PERFORM UNTIL ws-alerts-fs NOT = "00"
                          OR ws-alert-was-found
                   READ alerts-file
                       AT END
                           MOVE "10" TO ws-alerts-fs
                       NOT AT END
                           IF AR-ALERT-ID = ws-alert-id THEN
                               SET ws-alert-was-found TO TRUE
                               MOVE AR-JOB-NAME   TO RL-JOB-NAME
                               MOVE AR-ALERT-TYPE TO RL-ALERT-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alerts-file
           END-IF.
           IF NOT ws-alert-was-found THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-no-alert
               PERFORM RUNBOOK-AUDIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING ws-alert-id " " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-ALERT-TYPE) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-alert
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       EMIT-ENTRY.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(RL-JOB-NAME) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-job
                                                      BY REFERENCE ws-field-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           IF RL-STEP = "*" THEN
               STRING "* (whole job)" DELIMITED BY SIZE
                 INTO ws-field-buf
           ELSE
               STRING RL-STEP DELIMITED BY SIZE INTO ws-field-buf
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-step
                                                      BY REFERENCE ws-field-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(RL-ENTRY-TYPE) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-alert-type
                                                      BY REFERENCE ws-field-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING RL-RERUN-SAFE DELIMITED BY SIZE INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-rerun-safe
                                                      BY REFERENCE ws-field-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING RL-RESTART-OK DELIMITED BY SIZE INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-restart-ok
                                                      BY REFERENCE ws-field-buf.
           MOVE LOW-VALUES TO ws-field-buf.
           IF RL-CONTACT = SPACES THEN
               STRING "-" DELIMITED BY SIZE INTO ws-field-buf
           ELSE
               STRING FUNCTION TRIM(RL-CONTACT) DELIMITED BY SIZE
                 INTO ws-field-buf
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-contact
                                                      BY REFERENCE ws-field-buf.
      *> The two instruction lines read as one paragraph.
           MOVE LOW-VALUES TO ws-field-buf.
           MOVE 1 TO ws-buf-ptr.
           STRING FUNCTION TRIM(RL-INSTRUCTIONS-1) DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           IF RL-INSTRUCTIONS-2 NOT = SPACES THEN
               STRING " " FUNCTION TRIM(RL-INSTRUCTIONS-2)
                 DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-instructions
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       RUNBOOK-BAD-REQUEST.
           CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
               USING BY VALUE ucbr-ptr
                     BY REFERENCE err-bad-request.
           PERFORM RUNBOOK-AUDIT-ERROR.
           EXIT.

       RUNBOOK-AUDIT-ERROR.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE -5
                                        BY VALUE 1.
           MOVE 1 TO RETURN-CODE.
           EXIT.
       END PROGRAM runbook_cb_impl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchfcst_cb_impl.
      *> ---------------------------------------------------------------
      *> "batch-forecast" tool: projected start and finish of every job
      *> due tonight, typical and worst case, and the projected end of
      *> the whole night, as computed by batch_forecast (batchfcst.cob)
      *> from recent run-history, the live batch-control and step
      *> state and the predecessor chain. A job with a PS-DEADLINE
      *> shows it, flagged AT-RISK when the typical projection misses
      *> it and WORST-CASE-RISK when only the worst case does.
      *> Request: (blank) for the whole night, or one job name.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  log-msg             PIC X(30) VALUE Z"Executed batch-forecast tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
       01  err-no-schedule     PIC X(40) VALUE
           Z"no jobs in the batch schedule".
       01  err-job-not-found   PIC X(40) VALUE
           Z"job is not in the batch schedule".
       01  fld-proc-date       PIC X(10) VALUE Z"proc-date".
       01  fld-as-at           PIC X(6)  VALUE Z"as-at".
       01  fld-night-end       PIC X(10) VALUE Z"night-end".
       01  fld-at-risk         PIC X(8)  VALUE Z"at-risk".

       COPY "mcpfcst.cpy".
       01  ws-fc-idx           BINARY-LONG VALUE 0.
       01  ws-emitted          BINARY-LONG VALUE 0.
       01  ws-risk-count       BINARY-LONG VALUE 0.
       01  ws-mins-disp        PIC ZZZZ9.
       01  ws-nights-disp      PIC ZZ9.
       01  ws-count-disp       PIC ZZ9.

      *> Scratch buffers, same LOW-VALUES/STRING treatment as
      *> jobstatus_cb_impl: name and value handed to the helper must be
      *> null-terminated, not space-padded.
       01  ws-name-buf         PIC X(24).
       01  ws-field-buf        PIC X(300).
       01  ws-buf-ptr          BINARY-LONG VALUE 1.

       LOCAL-STORAGE SECTION.
       01  prop-name           PIC X(4) VALUE Z"job".
       01  param-buffer        PIC X(4096).
       01  param-len           USAGE BINARY-DOUBLE SYNC VALUE 0.
       01  call-res            BINARY-LONG.
       01  ws-job-filter       PIC X(20) VALUE SPACES.
       01  ws-job-name-len     USAGE BINARY-DOUBLE VALUE 0.
       01  al-tool-name        PIC X(20) VALUE Z"batch-forecast".
       01  ws-client-id        PIC X(20) VALUE "-".
       01  ws-akvalid          BINARY-LONG.
       01  ws-rlblocked        BINARY-LONG.

       LINKAGE SECTION.
       01  tool-ptr            USAGE POINTER.
       01  ucbr-ptr            USAGE POINTER.

       PROCEDURE DIVISION USING tool-ptr ucbr-ptr.
       MAIN-FORECAST.
           CALL "log_info_c" USING BY REFERENCE log-msg.

           IF tool-ptr = NULL THEN
                CALL "log_info_c" USING BY REFERENCE err-tool-null
                MOVE LOW-VALUES TO param-buffer
                CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                             BY REFERENCE ws-client-id
                                             BY REFERENCE param-buffer
                                             BY VALUE param-len
                                             BY VALUE -1
                                             BY VALUE 1
                EXIT PROGRAM
           END-IF.

           CALL "validate_client" USING BY VALUE tool-ptr
                                        BY VALUE ucbr-ptr
                                        BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE ws-akvalid.
           IF ws-akvalid NOT = 0 THEN
               MOVE LOW-VALUES TO param-buffer
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE ws-akvalid
                                            BY VALUE 1
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           CALL "rate_limit_check" USING BY REFERENCE al-tool-name
                                         BY VALUE ucbr-ptr
                                         BY REFERENCE ws-rlblocked.
           IF ws-rlblocked NOT = 0 THEN
               CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                            BY REFERENCE ws-client-id
                                            BY REFERENCE param-buffer
                                            BY VALUE param-len
                                            BY VALUE -4
                                            BY VALUE 2
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO param-len.
           MOVE LOW-VALUES TO param-buffer.
           CALL "mcpc_tool_get_tpropval_u8str" USING BY VALUE tool-ptr
                                                     BY REFERENCE prop-name
                                                     BY REFERENCE param-buffer
                                                     BY VALUE 4095
                                                     BY REFERENCE param-len
                                               RETURNING call-res.

      *> Same capped byte-for-byte copy as jobstatus_cb_impl.
           MOVE SPACES TO ws-job-filter.
           IF call-res = 0 AND param-len > 0 THEN
               IF param-len > 20 THEN
                   MOVE 20 TO ws-job-name-len
               ELSE
                   MOVE param-len TO ws-job-name-len
               END-IF
               MOVE param-buffer(1:ws-job-name-len) TO ws-job-filter
           END-IF.

           CALL "batch_forecast" USING BY REFERENCE BATCH-FORECAST.

           IF FC-JOB-COUNT = 0 THEN
               CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE err-no-schedule
               PERFORM FORECAST-AUDIT-ERROR
               EXIT PROGRAM
           END-IF.

           IF ws-job-filter NOT = SPACES THEN
               MOVE 0 TO ws-emitted
               PERFORM VARYING ws-fc-idx FROM 1 BY 1
                       UNTIL ws-fc-idx > FC-JOB-COUNT
                   IF FC-JOB-NAME(ws-fc-idx) = ws-job-filter THEN
                       ADD 1 TO ws-emitted
                   END-IF
               END-PERFORM
               IF ws-emitted = 0 THEN
                   CALL "mcpc_ucbr_toolcall_add_errmsg_printf8"
                       USING BY VALUE ucbr-ptr
                             BY REFERENCE err-job-not-found
                   PERFORM FORECAST-AUDIT-ERROR
                   EXIT PROGRAM
               END-IF
           END-IF.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FC-PROC-DATE DELIMITED BY SIZE INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-proc-date
                                                      BY REFERENCE ws-field-buf.

           MOVE LOW-VALUES TO ws-field-buf.
           STRING FC-AS-AT DELIMITED BY SIZE INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-as-at
                                                      BY REFERENCE ws-field-buf.

           MOVE 0 TO ws-risk-count.
           PERFORM VARYING ws-fc-idx FROM 1 BY 1
                   UNTIL ws-fc-idx > FC-JOB-COUNT
               IF ws-job-filter = SPACES
                       OR FC-JOB-NAME(ws-fc-idx) = ws-job-filter THEN
                   PERFORM EMIT-JOB-FORECAST
                   IF FC-BREACH(ws-fc-idx) = "Y"
                           AND FC-JOB-STATE(ws-fc-idx) NOT = "FINISHED"
                   THEN
                       ADD 1 TO ws-risk-count
                   END-IF
               END-IF
           END-PERFORM.

      *> The night as a whole only makes sense unfiltered.
           IF ws-job-filter = SPACES THEN
               MOVE LOW-VALUES TO ws-field-buf
               IF FC-NIGHT-END-TYP = SPACES THEN
                   STRING "no jobs due tonight" DELIMITED BY SIZE
                     INTO ws-field-buf
               ELSE
                   STRING "typical " FC-NIGHT-END-TYP
                          " worst " FC-NIGHT-END-WORST
                     DELIMITED BY SIZE INTO ws-field-buf
               END-IF
               CALL "helper_add_named_text_result"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE fld-night-end
                         BY REFERENCE ws-field-buf
           END-IF.

           MOVE ws-risk-count TO ws-count-disp.
           MOVE LOW-VALUES TO ws-field-buf.
           STRING FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
             INTO ws-field-buf.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE fld-at-risk
                                                      BY REFERENCE ws-field-buf.

           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE call-res
                                        BY VALUE 0.
           MOVE 0 TO RETURN-CODE.
           EXIT PROGRAM.

       EMIT-JOB-FORECAST.
           MOVE LOW-VALUES TO ws-name-buf.
           STRING FUNCTION TRIM(FC-JOB-NAME(ws-fc-idx))
             DELIMITED BY SIZE INTO ws-name-buf.

      *> Built with a STRING pointer, as the alerts tool does, so each
      *> optional part lands straight after the one before it.
           MOVE LOW-VALUES TO ws-field-buf.
           MOVE 1 TO ws-buf-ptr.
           STRING "state=" DELIMITED BY SIZE
                  FUNCTION TRIM(FC-JOB-STATE(ws-fc-idx))
                      DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           IF FC-JOB-STATE(ws-fc-idx) = "NOT DUE" THEN
               CALL "helper_add_named_text_result"
                   USING BY VALUE ucbr-ptr
                         BY REFERENCE ws-name-buf
                         BY REFERENCE ws-field-buf
               EXIT PARAGRAPH
           END-IF.
           IF FC-CUR-STEP(ws-fc-idx) NOT = SPACES THEN
               STRING " step=" DELIMITED BY SIZE
                      FUNCTION TRIM(FC-CUR-STEP(ws-fc-idx))
                          DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
           END-IF.
           STRING " start=" FC-START-TYP(ws-fc-idx)
                  " end=" FC-END-TYP(ws-fc-idx)
                  " worst-start=" FC-START-WORST(ws-fc-idx)
                  " worst-end=" FC-END-WORST(ws-fc-idx)
             DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           MOVE FC-TYP-MINS(ws-fc-idx) TO ws-mins-disp.
           STRING " typical-mins=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-mins-disp) DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           MOVE FC-WORST-MINS(ws-fc-idx) TO ws-mins-disp.
           MOVE FC-NIGHTS-USED(ws-fc-idx) TO ws-nights-disp.
           STRING " worst-mins=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-mins-disp) DELIMITED BY SIZE
                  " nights=" DELIMITED BY SIZE
                  FUNCTION TRIM(ws-nights-disp) DELIMITED BY SIZE
             INTO ws-field-buf WITH POINTER ws-buf-ptr.
           IF FC-DEADLINE(ws-fc-idx) NOT = SPACES THEN
               STRING " deadline=" FC-DEADLINE(ws-fc-idx)
                 DELIMITED BY SIZE
                 INTO ws-field-buf WITH POINTER ws-buf-ptr
               EVALUATE TRUE
                   WHEN FC-BREACH(ws-fc-idx) = "Y"
                       STRING " AT-RISK" DELIMITED BY SIZE
                         INTO ws-field-buf WITH POINTER ws-buf-ptr
                   WHEN FC-WORST-BREACH(ws-fc-idx) = "Y"
                       STRING " WORST-CASE-RISK" DELIMITED BY SIZE
                         INTO ws-field-buf WITH POINTER ws-buf-ptr
               END-EVALUATE
           END-IF.
           CALL "helper_add_named_text_result" USING BY VALUE ucbr-ptr
                                                      BY REFERENCE ws-name-buf
                                                      BY REFERENCE ws-field-buf.
           EXIT.

       FORECAST-AUDIT-ERROR.
           CALL "audit_log_write" USING BY REFERENCE al-tool-name
                                        BY REFERENCE ws-client-id
                                        BY REFERENCE param-buffer
                                        BY VALUE param-len
                                        BY VALUE -5
                                        BY VALUE 1.
           MOVE 1 TO RETURN-CODE.
           EXIT.
       END PROGRAM batchfcst_cb_impl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. health_cb_impl.
      *> ---------------------------------------------------------------
      *> "health" tool: reports server uptime and the running call/error
      *> counters maintained by audit_log_write, so monitoring can poll
      *> a single tool instead of parsing the audit log.
      *> ---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "mcpstat.cpy".
       01  log-msg             PIC X(30) VALUE Z"Executed health tool".
       01  err-tool-null       PIC X(30) VALUE Z"Error: tool-ptr is NULL".
       01  al-tool-name        PIC X(20) VALUE Z"health".
      *> Shared audit-trail writer, CALLed by every tool callback so we
      *> keep one date-stamped record of what the MCP server was asked
      *> to do instead of the old single log_info_c heartbeat line.
      *> Every line is chained to the one before it: audit_chain_hash
      *> over the previous line's chain value and the line as built
      *> here, stored as " chain=<16 hex>" right after the timestamp
      *> (columns 20-42, where the readers' timestamp split drops it).
      *> The previous value comes from the chain head in
      *> data/audit-chain.dat (mcpachn.cpy), rewritten after each line,
      *> so the chain runs on from one day's file into the next;
      *> audit_chain_check walks it back.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT audit-file ASSIGN TO ws-audit-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-audit-fs.
           SELECT chain-head-file ASSIGN TO ws-head-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-head-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-line          PIC X(360).

       FD  chain-head-file.
       COPY "mcpachn.cpy".

       WORKING-STORAGE SECTION.
       COPY "mcpstat.cpy".
       COPY "mcpahsh.cpy".
       01  ws-audit-fs         PIC XX VALUE "00".
       01  ws-head-path        PIC X(60) VALUE
           "mcp-https-cobol/data/audit-chain.dat".
       01  ws-head-fs          PIC XX VALUE "00".
      *> The line as built before the chain field goes in; the hash
      *> covers exactly this image.
       01  ws-line-body        PIC X(340) VALUE SPACES.
       01  ws-audit-path       PIC X(60) VALUE SPACES.
       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-timestamp        PIC X(19) VALUE SPACES.
               END-IF
               MOVE al-param-value(1:ws-param-log-len) TO ws-param-log
           END-IF.
      *> A line break inside the param would split the line in two
      *> on the way back in and break the chain where nothing was
      *> touched.
           INSPECT ws-param-log CONVERTING X"000A0D" TO "   ".

           MOVE SPACES TO ws-line-body.
           STRING ws-timestamp                          DELIMITED BY SIZE
                  " tool="                               DELIMITED BY SIZE
                  FUNCTION TRIM(al-tool-name)            DELIMITED BY SIZE
                  FUNCTION TRIM(ws-call-res-disp)        DELIMITED BY SIZE
                  " return-code="                        DELIMITED BY SIZE
                  FUNCTION TRIM(ws-return-code-disp)     DELIMITED BY SIZE
             INTO ws-line-body.

      *> No chain head yet: this line starts the chain.
           MOVE "00" TO ws-head-fs.
           OPEN INPUT chain-head-file.
           IF ws-head-fs = "00" THEN
               READ chain-head-file
                   AT END
                       MOVE "10" TO ws-head-fs
               END-READ
               CLOSE chain-head-file
           END-IF.
           IF ws-head-fs NOT = "00" THEN
               MOVE SPACES        TO AUDIT-CHAIN-HEAD
               MOVE "AUDIT"       TO CH-CHAIN
               MOVE ws-now(1:8)   TO CH-START-DATE
               MOVE ALL "0"       TO CH-LAST-HASH
               MOVE 0             TO CH-RECORDS
           END-IF.

           MOVE CH-LAST-HASH  TO AH-PREV-HASH.
           MOVE ws-line-body  TO AH-TEXT.
           MOVE 340           TO AH-TEXT-LEN.
           CALL "audit_chain_hash" USING BY REFERENCE AUDIT-CHAIN-HASH.
           MOVE 0 TO RETURN-CODE.

           MOVE SPACES             TO audit-line.
           MOVE ws-line-body(1:19) TO audit-line(1:19).
           MOVE " chain="          TO audit-line(20:7).
           MOVE AH-HASH            TO audit-line(27:16).
           MOVE ws-line-body(20:318) TO audit-line(43:318).

           WRITE audit-line.
           IF ws-audit-fs NOT = "00" THEN
               CLOSE audit-file
               EXIT PROGRAM
           END-IF.
           CLOSE audit-file.

           MOVE ws-now(1:8)   TO CH-LAST-DATE.
           MOVE ws-timestamp  TO CH-LAST-STAMP.
           MOVE AH-HASH       TO CH-LAST-HASH.
           ADD 1 TO CH-RECORDS.
           OPEN OUTPUT chain-head-file.
           IF ws-head-fs = "00" THEN
               WRITE AUDIT-CHAIN-HEAD
               CLOSE chain-head-file
           END-IF.
           EXIT PROGRAM.
       END PROGRAM audit_log_write.

