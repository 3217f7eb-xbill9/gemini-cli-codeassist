      *> (config/tools.dat, columns per mcptcat.cpy), the
      *> batch-control file (config/batch-control.dat, mcpbctl.cpy)
      *> the processing calendar (config/proc-calendar.dat,
      *> mcpcal.cpy), the alert routing rules
      *> (config/alert-routes.dat, mcproute.cpy), the blackout
      *> windows (config/blackout.dat, mcpblk.cpy), the inbound
      *> file triggers (config/file-triggers.dat, mcptrig.cpy) and the
      *> runbook entries (config/runbook.dat, mcprunb.cpy).
      *> Field-by-field prompts with validation against the copybook
      *> layouts, a confirm-before-write step, and an audit record of
      *> every change (operator, before/after image - mcpmaud.cpy,
      *> appended to logs/maint-audit.dat), so one misaligned edit can
      *> no longer shift a column and load garbage into the catalog.
      *> Each audit record is chained to the one before it
      *> (MA-CHAIN-HASH from audit_chain_hash, head record in
      *> data/maint-chain.dat, mcpachn.cpy) so audit_chain_check can
      *> show the trail has not been edited since.
      *> For a CHANGE, pressing Enter at a field keeps its current
      *> value. Tool entries include the per-call unit rate the
      *> monthly chargeback is costed with.
      *> Exit codes: 0 = normal end, 8 = control file error.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT routes-file ASSIGN TO ws-routes-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-routes-fs.
           SELECT blackout-file ASSIGN TO ws-blackout-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-blackout-fs.
           SELECT trigger-file ASSIGN TO ws-trigger-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-trigger-fs.
           SELECT runbook-file ASSIGN TO ws-runbook-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-runbook-fs.
           SELECT maint-chain-file ASSIGN TO ws-maint-chain-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-maint-chain-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  tools-cfg-file.
           05  tcr-param-type  PIC 9(2).
           05  tcr-rate-limit  PIC 9(4).
           05  tcr-daily-quota PIC 9(6).
           05  tcr-unit-rate   PIC 9(3)V9(4).

       FD  batch-control-file.
       COPY "mcpbctl.cpy".
       FD  routes-file.
       COPY "mcproute.cpy".

       FD  blackout-file.
       COPY "mcpblk.cpy".

       FD  trigger-file.
       COPY "mcptrig.cpy".

       FD  runbook-file.
       COPY "mcprunb.cpy".

       FD  maint-chain-file.
       COPY "mcpachn.cpy".

       WORKING-STORAGE SECTION.
       COPY "mcptcat.cpy".
       COPY "mcpahsh.cpy".
       01  ws-tools-cfg-path   PIC X(60) VALUE
           "mcp-https-cobol/config/tools.dat".
       01  ws-tools-cfg-fs     PIC XX VALUE "00".
       01  ws-maint-audit-path PIC X(60) VALUE
           "mcp-https-cobol/logs/maint-audit.dat".
       01  ws-maint-fs         PIC XX VALUE "00".
       01  ws-maint-chain-path PIC X(60) VALUE
           "mcp-https-cobol/data/maint-chain.dat".
       01  ws-maint-chain-fs   PIC XX VALUE "00".

       01  ws-operator         PIC X(20) VALUE SPACES.
       01  ws-menu-choice      PIC X(1)  VALUE SPACE.
       01  ws-ts-text          PIC X(19) VALUE SPACES.
       01  ws-ts-idx           BINARY-LONG VALUE 0.
       01  ws-ts-char          PIC X.
      *> Blackout job list as stored: spaces dropped (job names never
      *> contain one, and blackout_check matches ",NAME," exactly).
       01  ws-jobs-squeezed    PIC X(100) VALUE SPACES.
       01  ws-jobs-idx         BINARY-LONG VALUE 0.
       01  ws-jobs-out-idx     BINARY-LONG VALUE 0.
       01  ws-jobs-empty       BINARY-LONG VALUE 0.

       01  ws-idx              BINARY-LONG VALUE 0.
       01  ws-found-idx        BINARY-LONG VALUE 0.
       01  ws-search-name      PIC X(20) VALUE SPACES.
       01  ws-bc-found         PIC X VALUE "N".
           88  ws-job-on-file        VALUE "Y".
       01  ws-rate-disp        PIC ZZ9.9999.
       01  ws-tool-write-ok    PIC X VALUE "Y".
           88  ws-tool-file-written  VALUE "Y".

       01  ws-audit-file       PIC X(12) VALUE SPACES.
       01  ws-audit-action     PIC X(8)  VALUE SPACES.
       01  ws-audit-key        PIC X(20) VALUE SPACES.
       01  ws-before-image     PIC X(250) VALUE SPACES.
       01  ws-after-image      PIC X(250) VALUE SPACES.

      *> Work record for field-by-field entry; written back through
      *> tools-cfg-record so the column boundaries always come from
           05  wtw-param-type  PIC 9(2).
           05  wtw-rate-limit  PIC 9(4).
           05  wtw-daily-quota PIC 9(6).
           05  wtw-unit-rate   PIC 9(3)V9(4).

       01  ws-batch-work.
           05  wbw-job-name    PIC X(20).
       01  ws-route-write-ok   PIC X VALUE "Y".
           88  ws-route-file-written VALUE "Y".

       01  ws-blackout-path    PIC X(60) VALUE
           "mcp-https-cobol/config/blackout.dat".
       01  ws-blackout-fs      PIC XX VALUE "00".

       78  BLACKOUT-TABLE-MAX  VALUE 50.
       01  ws-blackout-count   BINARY-LONG VALUE 0.
       01  ws-blackout-table.
           05  ws-bw-entry OCCURS 50 TIMES.
               10  wbe-start       PIC X(16).
               10  wbe-end         PIC X(16).
               10  wbe-type        PIC X(1).
               10  wbe-jobs        PIC X(100).
               10  wbe-desc        PIC X(40).

       01  ws-blackout-work.
           05  wkw-start       PIC X(16).
           05  wkw-end         PIC X(16).
           05  wkw-type        PIC X(1).
           05  wkw-jobs        PIC X(100).
           05  wkw-desc        PIC X(40).
       01  ws-blackout-write-ok PIC X VALUE "Y".
           88  ws-blackout-file-written VALUE "Y".

       01  ws-trigger-path     PIC X(60) VALUE
           "mcp-https-cobol/config/file-triggers.dat".
       01  ws-trigger-fs       PIC XX VALUE "00".

       78  TRIGGER-TABLE-MAX   VALUE 50.
       01  ws-trigger-count    BINARY-LONG VALUE 0.
       01  ws-trigger-table.
           05  ws-ft-entry OCCURS 50 TIMES.
               10  wte-job         PIC X(20).
               10  wte-path        PIC X(80).
               10  wte-latest      PIC X(5).
               10  wte-hdr-tag     PIC X(10).
               10  wte-hdr-date-pos PIC 9(3).
               10  wte-trl-tag     PIC X(10).
               10  wte-cnt-pos     PIC 9(3).
               10  wte-cnt-len     PIC 9(2).
               10  wte-amt-pos     PIC 9(3).
               10  wte-amt-len     PIC 9(2).
               10  wte-dtl-amt-pos PIC 9(3).
               10  wte-dtl-amt-len PIC 9(2).
               10  wte-decimals    PIC 9(1).

       01  ws-trigger-work.
           05  wft-job         PIC X(20).
           05  wft-path        PIC X(80).
           05  wft-latest      PIC X(5).
           05  wft-hdr-tag     PIC X(10).
           05  wft-hdr-date-pos PIC 9(3).
           05  wft-trl-tag     PIC X(10).
           05  wft-cnt-pos     PIC 9(3).
           05  wft-cnt-len     PIC 9(2).
           05  wft-amt-pos     PIC 9(3).
           05  wft-amt-len     PIC 9(2).
           05  wft-dtl-amt-pos PIC 9(3).
           05  wft-dtl-amt-len PIC 9(2).
           05  wft-decimals    PIC 9(1).
       01  ws-trigger-write-ok PIC X VALUE "Y".
           88  ws-trigger-file-written VALUE "Y".
      *> One numeric trigger field at a time: the prompt, the current
      *> value (kept on Enter) and the most it may hold.
       01  ws-num-prompt       PIC X(40) VALUE SPACES.
       01  ws-num-value        PIC 9(3) VALUE 0.
       01  ws-num-max          PIC 9(3) VALUE 0.
      *> Trigger columns must fall inside the feed record
      *> inbound_file_check reads (400 bytes).
       78  FEED-RECORD-MAX     VALUE 400.

       01  ws-runbook-path     PIC X(60) VALUE
           "mcp-https-cobol/config/runbook.dat".
       01  ws-runbook-fs       PIC XX VALUE "00".

       78  RUNBOOK-TABLE-MAX   VALUE 50.
       01  ws-runbook-count    BINARY-LONG VALUE 0.
       01  ws-runbook-table.
           05  ws-rb-entry OCCURS 50 TIMES.
               10  wne-job         PIC X(20).
               10  wne-step        PIC X(3).
               10  wne-type        PIC X(8).
               10  wne-rerun-safe  PIC X(1).
               10  wne-restart-ok  PIC X(1).
               10  wne-contact     PIC X(40).
               10  wne-instr-1     PIC X(80).
               10  wne-instr-2     PIC X(80).

       01  ws-runbook-work.
           05  wnw-job         PIC X(20).
           05  wnw-step        PIC X(3).
           05  wnw-type        PIC X(8).
           05  wnw-rerun-safe  PIC X(1).
           05  wnw-restart-ok  PIC X(1).
           05  wnw-contact     PIC X(40).
           05  wnw-instr-1     PIC X(80).
           05  wnw-instr-2     PIC X(80).
       01  ws-runbook-write-ok PIC X VALUE "Y".
           88  ws-runbook-file-written VALUE "Y".
       01  ws-step-num         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MCP control-file maintenance".
           DISPLAY "2 - batch-control jobs (batch-control.dat)".
           DISPLAY "3 - processing calendar (proc-calendar.dat)".
           DISPLAY "4 - alert routing rules (alert-routes.dat)".
           DISPLAY "5 - blackout windows (blackout.dat)".
           DISPLAY "6 - inbound file triggers (file-triggers.dat)".
           DISPLAY "7 - runbook entries (runbook.dat)".
           DISPLAY "X - exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT ws-menu-choice.
                   PERFORM MAINTAIN-CALENDAR
               WHEN "4"
                   PERFORM MAINTAIN-ROUTES
               WHEN "5"
                   PERFORM MAINTAIN-BLACKOUTS
               WHEN "6"
                   PERFORM MAINTAIN-TRIGGERS
               WHEN "7"
                   PERFORM MAINTAIN-RUNBOOK
               WHEN "X"
                   SET ws-all-done TO TRUE
               WHEN OTHER
                   DISPLAY "Enter 1, 2, 3, 4, 5, 6, 7 or X."
           END-EVALUATE.
           EXIT.

                           MOVE tcr-param-type  TO tc-param-type(tc-idx)
                           MOVE tcr-rate-limit  TO tc-rate-limit(tc-idx)
                           MOVE tcr-daily-quota TO tc-daily-quota(tc-idx)
      *> Records written before the unit-rate column existed carry
      *> blanks there; they load as free until a rate is entered.
                           IF tcr-unit-rate NUMERIC THEN
                               MOVE tcr-unit-rate
                                 TO tc-unit-rate(tc-idx)
                           ELSE
                               MOVE 0 TO tc-unit-rate(tc-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE tc-param-type(ws-idx)  TO tcr-param-type
               MOVE tc-rate-limit(ws-idx)  TO tcr-rate-limit
               MOVE tc-daily-quota(ws-idx) TO tcr-daily-quota
               MOVE tc-unit-rate(ws-idx)   TO tcr-unit-rate
               WRITE tools-cfg-record
               IF ws-tools-cfg-fs NOT = "00" THEN
                   DISPLAY "Write failed at entry " ws-idx
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ws-tool-work.
           MOVE 0 TO wtw-param-type wtw-rate-limit wtw-daily-quota
                     wtw-unit-rate.

           PERFORM ENTER-TOOL-NAME.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTER-DAILY-QUOTA.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTER-UNIT-RATE.
           EXIT.

       ENTER-PARAM-TYPE.
           END-IF.
           EXIT.

       ENTER-UNIT-RATE.
      *> Chargeback price of one served call, up to 3 whole digits and
      *> 4 decimals; entered as a plain decimal (0.05), stored in the
      *> catalog with the decimal point implied.
           MOVE wtw-unit-rate TO ws-rate-disp.
           DISPLAY "Unit rate per call, 0 = free ["
                   FUNCTION TRIM(ws-rate-disp) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF TEST-NUMVAL(ws-input) = 0
                   AND NUMVAL(ws-input) >= 0
                   AND NUMVAL(ws-input) < 1000
                   AND NUMVAL(ws-input) * 10000 =
                       INTEGER(NUMVAL(ws-input) * 10000)
               COMPUTE wtw-unit-rate = NUMVAL(ws-input)
           ELSE
               DISPLAY "Unit rate must be 0-999.9999, at most 4"
                       " decimal places."
               MOVE "N" TO ws-field-valid
           END-IF.
           EXIT.

       SHOW-TOOL-WORK.
           DISPLAY " ".
           DISPLAY "Name:        " wtw-name.
           DISPLAY "Param type:  " wtw-param-type.
           DISPLAY "Calls/min:   " wtw-rate-limit.
           DISPLAY "Daily quota: " wtw-daily-quota.
           MOVE wtw-unit-rate TO ws-rate-disp.
           DISPLAY "Unit rate:   " FUNCTION TRIM(ws-rate-disp).
           EXIT.

       MOVE-WORK-TO-ENTRY.
           MOVE wtw-param-type  TO tc-param-type(ws-target-idx).
           MOVE wtw-rate-limit  TO tc-rate-limit(ws-target-idx).
           MOVE wtw-daily-quota TO tc-daily-quota(ws-target-idx).
           MOVE wtw-unit-rate   TO tc-unit-rate(ws-target-idx).
           EXIT.

       MOVE-ENTRY-TO-WORK.
           MOVE tc-param-type(ws-found-idx)  TO wtw-param-type.
           MOVE tc-rate-limit(ws-found-idx)  TO wtw-rate-limit.
           MOVE tc-daily-quota(ws-found-idx) TO wtw-daily-quota.
           MOVE tc-unit-rate(ws-found-idx)   TO wtw-unit-rate.
           EXIT.

      *> ----------------- batch-control maintenance ------------------
       ENTER-ROUTE-FIELDS.
           MOVE "Y" TO ws-field-valid.

           DISPLAY "Alert type (LATE/OVERRUN/ABEND/FORECAST/INBOUND"
                   " or *) [" FUNCTION TRIM(wrw-type) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:8)) TO wrw-type
           MOVE wrw-target  TO wre-target(ws-target-idx).
           EXIT.

      *> ----------------- blackout window maintenance ----------------

       MAINTAIN-BLACKOUTS.
           PERFORM LOAD-BLACKOUT-FILE.
           IF ws-blackout-fs NOT = "00" AND ws-blackout-fs NOT = "10"
                   AND ws-blackout-fs NOT = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ws-sub-done.
           PERFORM BLACKOUT-MENU UNTIL ws-section-done.
           EXIT.

       BLACKOUT-MENU.
           DISPLAY " ".
           DISPLAY "Blackout windows: L=list A=add C=change D=delete"
                   " X=back".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT ws-sub-choice.
           MOVE FUNCTION UPPER-CASE(ws-sub-choice) TO ws-sub-choice.
           EVALUATE ws-sub-choice
               WHEN "L"
                   PERFORM LIST-BLACKOUTS
               WHEN "A"
                   PERFORM ADD-BLACKOUT
               WHEN "C"
                   PERFORM CHANGE-BLACKOUT
               WHEN "D"
                   PERFORM DELETE-BLACKOUT
               WHEN "X"
                   SET ws-section-done TO TRUE
               WHEN OTHER
                   DISPLAY "Enter L, A, C, D or X."
           END-EVALUATE.
           EXIT.

       LOAD-BLACKOUT-FILE.
           MOVE 0 TO ws-blackout-count.
           OPEN INPUT blackout-file.
           IF ws-blackout-fs = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-blackout-fs NOT = "00" THEN
               DISPLAY "Cannot open blackout windows, status "
                       ws-blackout-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-blackout-fs NOT = "00"
               READ blackout-file
                   AT END
                       MOVE "10" TO ws-blackout-fs
                   NOT AT END
                       IF BW-START NOT = SPACES
                               AND ws-blackout-count
                                   < BLACKOUT-TABLE-MAX THEN
                           ADD 1 TO ws-blackout-count
                           MOVE BLACKOUT-RECORD
                               TO ws-bw-entry(ws-blackout-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE blackout-file.
           EXIT.

       REWRITE-BLACKOUT-FILE.
      *> Whole-file rewrite from the table, same contract as
      *> REWRITE-TOOL-FILE: on any failure the table is reloaded from
      *> disk and the caller skips its audit record.
           MOVE "Y" TO ws-blackout-write-ok.
           OPEN OUTPUT blackout-file.
           IF ws-blackout-fs NOT = "00" THEN
               DISPLAY "Cannot rewrite blackout windows, status "
                       ws-blackout-fs "; change NOT applied"
               MOVE "N" TO ws-blackout-write-ok
               PERFORM LOAD-BLACKOUT-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-blackout-count
                      OR NOT ws-blackout-file-written
               MOVE wbe-start(ws-idx) TO BW-START
               MOVE wbe-end(ws-idx)   TO BW-END
               MOVE wbe-type(ws-idx)  TO BW-TYPE
               MOVE wbe-jobs(ws-idx)  TO BW-JOBS
               MOVE wbe-desc(ws-idx)  TO BW-DESC
               WRITE BLACKOUT-RECORD
               IF ws-blackout-fs NOT = "00" THEN
                   DISPLAY "Write failed at entry " ws-idx
                           ", status " ws-blackout-fs
                           "; blackout file may be incomplete"
                   MOVE "N" TO ws-blackout-write-ok
               END-IF
           END-PERFORM.
           CLOSE blackout-file.
           IF NOT ws-blackout-file-written THEN
               PERFORM LOAD-BLACKOUT-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Blackout windows written (" ws-blackout-count
                   " windows).".
           EXIT.

       LIST-BLACKOUTS.
           DISPLAY " ".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-blackout-count
               DISPLAY ws-idx ": " wbe-start(ws-idx) " to "
                       wbe-end(ws-idx) " " wbe-type(ws-idx) " "
                       FUNCTION TRIM(wbe-desc(ws-idx))
               DISPLAY "      jobs: " FUNCTION TRIM(wbe-jobs(ws-idx))
           END-PERFORM.
           IF ws-blackout-count = 0 THEN
               DISPLAY "(no blackout windows)"
           END-IF.
           EXIT.

       ADD-BLACKOUT.
           IF ws-blackout-count >= BLACKOUT-TABLE-MAX THEN
               DISPLAY "Blackout file is full (" BLACKOUT-TABLE-MAX
                       " windows)."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ws-blackout-work.
           MOVE "M" TO wkw-type.
           MOVE "*" TO wkw-jobs.

           PERFORM ENTER-BLACKOUT-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-BLACKOUT-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Add abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-blackout-count.
           MOVE ws-blackout-work TO ws-bw-entry(ws-blackout-count).
           PERFORM REWRITE-BLACKOUT-FILE.
           IF NOT ws-blackout-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "BLACKOUT"  TO ws-audit-file.
           MOVE "ADD"       TO ws-audit-action.
           MOVE wkw-start   TO ws-audit-key.
           MOVE SPACES      TO ws-before-image.
           MOVE ws-blackout-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       CHANGE-BLACKOUT.
           PERFORM FIND-BLACKOUT-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-bw-entry(ws-found-idx) TO ws-blackout-work.
           MOVE ws-blackout-work TO ws-before-image.
           DISPLAY "Enter new values; press Enter to keep the current"
                   " value shown.".
           PERFORM ENTER-BLACKOUT-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-BLACKOUT-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Change abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-blackout-work TO ws-bw-entry(ws-found-idx).
           PERFORM REWRITE-BLACKOUT-FILE.
           IF NOT ws-blackout-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "BLACKOUT"  TO ws-audit-file.
           MOVE "CHANGE"    TO ws-audit-action.
           MOVE wkw-start   TO ws-audit-key.
           MOVE ws-blackout-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       DELETE-BLACKOUT.
           PERFORM FIND-BLACKOUT-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-bw-entry(ws-found-idx) TO ws-blackout-work.
           MOVE ws-blackout-work TO ws-before-image.
           PERFORM SHOW-BLACKOUT-WORK.
           DISPLAY "Delete this window?".
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Delete abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ws-idx FROM ws-found-idx BY 1
                   UNTIL ws-idx >= ws-blackout-count
               MOVE ws-bw-entry(ws-idx + 1) TO ws-bw-entry(ws-idx)
           END-PERFORM.
           SUBTRACT 1 FROM ws-blackout-count.
           PERFORM REWRITE-BLACKOUT-FILE.
           IF NOT ws-blackout-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "BLACKOUT"  TO ws-audit-file.
           MOVE "DELETE"    TO ws-audit-action.
           MOVE wkw-start   TO ws-audit-key.
           MOVE SPACES      TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       FIND-BLACKOUT-ENTRY.
      *> Windows may share a start time (a freeze for some jobs and a
      *> patch window for the rest), so change and delete go by the
      *> entry number the L listing shows, as for routing rules.
           PERFORM LIST-BLACKOUTS.
           IF ws-blackout-count = 0 THEN
               MOVE 0 TO ws-found-idx
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Entry number: " WITH NO ADVANCING.
           ACCEPT ws-input.
           MOVE 0 TO ws-found-idx.
           IF FUNCTION TRIM(ws-input) NUMERIC THEN
               COMPUTE ws-found-idx = NUMVAL(ws-input)
           END-IF.
           IF ws-found-idx < 1 OR ws-found-idx > ws-blackout-count THEN
               DISPLAY "No such entry."
               MOVE 0 TO ws-found-idx
           END-IF.
           EXIT.

       ENTER-BLACKOUT-FIELDS.
           MOVE "Y" TO ws-field-valid.

           DISPLAY "Start YYYY-MM-DD-HH.MM [" wkw-start "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:16) TO wkw-start
           END-IF.
           MOVE SPACES TO ws-ts-text.
           STRING wkw-start ".00" DELIMITED BY SIZE INTO ws-ts-text.
           PERFORM VALIDATE-TIMESTAMP.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "End (first minute free again) YYYY-MM-DD-HH.MM ["
                   wkw-end "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:16) TO wkw-end
           END-IF.
           MOVE SPACES TO ws-ts-text.
           STRING wkw-end ".00" DELIMITED BY SIZE INTO ws-ts-text.
           PERFORM VALIDATE-TIMESTAMP.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           IF wkw-end NOT > wkw-start THEN
               DISPLAY "End must be after start."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Type (F=hard freeze, M=maintenance) [" wkw-type
                   "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:1)) TO wkw-type
           END-IF.
           IF wkw-type NOT = "F" AND wkw-type NOT = "M" THEN
               DISPLAY "Type must be F or M."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Jobs (* or NAME,NAME,...) ["
                   FUNCTION TRIM(wkw-jobs) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-input))
                   TO wkw-jobs
           END-IF.
           PERFORM SQUEEZE-BLACKOUT-JOBS.
           IF wkw-jobs = SPACES THEN
               DISPLAY "Name the jobs covered, or * for all."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.
      *> An empty name ("A,,B", a leading or trailing comma) is a
      *> typo that would leave the intended job uncovered.
           MOVE 0 TO ws-jobs-empty.
           INSPECT wkw-jobs TALLYING ws-jobs-empty FOR ALL ",,".
           IF ws-jobs-empty > 0 OR wkw-jobs(1:1) = ","
                   OR wkw-jobs(ws-jobs-out-idx:1) = "," THEN
               DISPLAY "Job list has an empty name; separate the"
                       " names with single commas."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reason [" FUNCTION TRIM(wkw-desc) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:40) TO wkw-desc
           END-IF.
           EXIT.

       SQUEEZE-BLACKOUT-JOBS.
           MOVE SPACES TO ws-jobs-squeezed.
           MOVE 0 TO ws-jobs-out-idx.
           PERFORM VARYING ws-jobs-idx FROM 1 BY 1
                   UNTIL ws-jobs-idx > LENGTH(wkw-jobs)
               IF wkw-jobs(ws-jobs-idx:1) NOT = SPACE THEN
                   ADD 1 TO ws-jobs-out-idx
                   MOVE wkw-jobs(ws-jobs-idx:1)
                     TO ws-jobs-squeezed(ws-jobs-out-idx:1)
               END-IF
           END-PERFORM.
           MOVE ws-jobs-squeezed TO wkw-jobs.
           EXIT.

       SHOW-BLACKOUT-WORK.
           DISPLAY " ".
           DISPLAY "Start:  " wkw-start.
           DISPLAY "End:    " wkw-end.
           DISPLAY "Type:   " wkw-type.
           DISPLAY "Jobs:   " FUNCTION TRIM(wkw-jobs).
           DISPLAY "Reason: " FUNCTION TRIM(wkw-desc).
           EXIT.

      *> ----------------- inbound file trigger maintenance -----------

       MAINTAIN-TRIGGERS.
           PERFORM LOAD-TRIGGER-FILE.
           IF ws-trigger-fs NOT = "00" AND ws-trigger-fs NOT = "10"
                   AND ws-trigger-fs NOT = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ws-sub-done.
           PERFORM TRIGGER-MENU UNTIL ws-section-done.
           EXIT.

       TRIGGER-MENU.
           DISPLAY " ".
           DISPLAY "File triggers: L=list A=add C=change D=delete"
                   " X=back".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT ws-sub-choice.
           MOVE FUNCTION UPPER-CASE(ws-sub-choice) TO ws-sub-choice.
           EVALUATE ws-sub-choice
               WHEN "L"
                   PERFORM LIST-TRIGGERS
               WHEN "A"
                   PERFORM ADD-TRIGGER
               WHEN "C"
                   PERFORM CHANGE-TRIGGER
               WHEN "D"
                   PERFORM DELETE-TRIGGER
               WHEN "X"
                   SET ws-section-done TO TRUE
               WHEN OTHER
                   DISPLAY "Enter L, A, C, D or X."
           END-EVALUATE.
           EXIT.

       LOAD-TRIGGER-FILE.
           MOVE 0 TO ws-trigger-count.
           OPEN INPUT trigger-file.
           IF ws-trigger-fs = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-trigger-fs NOT = "00" THEN
               DISPLAY "Cannot open file triggers, status "
                       ws-trigger-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-trigger-fs NOT = "00"
               READ trigger-file
                   AT END
                       MOVE "10" TO ws-trigger-fs
                   NOT AT END
                       IF FT-JOB-NAME NOT = SPACES
                               AND ws-trigger-count
                                   < TRIGGER-TABLE-MAX THEN
                           ADD 1 TO ws-trigger-count
                           MOVE FILE-TRIGGER-RECORD
                               TO ws-ft-entry(ws-trigger-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE trigger-file.
           EXIT.

       REWRITE-TRIGGER-FILE.
      *> Whole-file rewrite from the table, same contract as
      *> REWRITE-TOOL-FILE: on any failure the table is reloaded from
      *> disk and the caller skips its audit record.
           MOVE "Y" TO ws-trigger-write-ok.
           OPEN OUTPUT trigger-file.
           IF ws-trigger-fs NOT = "00" THEN
               DISPLAY "Cannot rewrite file triggers, status "
                       ws-trigger-fs "; change NOT applied"
               MOVE "N" TO ws-trigger-write-ok
               PERFORM LOAD-TRIGGER-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-trigger-count
                      OR NOT ws-trigger-file-written
               MOVE wte-job(ws-idx)         TO FT-JOB-NAME
               MOVE wte-path(ws-idx)        TO FT-PATH-PATTERN
               MOVE wte-latest(ws-idx)      TO FT-LATEST-ARRIVAL
               MOVE wte-hdr-tag(ws-idx)     TO FT-HEADER-TAG
               MOVE wte-hdr-date-pos(ws-idx) TO FT-HDR-DATE-POS
               MOVE wte-trl-tag(ws-idx)     TO FT-TRAILER-TAG
               MOVE wte-cnt-pos(ws-idx)     TO FT-CNT-POS
               MOVE wte-cnt-len(ws-idx)     TO FT-CNT-LEN
               MOVE wte-amt-pos(ws-idx)     TO FT-AMT-POS
               MOVE wte-amt-len(ws-idx)     TO FT-AMT-LEN
               MOVE wte-dtl-amt-pos(ws-idx) TO FT-DTL-AMT-POS
               MOVE wte-dtl-amt-len(ws-idx) TO FT-DTL-AMT-LEN
               MOVE wte-decimals(ws-idx)    TO FT-AMT-DECIMALS
               WRITE FILE-TRIGGER-RECORD
               IF ws-trigger-fs NOT = "00" THEN
                   DISPLAY "Write failed at entry " ws-idx
                           ", status " ws-trigger-fs
                           "; trigger file may be incomplete"
                   MOVE "N" TO ws-trigger-write-ok
               END-IF
           END-PERFORM.
           CLOSE trigger-file.
           IF NOT ws-trigger-file-written THEN
               PERFORM LOAD-TRIGGER-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "File triggers written (" ws-trigger-count
                   " feeds).".
           EXIT.

       LIST-TRIGGERS.
           DISPLAY " ".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-trigger-count
               DISPLAY ws-idx ": " wte-job(ws-idx) " by "
                       wte-latest(ws-idx) " "
                       FUNCTION TRIM(wte-path(ws-idx))
           END-PERFORM.
           IF ws-trigger-count = 0 THEN
               DISPLAY "(no file triggers)"
           END-IF.
           EXIT.

       ADD-TRIGGER.
           IF ws-trigger-count >= TRIGGER-TABLE-MAX THEN
               DISPLAY "Trigger file is full (" TRIGGER-TABLE-MAX
                       " feeds)."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ws-trigger-work.
           MOVE 0 TO wft-hdr-date-pos wft-cnt-pos wft-cnt-len
                     wft-amt-pos wft-amt-len wft-dtl-amt-pos
                     wft-dtl-amt-len wft-decimals.

           PERFORM ENTER-TRIGGER-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-TRIGGER-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Add abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-trigger-count.
           MOVE ws-trigger-work TO ws-ft-entry(ws-trigger-count).
           PERFORM REWRITE-TRIGGER-FILE.
           IF NOT ws-trigger-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "TRIGGERS"  TO ws-audit-file.
           MOVE "ADD"       TO ws-audit-action.
           MOVE wft-job     TO ws-audit-key.
           MOVE SPACES      TO ws-before-image.
           MOVE ws-trigger-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       CHANGE-TRIGGER.
           PERFORM FIND-TRIGGER-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-ft-entry(ws-found-idx) TO ws-trigger-work.
           MOVE ws-trigger-work TO ws-before-image.
           DISPLAY "Enter new values; press Enter to keep the current"
                   " value shown.".
           PERFORM ENTER-TRIGGER-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-TRIGGER-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Change abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-trigger-work TO ws-ft-entry(ws-found-idx).
           PERFORM REWRITE-TRIGGER-FILE.
           IF NOT ws-trigger-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "TRIGGERS"  TO ws-audit-file.
           MOVE "CHANGE"    TO ws-audit-action.
           MOVE wft-job     TO ws-audit-key.
           MOVE ws-trigger-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       DELETE-TRIGGER.
           PERFORM FIND-TRIGGER-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-ft-entry(ws-found-idx) TO ws-trigger-work.
           MOVE ws-trigger-work TO ws-before-image.
           PERFORM SHOW-TRIGGER-WORK.
           DISPLAY "Delete this trigger?".
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Delete abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ws-idx FROM ws-found-idx BY 1
                   UNTIL ws-idx >= ws-trigger-count
               MOVE ws-ft-entry(ws-idx + 1) TO ws-ft-entry(ws-idx)
           END-PERFORM.
           SUBTRACT 1 FROM ws-trigger-count.
           PERFORM REWRITE-TRIGGER-FILE.
           IF NOT ws-trigger-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "TRIGGERS"  TO ws-audit-file.
           MOVE "DELETE"    TO ws-audit-action.
           MOVE wft-job     TO ws-audit-key.
           MOVE SPACES      TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       FIND-TRIGGER-ENTRY.
      *> A job may wait for several feeds, so change and delete go by
      *> the entry number the L listing shows, as for routing rules.
           PERFORM LIST-TRIGGERS.
           IF ws-trigger-count = 0 THEN
               MOVE 0 TO ws-found-idx
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Entry number: " WITH NO ADVANCING.
           ACCEPT ws-input.
           MOVE 0 TO ws-found-idx.
           IF FUNCTION TRIM(ws-input) NUMERIC THEN
               COMPUTE ws-found-idx = NUMVAL(ws-input)
           END-IF.
           IF ws-found-idx < 1 OR ws-found-idx > ws-trigger-count THEN
               DISPLAY "No such entry."
               MOVE 0 TO ws-found-idx
           END-IF.
           EXIT.

       ENTER-TRIGGER-FIELDS.
           MOVE "Y" TO ws-field-valid.

           DISPLAY "Job name [" FUNCTION TRIM(wft-job) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:20)) TO wft-job
           END-IF.
           IF wft-job = SPACES THEN
               DISPLAY "A job name is required."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Feed path, {DATE} = business date ["
                   FUNCTION TRIM(wft-path) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input TO wft-path
           END-IF.
           IF wft-path = SPACES THEN
               DISPLAY "A feed path is required."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Latest arrival HH.MM [" wft-latest "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:5) TO wft-latest
           END-IF.
           IF wft-latest(1:2) NOT NUMERIC OR wft-latest(3:1) NOT = "."
                   OR wft-latest(4:2) NOT NUMERIC
                   OR wft-latest(1:2) > "23" OR wft-latest(4:2) > "59"
               DISPLAY "Latest arrival must be HH.MM."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Header tag, - = no header ["
                   FUNCTION TRIM(wft-hdr-tag) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:10) TO wft-hdr-tag
           END-IF.
           IF FUNCTION TRIM(ws-input) = "-" THEN
               MOVE SPACES TO wft-hdr-tag
           END-IF.
           IF wft-hdr-tag = SPACES THEN
               MOVE 0 TO wft-hdr-date-pos
           ELSE
               MOVE "Header date column, 0 = none"
                   TO ws-num-prompt
               MOVE wft-hdr-date-pos TO ws-num-value
               COMPUTE ws-num-max = FEED-RECORD-MAX - 7
               PERFORM ENTER-TRIGGER-NUMBER
               MOVE ws-num-value TO wft-hdr-date-pos
               IF NOT ws-entry-valid THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Trailer tag [" FUNCTION TRIM(wft-trl-tag) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:10) TO wft-trl-tag
           END-IF.
           IF wft-trl-tag = SPACES THEN
               DISPLAY "A trailer tag is required; it is how a"
                       " complete feed is told from a partial one."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           MOVE "Trailer record-count column" TO ws-num-prompt.
           MOVE wft-cnt-pos TO ws-num-value.
           MOVE FEED-RECORD-MAX TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-cnt-pos.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Trailer record-count length" TO ws-num-prompt.
           MOVE wft-cnt-len TO ws-num-value.
           MOVE 9 TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-cnt-len.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           IF wft-cnt-pos = 0 OR wft-cnt-len = 0
                   OR wft-cnt-pos + wft-cnt-len - 1 > FEED-RECORD-MAX
               DISPLAY "The trailer record count must be inside the"
                       " record."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           MOVE "Trailer amount length, 0 = none" TO ws-num-prompt.
           MOVE wft-amt-len TO ws-num-value.
           MOVE 18 TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-amt-len.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           IF wft-amt-len = 0 THEN
               MOVE 0 TO wft-amt-pos wft-dtl-amt-pos wft-dtl-amt-len
                         wft-decimals
               EXIT PARAGRAPH
           END-IF.
           MOVE "Trailer amount column" TO ws-num-prompt.
           MOVE wft-amt-pos TO ws-num-value.
           MOVE FEED-RECORD-MAX TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-amt-pos.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Detail amount column" TO ws-num-prompt.
           MOVE wft-dtl-amt-pos TO ws-num-value.
           MOVE FEED-RECORD-MAX TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-dtl-amt-pos.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Detail amount length" TO ws-num-prompt.
           MOVE wft-dtl-amt-len TO ws-num-value.
           MOVE 18 TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-dtl-amt-len.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Implied decimal places" TO ws-num-prompt.
           MOVE wft-decimals TO ws-num-value.
           MOVE 6 TO ws-num-max.
           PERFORM ENTER-TRIGGER-NUMBER.
           MOVE ws-num-value TO wft-decimals.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.
           IF wft-amt-pos = 0 OR wft-dtl-amt-pos = 0
                   OR wft-dtl-amt-len = 0
                   OR wft-amt-pos + wft-amt-len - 1 > FEED-RECORD-MAX
                   OR wft-dtl-amt-pos + wft-dtl-amt-len - 1
                      > FEED-RECORD-MAX
               DISPLAY "Both amounts must be inside the record."
               MOVE "N" TO ws-field-valid
           END-IF.
           EXIT.

       ENTER-TRIGGER-NUMBER.
           DISPLAY FUNCTION TRIM(ws-num-prompt) " [" ws-num-value
                   "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ws-input) NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(ws-input)) <= 3
                   AND NUMVAL(ws-input) <= ws-num-max
               COMPUTE ws-num-value = NUMVAL(ws-input)
           ELSE
               DISPLAY FUNCTION TRIM(ws-num-prompt) " must be 0-"
                       ws-num-max "."
               MOVE "N" TO ws-field-valid
           END-IF.
           EXIT.

       SHOW-TRIGGER-WORK.
           DISPLAY " ".
           DISPLAY "Job:            " FUNCTION TRIM(wft-job).
           DISPLAY "Feed path:      " FUNCTION TRIM(wft-path).
           DISPLAY "Latest arrival: " wft-latest.
           DISPLAY "Header:         " wft-hdr-tag " date column "
                   wft-hdr-date-pos.
           DISPLAY "Trailer:        " wft-trl-tag " count "
                   wft-cnt-pos "/" wft-cnt-len " amount "
                   wft-amt-pos "/" wft-amt-len.
           DISPLAY "Detail amount:  " wft-dtl-amt-pos "/"
                   wft-dtl-amt-len " decimals " wft-decimals.
           EXIT.

      *> ----------------- runbook entry maintenance -------------------

       MAINTAIN-RUNBOOK.
           PERFORM LOAD-RUNBOOK-FILE.
           IF ws-runbook-fs NOT = "00" AND ws-runbook-fs NOT = "10"
                   AND ws-runbook-fs NOT = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ws-sub-done.
           PERFORM RUNBOOK-MENU UNTIL ws-section-done.
           EXIT.

       RUNBOOK-MENU.
           DISPLAY " ".
           DISPLAY "Runbook entries: L=list A=add C=change D=delete"
                   " X=back".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT ws-sub-choice.
           MOVE FUNCTION UPPER-CASE(ws-sub-choice) TO ws-sub-choice.
           EVALUATE ws-sub-choice
               WHEN "L"
                   PERFORM LIST-RUNBOOK
               WHEN "A"
                   PERFORM ADD-RUNBOOK
               WHEN "C"
                   PERFORM CHANGE-RUNBOOK
               WHEN "D"
                   PERFORM DELETE-RUNBOOK
               WHEN "X"
                   SET ws-section-done TO TRUE
               WHEN OTHER
                   DISPLAY "Enter L, A, C, D or X."
           END-EVALUATE.
           EXIT.

       LOAD-RUNBOOK-FILE.
           MOVE 0 TO ws-runbook-count.
           OPEN INPUT runbook-file.
           IF ws-runbook-fs = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF ws-runbook-fs NOT = "00" THEN
               DISPLAY "Cannot open runbook entries, status "
                       ws-runbook-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-runbook-fs NOT = "00"
               READ runbook-file
                   AT END
                       MOVE "10" TO ws-runbook-fs
                   NOT AT END
                       IF RB-JOB-NAME NOT = SPACES
                               AND ws-runbook-count
                                   < RUNBOOK-TABLE-MAX THEN
                           ADD 1 TO ws-runbook-count
                           MOVE RUNBOOK-RECORD
                               TO ws-rb-entry(ws-runbook-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE runbook-file.
           EXIT.

       REWRITE-RUNBOOK-FILE.
      *> Whole-file rewrite from the table, same contract as
      *> REWRITE-TOOL-FILE: on any failure the table is reloaded from
      *> disk and the caller skips its audit record.
           MOVE "Y" TO ws-runbook-write-ok.
           OPEN OUTPUT runbook-file.
           IF ws-runbook-fs NOT = "00" THEN
               DISPLAY "Cannot rewrite runbook entries, status "
                       ws-runbook-fs "; change NOT applied"
               MOVE "N" TO ws-runbook-write-ok
               PERFORM LOAD-RUNBOOK-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-runbook-count
                      OR NOT ws-runbook-file-written
               MOVE wne-job(ws-idx)        TO RB-JOB-NAME
               MOVE wne-step(ws-idx)       TO RB-STEP
               MOVE wne-type(ws-idx)       TO RB-ALERT-TYPE
               MOVE wne-rerun-safe(ws-idx) TO RB-RERUN-SAFE
               MOVE wne-restart-ok(ws-idx) TO RB-RESTART-OK
               MOVE wne-contact(ws-idx)    TO RB-CONTACT
               MOVE wne-instr-1(ws-idx)    TO RB-INSTRUCTIONS-1
               MOVE wne-instr-2(ws-idx)    TO RB-INSTRUCTIONS-2
               WRITE RUNBOOK-RECORD
               IF ws-runbook-fs NOT = "00" THEN
                   DISPLAY "Write failed at entry " ws-idx
                           ", status " ws-runbook-fs
                           "; runbook file may be incomplete"
                   MOVE "N" TO ws-runbook-write-ok
               END-IF
           END-PERFORM.
           CLOSE runbook-file.
           IF NOT ws-runbook-file-written THEN
               PERFORM LOAD-RUNBOOK-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Runbook entries written (" ws-runbook-count
                   " entries).".
           EXIT.

       LIST-RUNBOOK.
           DISPLAY " ".
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-runbook-count
               DISPLAY ws-idx ": " wne-job(ws-idx) " step "
                       wne-step(ws-idx) " " wne-type(ws-idx)
                       " rerun=" wne-rerun-safe(ws-idx)
                       " restart=" wne-restart-ok(ws-idx) " "
                       FUNCTION TRIM(wne-contact(ws-idx))
               DISPLAY "      " FUNCTION TRIM(wne-instr-1(ws-idx))
           END-PERFORM.
           IF ws-runbook-count = 0 THEN
               DISPLAY "(no runbook entries)"
           END-IF.
           EXIT.

       ADD-RUNBOOK.
           IF ws-runbook-count >= RUNBOOK-TABLE-MAX THEN
               DISPLAY "Runbook file is full (" RUNBOOK-TABLE-MAX
                       " entries)."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ws-runbook-work.
           MOVE "*" TO wnw-step wnw-type.
           MOVE "Y" TO wnw-rerun-safe wnw-restart-ok.
           MOVE 0 TO ws-found-idx.

           PERFORM ENTER-RUNBOOK-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-RUNBOOK-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Add abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-runbook-count.
           MOVE ws-runbook-work TO ws-rb-entry(ws-runbook-count).
           PERFORM REWRITE-RUNBOOK-FILE.
           IF NOT ws-runbook-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "RUNBOOK"   TO ws-audit-file.
           MOVE "ADD"       TO ws-audit-action.
           MOVE wnw-job     TO ws-audit-key.
           MOVE SPACES      TO ws-before-image.
           MOVE ws-runbook-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       CHANGE-RUNBOOK.
           PERFORM FIND-RUNBOOK-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-rb-entry(ws-found-idx) TO ws-runbook-work.
           MOVE ws-runbook-work TO ws-before-image.
           DISPLAY "Enter new values; press Enter to keep the current"
                   " value shown.".
           PERFORM ENTER-RUNBOOK-FIELDS.
           IF NOT ws-entry-valid THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SHOW-RUNBOOK-WORK.
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Change abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-runbook-work TO ws-rb-entry(ws-found-idx).
           PERFORM REWRITE-RUNBOOK-FILE.
           IF NOT ws-runbook-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "RUNBOOK"   TO ws-audit-file.
           MOVE "CHANGE"    TO ws-audit-action.
           MOVE wnw-job     TO ws-audit-key.
           MOVE ws-runbook-work TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       DELETE-RUNBOOK.
           PERFORM FIND-RUNBOOK-ENTRY.
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-rb-entry(ws-found-idx) TO ws-runbook-work.
           MOVE ws-runbook-work TO ws-before-image.
           PERFORM SHOW-RUNBOOK-WORK.
           DISPLAY "Delete this entry?".
           PERFORM CONFIRM-CHANGE.
           IF ws-confirm NOT = "Y" THEN
               DISPLAY "Delete abandoned, nothing written."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ws-idx FROM ws-found-idx BY 1
                   UNTIL ws-idx >= ws-runbook-count
               MOVE ws-rb-entry(ws-idx + 1) TO ws-rb-entry(ws-idx)
           END-PERFORM.
           SUBTRACT 1 FROM ws-runbook-count.
           PERFORM REWRITE-RUNBOOK-FILE.
           IF NOT ws-runbook-file-written THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "RUNBOOK"   TO ws-audit-file.
           MOVE "DELETE"    TO ws-audit-action.
           MOVE wnw-job     TO ws-audit-key.
           MOVE SPACES      TO ws-after-image.
           PERFORM WRITE-MAINT-AUDIT.
           EXIT.

       FIND-RUNBOOK-ENTRY.
      *> A job has a whole-job entry and any number of step entries,
      *> so change and delete go by the entry number the L listing
      *> shows, as for routing rules.
           PERFORM LIST-RUNBOOK.
           IF ws-runbook-count = 0 THEN
               MOVE 0 TO ws-found-idx
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Entry number: " WITH NO ADVANCING.
           ACCEPT ws-input.
           MOVE 0 TO ws-found-idx.
           IF FUNCTION TRIM(ws-input) NUMERIC THEN
               COMPUTE ws-found-idx = NUMVAL(ws-input)
           END-IF.
           IF ws-found-idx < 1 OR ws-found-idx > ws-runbook-count THEN
               DISPLAY "No such entry."
               MOVE 0 TO ws-found-idx
           END-IF.
           EXIT.

       ENTER-RUNBOOK-FIELDS.
      *> ws-found-idx is the entry being changed (0 on an add), so the
      *> duplicate check at the end skips the entry itself.
           MOVE "Y" TO ws-field-valid.

           DISPLAY "Job name [" FUNCTION TRIM(wnw-job) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:20)) TO wnw-job
           END-IF.
           IF wnw-job = SPACES THEN
               DISPLAY "A job name is required."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Step number, * = whole job [" wnw-step "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               IF FUNCTION TRIM(ws-input) = "*" THEN
                   MOVE "*" TO wnw-step
               ELSE
                   IF FUNCTION TRIM(ws-input) NUMERIC
                           AND FUNCTION LENGTH(FUNCTION TRIM(ws-input))
                               <= 3
                           AND NUMVAL(ws-input) > 0
                       COMPUTE ws-step-num = NUMVAL(ws-input)
                       MOVE ws-step-num TO wnw-step
                   ELSE
                       DISPLAY "Step must be * or a step number"
                               " 1-999."
                       MOVE "N" TO ws-field-valid
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Alert type (LATE/OVERRUN/ABEND/FORECAST/INBOUND"
                   " or *) [" FUNCTION TRIM(wnw-type) "]: "
                   WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-input))
                   TO wnw-type
           END-IF.
           IF wnw-type NOT = "*" AND wnw-type NOT = "LATE"
                   AND wnw-type NOT = "OVERRUN"
                   AND wnw-type NOT = "ABEND"
                   AND wnw-type NOT = "FORECAST"
                   AND wnw-type NOT = "INBOUND"
               DISPLAY "Alert type must be LATE, OVERRUN, ABEND,"
                       " FORECAST, INBOUND or *."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Safe to rerun the job (Y/N) [" wnw-rerun-safe
                   "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:1))
                   TO wnw-rerun-safe
           END-IF.
           IF wnw-rerun-safe NOT = "Y" AND wnw-rerun-safe NOT = "N"
               DISPLAY "Rerun safe must be Y or N."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Restart allowed from this step (Y/N) ["
                   wnw-restart-ok "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-input(1:1))
                   TO wnw-restart-ok
           END-IF.
           IF wnw-restart-ok NOT = "Y" AND wnw-restart-ok NOT = "N"
               DISPLAY "Restart allowed must be Y or N."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Who to call, - = nobody ["
                   FUNCTION TRIM(wnw-contact) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input(1:40) TO wnw-contact
           END-IF.
           IF FUNCTION TRIM(ws-input) = "-" THEN
               MOVE SPACES TO wnw-contact
           END-IF.

           DISPLAY "Recovery instructions, line 1 ["
                   FUNCTION TRIM(wnw-instr-1) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input TO wnw-instr-1
           END-IF.
           IF wnw-instr-1 = SPACES THEN
               DISPLAY "Recovery instructions are required."
               MOVE "N" TO ws-field-valid
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Recovery instructions, line 2, - = none ["
                   FUNCTION TRIM(wnw-instr-2) "]: " WITH NO ADVANCING.
           ACCEPT ws-input.
           IF ws-input NOT = SPACES THEN
               MOVE ws-input TO wnw-instr-2
           END-IF.
           IF FUNCTION TRIM(ws-input) = "-" THEN
               MOVE SPACES TO wnw-instr-2
           END-IF.

      *> runbook_lookup takes the first of two equal entries, so a
      *> second one for the same job, step and type would never be
      *> read.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-runbook-count
                      OR NOT ws-entry-valid
               IF ws-idx NOT = ws-found-idx
                       AND wne-job(ws-idx) = wnw-job
                       AND wne-step(ws-idx) = wnw-step
                       AND wne-type(ws-idx) = wnw-type
                   DISPLAY "Entry " ws-idx " already covers this job,"
                           " step and alert type."
                   MOVE "N" TO ws-field-valid
               END-IF
           END-PERFORM.
           EXIT.

       SHOW-RUNBOOK-WORK.
           DISPLAY " ".
           DISPLAY "Job:          " FUNCTION TRIM(wnw-job).
           DISPLAY "Step:         " wnw-step.
           DISPLAY "Alert type:   " FUNCTION TRIM(wnw-type).
           DISPLAY "Rerun safe:   " wnw-rerun-safe.
           DISPLAY "Restart OK:   " wnw-restart-ok.
           DISPLAY "Contact:      " FUNCTION TRIM(wnw-contact).
           DISPLAY "Instructions: " FUNCTION TRIM(wnw-instr-1).
           IF wnw-instr-2 NOT = SPACES THEN
               DISPLAY "              " FUNCTION TRIM(wnw-instr-2)
           END-IF.
           EXIT.

      *> ----------------- shared confirm and audit -------------------

       CONFIRM-CHANGE.
           DISPLAY "Write this change? (Y/N): " WITH NO ADVANCING.
           ACCEPT ws-confirm.
           MOVE FUNCTION UPPER-CASE(ws-confirm) TO ws-confirm.
           EXIT.

       WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           STRING ws-now(1:4)  "-" ws-now(5:2) "-" ws-now(7:2) " "
                  ws-now(9:2)  ":" ws-now(11:2) ":" ws-now(13:2)
             DELIMITED BY SIZE INTO ws-timestamp.

           OPEN EXTEND maint-audit-file.
           IF ws-maint-fs NOT = "00" THEN
               OPEN OUTPUT maint-audit-file
           END-IF.
           IF ws-maint-fs NOT = "00" THEN
               DISPLAY "Warning: cannot write maintenance audit,"
                       " status " ws-maint-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-timestamp    TO MA-TIMESTAMP.
           MOVE ws-operator     TO MA-OPERATOR.
           MOVE ws-audit-file   TO MA-FILE.
           MOVE ws-audit-action TO MA-ACTION.
           MOVE ws-audit-key    TO MA-KEY.
           MOVE ws-before-image TO MA-BEFORE-IMAGE.
           MOVE ws-after-image  TO MA-AFTER-IMAGE.

      *> Chain the record to the previous one; no chain head yet
      *> means this record starts the chain.
           MOVE "00" TO ws-maint-chain-fs.
           OPEN INPUT maint-chain-file.
           IF ws-maint-chain-fs = "00" THEN
               READ maint-chain-file
                   AT END
                       MOVE "10" TO ws-maint-chain-fs
               END-READ
               CLOSE maint-chain-file
           END-IF.
           IF ws-maint-chain-fs NOT = "00" THEN
               MOVE SPACES      TO AUDIT-CHAIN-HEAD
               MOVE "MAINT"     TO CH-CHAIN
               MOVE ws-now(1:8) TO CH-START-DATE
               MOVE ALL "0"     TO CH-LAST-HASH
               MOVE 0           TO CH-RECORDS
           END-IF.
           MOVE CH-LAST-HASH TO AH-PREV-HASH.
           MOVE MAINT-AUDIT-RECORD(1:579) TO AH-TEXT.
           MOVE 579 TO AH-TEXT-LEN.
           CALL "audit_chain_hash" USING BY REFERENCE AUDIT-CHAIN-HASH.
           MOVE 0 TO RETURN-CODE.
           MOVE AH-HASH TO MA-CHAIN-HASH.

           WRITE MAINT-AUDIT-RECORD.
           IF ws-maint-fs NOT = "00" THEN
               DISPLAY "Warning: cannot write maintenance audit,"
                       " status " ws-maint-fs
               CLOSE maint-audit-file
               EXIT PARAGRAPH
           END-IF.
           CLOSE maint-audit-file.

           MOVE ws-now(1:8)  TO CH-LAST-DATE.
           MOVE ws-timestamp TO CH-LAST-STAMP.
           MOVE AH-HASH      TO CH-LAST-HASH.
           ADD 1 TO CH-RECORDS.
           OPEN OUTPUT maint-chain-file.
           IF ws-maint-chain-fs = "00" THEN
               WRITE AUDIT-CHAIN-HEAD
               CLOSE maint-chain-file
           ELSE
               DISPLAY "Warning: cannot update maintenance audit"
                       " chain head, status " ws-maint-chain-fs
           END-IF.
           EXIT.
       END PROGRAM config_maint.
