      *>   - busiest hour of the day
      *>   - top failing parameter values
      *>   - each tracked job's status, elapsed time and return code
      *>   - the jobs job_dispatcher has WAITING for a run slot
      *>     (data/wait-queue.dat) as the report runs: place in line,
      *>     class and priority, since when and for how many minutes,
      *>     and which limit is full
      *>   - the batch forecast (batch_forecast): projected start and
      *>     finish of each job due on the current night, typical and
      *>     worst case, against its deadline, and the projected end
      *>     of the night
      *>   - the blackout windows (config/blackout.dat) in force that
      *>     night - any window touching noon of the report date to
      *>     noon the day after - so the handover knows which silence
      *>     and which suppressed pages were planned
      *>   - the control totals each job's steps registered, with the
      *>     step-chain reconciliation verdict, so the handover signs
      *>     off data integrity and not just completion
           SELECT business-date-file ASSIGN TO ws-bdate-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-bdate-fs.
           SELECT blackout-file ASSIGN TO ws-blackout-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-blackout-fs.
           SELECT wait-file ASSIGN TO ws-wait-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-wait-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-line          PIC X(360).

       FD  batch-control-file.
       COPY "mcpbctl.cpy".
       FD  business-date-file.
       COPY "mcpbdat.cpy".

       FD  blackout-file.
       COPY "mcpblk.cpy".

       FD  wait-file.
       COPY "mcpwait.cpy".

       WORKING-STORAGE SECTION.
       01  ws-audit-path       PIC X(60) VALUE SPACES.
       01  ws-audit-fs         PIC XX VALUE "00".
      *> Parsed audit-line fields. The line format is fixed by
      *> audit_log_write: "<ts> tool=<t> param=<p> call-res=<c>
      *> return-code=<r>", so splitting on those literal markers keeps
      *> params containing spaces intact. The " chain=<hash>" field
      *> after the timestamp falls off the end of ws-p-ts.
       01  ws-p-ts             PIC X(19) VALUE SPACES.
       01  ws-p-tool           PIC X(30) VALUE SPACES.
       01  ws-p-client         PIC X(30) VALUE SPACES.
       01  ws-usage-fs         PIC XX VALUE "00".
       01  ws-auth-trouble     BINARY-LONG VALUE 0.

       01  ws-blackout-path    PIC X(100) VALUE
           "mcp-https-cobol/config/blackout.dat".
       01  ws-blackout-fs      PIC XX VALUE "00".
      *> The night as "YYYY-MM-DD-HH.MM": noon of the report date to
      *> noon the day after, the same noon split the schedule uses.
       01  ws-night-from       PIC X(16) VALUE SPACES.
       01  ws-night-to         PIC X(16) VALUE SPACES.
       01  ws-night-ymd        PIC 9(8) VALUE 0.
       01  ws-blackout-shown   BINARY-LONG VALUE 0.

       01  ws-wait-path        PIC X(100) VALUE
           "mcp-https-cobol/data/wait-queue.dat".
       01  ws-wait-fs          PIC XX VALUE "00".
       01  ws-wait-shown       BINARY-LONG VALUE 0.
       01  ws-now-ymd          PIC 9(8) VALUE 0.
       01  ws-now-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-wait-mins        USAGE BINARY-DOUBLE VALUE 0.

       COPY "mcpfcst.cpy".
       01  ws-fc-idx           BINARY-LONG VALUE 0.
       01  ws-fc-risk          BINARY-LONG VALUE 0.
       01  ws-fc-risk-disp     PIC ZZ9.

      *> Report line images.
       01  rpt-rule            PIC X(68) VALUE ALL "=".
       01  rpt-title.
           05  ral-fails       PIC ZZ9.
           05  FILLER          PIC X(7) VALUE SPACES.
           05  ral-locked      PIC X(1).
       01  rpt-fcst-head.
           05  FILLER          PIC X(21) VALUE " JOB".
           05  FILLER          PIC X(9)  VALUE "STATE".
           05  FILLER          PIC X(12) VALUE "START".
           05  FILLER          PIC X(12) VALUE "END".
           05  FILLER          PIC X(12) VALUE "WORST END".
           05  FILLER          PIC X(12) VALUE "DEADLINE".
           05  FILLER          PIC X(10) VALUE "RISK".
       01  rpt-fcst-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rfc-name        PIC X(20).
           05  rfc-state       PIC X(9).
           05  rfc-start       PIC X(12).
           05  rfc-end         PIC X(12).
           05  rfc-worst       PIC X(12).
           05  rfc-deadline    PIC X(12).
           05  rfc-risk        PIC X(10).
       01  rpt-blk-head.
           05  FILLER          PIC X(19) VALUE " FROM".
           05  FILLER          PIC X(18) VALUE "UNTIL".
           05  FILLER          PIC X(13) VALUE "TYPE".
           05  FILLER          PIC X(6)  VALUE "REASON".
       01  rpt-blk-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rbl-start       PIC X(16).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rbl-end         PIC X(16).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rbl-type        PIC X(13).
           05  rbl-desc        PIC X(40).
       01  rpt-wait-head.
           05  FILLER          PIC X(6)  VALUE " POS".
           05  FILLER          PIC X(20) VALUE "JOB".
           05  FILLER          PIC X(9)  VALUE "CLASS".
           05  FILLER          PIC X(4)  VALUE "PRI".
           05  FILLER          PIC X(9)  VALUE "SOURCE".
           05  FILLER          PIC X(5)  VALUE "SINCE".
           05  FILLER          PIC X(7)  VALUE "   MINS".
           05  FILLER          PIC X(6)  VALUE "REASON".
       01  rpt-wait-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rwl-pos         PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rwl-job         PIC X(20).
           05  rwl-class       PIC X(9).
           05  rwl-pri         PIC 9(2).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rwl-source      PIC X(9).
           05  rwl-since       PIC X(5).
           05  rwl-mins        PIC ZZZZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  rwl-reason      PIC X(40).
       01  rpt-ctl-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rcl-job         PIC X(20).
           PERFORM REPORT-BUSIEST-HOUR.
           PERFORM REPORT-FAIL-PARAMS.
           PERFORM REPORT-JOB-SECTION.
           PERFORM REPORT-WAITING-SECTION.
           PERFORM REPORT-BLACKOUT-WINDOWS.
           PERFORM REPORT-FORECAST-SECTION.
           PERFORM REPORT-CONTROL-TOTALS.
           PERFORM REPORT-CLIENT-AUTH.

           MOVE ws-elapsed-secs TO ws-elapsed-ss.
           EXIT.

       REPORT-WAITING-SECTION.
      *> The queue as the dispatcher's last poll left it. Like the
      *> forecast this is the state as the report runs, not the
      *> report date's: at 7am it shows what is still queued.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING " WAITING FOR A RUN SLOT (as of " ws-now(9:2) "."
                  ws-now(11:2) ")"
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-now-secs = (INTEGER-OF-DATE(ws-now-ymd) * 86400)
               + (NUMVAL(ws-now(9:2)) * 3600)
               + (NUMVAL(ws-now(11:2)) * 60)
               + NUMVAL(ws-now(13:2)).
           MOVE 0 TO ws-wait-shown.
           OPEN INPUT wait-file.
           IF ws-wait-fs = "00" THEN
               PERFORM UNTIL ws-wait-fs NOT = "00"
                   READ wait-file
                       AT END
                           MOVE "10" TO ws-wait-fs
                       NOT AT END
                           PERFORM REPORT-ONE-WAITING
                   END-READ
               END-PERFORM
               CLOSE wait-file
           END-IF.
           IF ws-wait-shown = 0 THEN
               MOVE "   (none)" TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-ONE-WAITING.
           IF ws-wait-shown = 0 THEN
               WRITE report-line FROM rpt-wait-head
           END-IF.
           ADD 1 TO ws-wait-shown.
           MOVE 0 TO ws-wait-mins.
           IF WQ-WAIT-SINCE(1:4) IS NUMERIC THEN
               MOVE WQ-WAIT-SINCE(1:4) TO ws-start-ymd(1:4)
               MOVE WQ-WAIT-SINCE(6:2) TO ws-start-ymd(5:2)
               MOVE WQ-WAIT-SINCE(9:2) TO ws-start-ymd(7:2)
               COMPUTE ws-start-secs =
                   (INTEGER-OF-DATE(ws-start-ymd) * 86400)
                   + (NUMVAL(WQ-WAIT-SINCE(12:2)) * 3600)
                   + (NUMVAL(WQ-WAIT-SINCE(15:2)) * 60)
                   + NUMVAL(WQ-WAIT-SINCE(18:2))
               IF ws-now-secs > ws-start-secs THEN
                   COMPUTE ws-wait-mins =
                       (ws-now-secs - ws-start-secs) / 60
               END-IF
           END-IF.
           MOVE WQ-POSITION          TO rwl-pos.
           MOVE WQ-JOB-NAME          TO rwl-job.
           MOVE WQ-CLASS             TO rwl-class.
           MOVE WQ-PRIORITY          TO rwl-pri.
           MOVE WQ-SOURCE            TO rwl-source.
           MOVE WQ-WAIT-SINCE(12:5)  TO rwl-since.
           MOVE ws-wait-mins         TO rwl-mins.
           MOVE WQ-REASON            TO rwl-reason.
           WRITE report-line FROM rpt-wait-line.
           EXIT.

       REPORT-BLACKOUT-WINDOWS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE " BLACKOUT WINDOWS IN FORCE" TO report-line.
           WRITE report-line.
           MOVE ws-report-date TO ws-night-ymd.
           STRING ws-night-ymd(1:4) "-" ws-night-ymd(5:2) "-"
                  ws-night-ymd(7:2) "-12.00"
             DELIMITED BY SIZE INTO ws-night-from.
           COMPUTE ws-night-ymd =
               DATE-OF-INTEGER(INTEGER-OF-DATE(ws-night-ymd) + 1).
           STRING ws-night-ymd(1:4) "-" ws-night-ymd(5:2) "-"
                  ws-night-ymd(7:2) "-12.00"
             DELIMITED BY SIZE INTO ws-night-to.
           MOVE 0 TO ws-blackout-shown.
           OPEN INPUT blackout-file.
           IF ws-blackout-fs = "00" THEN
               PERFORM UNTIL ws-blackout-fs NOT = "00"
                   READ blackout-file
                       AT END
                           MOVE "10" TO ws-blackout-fs
                       NOT AT END
                           IF BW-START NOT = SPACES
                                   AND BW-START < ws-night-to
                                   AND BW-END > ws-night-from THEN
                               PERFORM REPORT-ONE-BLACKOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE blackout-file
           END-IF.
           IF ws-blackout-shown = 0 THEN
               MOVE "   (none)" TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-ONE-BLACKOUT.
           IF ws-blackout-shown = 0 THEN
               WRITE report-line FROM rpt-blk-head
           END-IF.
           ADD 1 TO ws-blackout-shown.
           MOVE BW-START TO rbl-start.
           MOVE BW-END   TO rbl-end.
           IF BW-TYPE = "F" THEN
               MOVE "FREEZE" TO rbl-type
           ELSE
               MOVE "MAINTENANCE" TO rbl-type
           END-IF.
           MOVE BW-DESC  TO rbl-desc.
           WRITE report-line FROM rpt-blk-line.
           MOVE SPACES TO report-line.
           IF FUNCTION TRIM(BW-JOBS) = "*" THEN
               MOVE "   jobs: all" TO report-line
           ELSE
               STRING "   jobs: " FUNCTION TRIM(BW-JOBS)
                 DELIMITED BY SIZE INTO report-line
           END-IF.
           WRITE report-line.
           EXIT.

       REPORT-FORECAST-SECTION.
      *> The forecast is for the night as it stands now (the OPEN
      *> night, or the coming one once it has closed), not the report
      *> date, and is labelled as such. Times are shown MM-DD HH.MM.
           CALL "batch_forecast" USING BY REFERENCE BATCH-FORECAST.
           MOVE SPACES TO report-line.
           WRITE report-line.
           STRING " BATCH FORECAST FOR NIGHT " FC-PROC-DATE(1:4) "-"
                  FC-PROC-DATE(5:2) "-" FC-PROC-DATE(7:2)
                  " AS AT " FC-AS-AT(12:5)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           IF FC-NIGHT-END-TYP = SPACES THEN
               MOVE "   (no scheduled jobs due)" TO report-line
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.
           WRITE report-line FROM rpt-fcst-head.
           MOVE 0 TO ws-fc-risk.
           PERFORM VARYING ws-fc-idx FROM 1 BY 1
                   UNTIL ws-fc-idx > FC-JOB-COUNT
               IF FC-JOB-STATE(ws-fc-idx) NOT = "NOT DUE" THEN
                   PERFORM REPORT-ONE-FORECAST
               END-IF
           END-PERFORM.
           MOVE SPACES TO report-line.
           STRING " PROJECTED END OF NIGHT: " FC-NIGHT-END-TYP(6:5)
                  " " FC-NIGHT-END-TYP(12:5) " typical, "
                  FC-NIGHT-END-WORST(6:5) " " FC-NIGHT-END-WORST(12:5)
                  " worst case"
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           IF ws-fc-risk > 0 THEN
               MOVE ws-fc-risk TO ws-fc-risk-disp
               MOVE SPACES TO report-line
               STRING " *** " DELIMITED BY SIZE
                      FUNCTION TRIM(ws-fc-risk-disp) DELIMITED BY SIZE
                      " JOB(S) PROJECTED TO MISS THEIR DEADLINE"
                      DELIMITED BY SIZE
                 INTO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-ONE-FORECAST.
           MOVE SPACES TO rpt-fcst-line.
           MOVE FC-JOB-NAME(ws-fc-idx)  TO rfc-name.
           MOVE FC-JOB-STATE(ws-fc-idx) TO rfc-state.
           STRING FC-START-TYP(ws-fc-idx)(6:5) " "
                  FC-START-TYP(ws-fc-idx)(12:5)
             DELIMITED BY SIZE INTO rfc-start.
           STRING FC-END-TYP(ws-fc-idx)(6:5) " "
                  FC-END-TYP(ws-fc-idx)(12:5)
             DELIMITED BY SIZE INTO rfc-end.
           STRING FC-END-WORST(ws-fc-idx)(6:5) " "
                  FC-END-WORST(ws-fc-idx)(12:5)
             DELIMITED BY SIZE INTO rfc-worst.
           IF FC-DEADLINE(ws-fc-idx) = SPACES THEN
               MOVE "     -" TO rfc-deadline
           ELSE
               STRING FC-DEADLINE(ws-fc-idx)(6:5) " "
                      FC-DEADLINE(ws-fc-idx)(12:5)
                 DELIMITED BY SIZE INTO rfc-deadline
               EVALUATE TRUE
                   WHEN FC-JOB-STATE(ws-fc-idx) = "FINISHED"
                       IF FC-BREACH(ws-fc-idx) = "Y" THEN
                           MOVE "MISSED" TO rfc-risk
                       END-IF
                   WHEN FC-BREACH(ws-fc-idx) = "Y"
                       MOVE "AT RISK" TO rfc-risk
                       ADD 1 TO ws-fc-risk
                   WHEN FC-WORST-BREACH(ws-fc-idx) = "Y"
                       MOVE "WORST CASE" TO rfc-risk
               END-EVALUATE
           END-IF.
           WRITE report-line FROM rpt-fcst-line.
           EXIT.

       REPORT-CONTROL-TOTALS.
           MOVE SPACES TO report-line.
           WRITE report-line.
