      *> audit_log_write produces in logs/:
      *>   1. rolls one completed month of daily logs up into
      *>      logs/audit-summary-YYYYMM.dat (one record per day per
      *>      tool, layout mcpasum.cpy) and, in the same pass,
      *>      logs/audit-client-YYYYMM.dat (one record per client per
      *>      tool with calls, errors, rate-limit rejections, busiest
      *>      day and the charge at the tool catalog's unit rate,
      *>      layout mcpcsum.cpy) for chargeback_report;
      *>   2. reconciles the audit evidence against the MCP-CALL-COUNT
      *>      the server checkpoints into data/server-state.dat: the
      *>      lines rolled up so far (running total kept in
      *>      checkpointed call count, and any gap is flagged - that
      *>      gap is exactly the discrepancy the auditors ask us to
      *>      prove we would catch;
      *>   3. walks the hash chain (audit_chain_check) over the
      *>      dailies the purge would archive; a broken link raises an
      *>      AUDIT alert and, like a gap, blocks the purge;
      *>   4. only when the reconciliation is clean and the chain
      *>      verifies, archives dailies older than the retention
      *>      period into logs/audit-archive-YYYYMM.log, lines copied
      *>      as written so the chain runs on through the archive, and
      *>      deletes them. A gap (or a missing server checkpoint) or a
      *>      broken chain blocks the purge so no unexplained evidence
      *>      is ever destroyed.
      *> Months are expected to be rolled up in order, one run per
      *> month; rerunning the same month replaces its summary without
      *> double-counting the running total.
      *> Rollup month: AUDIT_ROLLUP_MONTH (YYYYMM), default the month
      *> before today. Retention: AUDIT_RETENTION_DAYS, default 90.
      *> Exit codes: 0 = clean, 2 = reconciliation gap or broken
      *> audit chain (purge skipped), 4 = rollup refused (month not
      *> completed, or out of order with the running total), 8 = file
      *> error.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT summary-file ASSIGN TO ws-summary-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-summary-fs.
           SELECT client-sum-file ASSIGN TO ws-client-sum-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-client-sum-fs.
           SELECT tools-cfg-file ASSIGN TO ws-tools-cfg-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-tools-cfg-fs.
           SELECT archive-file ASSIGN TO ws-archive-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-archive-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-line          PIC X(360).

       FD  summary-file.
       COPY "mcpasum.cpy".

       FD  client-sum-file.
       COPY "mcpcsum.cpy".

       FD  tools-cfg-file.
       01  tools-cfg-record.
           05  tcr-name        PIC X(20).
           05  tcr-desc        PIC X(70).
           05  tcr-wrapper     PIC X(24).
           05  tcr-param-name  PIC X(20).
           05  tcr-param-desc  PIC X(50).
           05  tcr-param-type  PIC 9(2).
           05  tcr-rate-limit  PIC 9(4).
           05  tcr-daily-quota PIC 9(6).
           05  tcr-unit-rate   PIC 9(3)V9(4).

       FD  archive-file.
       01  archive-line        PIC X(360).

       FD  recon-file.
       01  RECON-RECORD.
       01  ws-audit-fs         PIC XX VALUE "00".
       01  ws-summary-path     PIC X(60) VALUE SPACES.
       01  ws-summary-fs       PIC XX VALUE "00".
       01  ws-client-sum-path  PIC X(60) VALUE SPACES.
       01  ws-client-sum-fs    PIC XX VALUE "00".
       01  ws-tools-cfg-path   PIC X(60) VALUE
           "mcp-https-cobol/config/tools.dat".
       01  ws-tools-cfg-fs     PIC XX VALUE "00".
       01  ws-archive-path     PIC X(60) VALUE SPACES.
       01  ws-archive-fs       PIC XX VALUE "00".
       01  ws-recon-path       PIC X(60) VALUE
               10  ws-tt-errors    PIC 9(9) COMP.
       01  ws-idx              BINARY-LONG VALUE 0.

      *> Month-long per-client per-tool usage, plus one "*ALL" entry
      *> per tool. ws-cu-day-served is the current day's served count,
      *> folded into the peak when each daily log is finished.
       78  CLIENT-USAGE-MAX    VALUE 500.
       01  ws-client-usage-count BINARY-LONG VALUE 0.
       01  ws-client-usage-table.
           05  ws-cu-entry OCCURS 500 TIMES.
               10  ws-cu-client     PIC X(20).
               10  ws-cu-tool       PIC X(20).
               10  ws-cu-calls      PIC 9(9) COMP.
               10  ws-cu-errors     PIC 9(9) COMP.
               10  ws-cu-rejects    PIC 9(9) COMP.
               10  ws-cu-day-served PIC 9(9) COMP.
               10  ws-cu-peak       PIC 9(9) COMP.
               10  ws-cu-peak-date  PIC X(8).
       01  ws-cu-idx           BINARY-LONG VALUE 0.
       01  ws-cu-all-idx       BINARY-LONG VALUE 0.
       01  ws-cu-client-key    PIC X(20) VALUE SPACES.
       01  ws-usage-full-warned PIC X VALUE "N".
       01  ws-line-rejected    PIC X VALUE "N".
           88  ws-rejected-line      VALUE "Y".
       01  ws-client-sum-written BINARY-LONG VALUE 0.
       01  ws-tool-charge      PIC 9(9)V99 VALUE 0.

      *> Unit rates from the tool catalog, captured at rollup time.
       78  RATE-TABLE-MAX      VALUE 20.
       01  ws-rate-count       BINARY-LONG VALUE 0.
       01  ws-rate-table.
           05  ws-rt-entry OCCURS 20 TIMES.
               10  ws-rt-tool      PIC X(20).
               10  ws-rt-rate      PIC 9(3)V9(4).
       01  ws-rt-idx           BINARY-LONG VALUE 0.
       01  ws-unit-rate        PIC 9(3)V9(4) VALUE 0.

       01  ws-month-lines      PIC 9(9) VALUE 0.
       01  ws-prev-month-lines PIC 9(9) VALUE 0.
       01  ws-newer-lines      PIC 9(9) VALUE 0.
       01  ws-delete-rc        BINARY-LONG VALUE 0.
       01  ws-delete-path      PIC X(60) VALUE SPACES.

       COPY "mcpachk.cpy".
       01  ws-chain-from-days  USAGE BINARY-DOUBLE VALUE 0.
       01  ws-chain-to-days    USAGE BINARY-DOUBLE VALUE 0.
       01  ws-chain-record-disp PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.

           PERFORM SAVE-RECON-STATE.
           PERFORM RECONCILE-CALL-COUNT.
           PERFORM VERIFY-PURGE-CHAIN.

           IF ws-no-purge THEN
               DISPLAY "audit_retention: purge skipped, nothing"
           MOVE "N" TO ws-summary-open.
           MOVE 0 TO ws-month-lines.
           MOVE 0 TO ws-day-count.
           MOVE 0 TO ws-client-usage-count.
           PERFORM VARYING ws-day FROM 1 BY 1 UNTIL ws-day > 31
               MOVE SPACES TO ws-file-date
               STRING ws-target-month ws-day

           IF ws-summary-opened THEN
               CLOSE summary-file
      *> Same creation rule for the client rollup: it is only
      *> (re)written when there were dailies to build it from.
               PERFORM WRITE-CLIENT-SUMMARY
           END-IF.
           DISPLAY "audit_retention: " ws-day-count
                   " daily log(s) summarised, " ws-month-lines
               PERFORM OPEN-SUMMARY-FILE
           END-IF.
           MOVE 0 TO ws-tool-tally-count.
           PERFORM VARYING ws-cu-idx FROM 1 BY 1
                   UNTIL ws-cu-idx > ws-client-usage-count
               MOVE 0 TO ws-cu-day-served(ws-cu-idx)
           END-PERFORM.
           PERFORM UNTIL ws-audit-fs NOT = "00"
               READ audit-file
                   AT END
               MOVE ws-tt-errors(ws-idx) TO AS-ERRORS
               WRITE AUDIT-SUMMARY-RECORD
           END-PERFORM.

           PERFORM VARYING ws-cu-idx FROM 1 BY 1
                   UNTIL ws-cu-idx > ws-client-usage-count
               IF ws-cu-day-served(ws-cu-idx) > ws-cu-peak(ws-cu-idx)
                   MOVE ws-cu-day-served(ws-cu-idx)
                     TO ws-cu-peak(ws-cu-idx)
                   MOVE ws-file-date TO ws-cu-peak-date(ws-cu-idx)
               END-IF
           END-PERFORM.
           EXIT.

       TALLY-AUDIT-LINE.
                   AND ws-p-rc NOT = SPACES THEN
               SET ws-error-line TO TRUE
           END-IF.
           MOVE "N" TO ws-line-rejected.
           IF FUNCTION TRIM(ws-p-res) = "-4" THEN
               SET ws-rejected-line TO TRUE
           END-IF.
           PERFORM TALLY-CLIENT-USAGE.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-tool-tally-count
               IF ws-tt-name(ws-idx) = ws-p-tool THEN
           END-IF.
           EXIT.

       TALLY-CLIENT-USAGE.
      *> Every line counts twice: once against its own client and
      *> once against the tool's "*ALL" entry.
           MOVE ws-p-client TO ws-cu-client-key.
           PERFORM TALLY-ONE-USAGE.
           MOVE "*ALL" TO ws-cu-client-key.
           PERFORM TALLY-ONE-USAGE.
           EXIT.

       TALLY-ONE-USAGE.
           MOVE 0 TO ws-cu-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-client-usage-count
                      OR ws-cu-idx > 0
               IF ws-cu-client(ws-idx) = ws-cu-client-key
                       AND ws-cu-tool(ws-idx) = ws-p-tool THEN
                   MOVE ws-idx TO ws-cu-idx
               END-IF
           END-PERFORM.
           IF ws-cu-idx = 0 THEN
               IF ws-client-usage-count >= CLIENT-USAGE-MAX THEN
                   IF ws-usage-full-warned = "N" THEN
                       DISPLAY "audit_retention: client usage table"
                               " full, further client/tool pairs not"
                               " charged"
                       MOVE "Y" TO ws-usage-full-warned
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-client-usage-count
               MOVE ws-client-usage-count TO ws-cu-idx
               MOVE ws-cu-client-key TO ws-cu-client(ws-cu-idx)
               MOVE ws-p-tool        TO ws-cu-tool(ws-cu-idx)
               MOVE 0 TO ws-cu-calls(ws-cu-idx) ws-cu-errors(ws-cu-idx)
                         ws-cu-rejects(ws-cu-idx)
                         ws-cu-day-served(ws-cu-idx)
                         ws-cu-peak(ws-cu-idx)
               MOVE SPACES TO ws-cu-peak-date(ws-cu-idx)
           END-IF.
           ADD 1 TO ws-cu-calls(ws-cu-idx).
           IF ws-rejected-line THEN
               ADD 1 TO ws-cu-rejects(ws-cu-idx)
           ELSE
               ADD 1 TO ws-cu-day-served(ws-cu-idx)
               IF ws-error-line THEN
                   ADD 1 TO ws-cu-errors(ws-cu-idx)
               END-IF
           END-IF.
           EXIT.

       LOAD-UNIT-RATES.
      *> A missing catalog or a record without the unit-rate column
      *> prices the tool at zero; the usage is still recorded.
           MOVE 0 TO ws-rate-count.
           OPEN INPUT tools-cfg-file.
           IF ws-tools-cfg-fs NOT = "00" THEN
               DISPLAY "audit_retention: cannot read "
                       FUNCTION TRIM(ws-tools-cfg-path)
                       ", status " ws-tools-cfg-fs
                       "; usage rolled up at zero rate"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-tools-cfg-fs NOT = "00"
               READ tools-cfg-file
                   AT END
                       MOVE "10" TO ws-tools-cfg-fs
                   NOT AT END
                       IF ws-rate-count < RATE-TABLE-MAX
                               AND tcr-name NOT = SPACES THEN
                           ADD 1 TO ws-rate-count
                           MOVE tcr-name TO ws-rt-tool(ws-rate-count)
                           IF tcr-unit-rate NUMERIC THEN
                               MOVE tcr-unit-rate
                                 TO ws-rt-rate(ws-rate-count)
                           ELSE
                               MOVE 0 TO ws-rt-rate(ws-rate-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE tools-cfg-file.
           EXIT.

       WRITE-CLIENT-SUMMARY.
           PERFORM LOAD-UNIT-RATES.
           MOVE SPACES TO ws-client-sum-path.
           STRING "mcp-https-cobol/logs/audit-client-"
                  ws-target-month ".dat"
             DELIMITED BY SIZE INTO ws-client-sum-path.
           OPEN OUTPUT client-sum-file.
           IF ws-client-sum-fs NOT = "00" THEN
               DISPLAY "audit_retention: cannot create "
                       FUNCTION TRIM(ws-client-sum-path)
                       ", status " ws-client-sum-fs
               STOP RUN RETURNING 8
           END-IF.
      *> Grouped by tool: each tool's client records, then its "*ALL"
      *> record carrying the totals and the tool's busiest day.
           MOVE 0 TO ws-client-sum-written.
           PERFORM VARYING ws-cu-all-idx FROM 1 BY 1
                   UNTIL ws-cu-all-idx > ws-client-usage-count
               IF ws-cu-client(ws-cu-all-idx) = "*ALL" THEN
                   PERFORM WRITE-ONE-TOOL-USAGE
               END-IF
           END-PERFORM.
           CLOSE client-sum-file.
           DISPLAY "audit_retention: " ws-client-sum-written
                   " client usage record(s) written to "
                   FUNCTION TRIM(ws-client-sum-path).
           EXIT.

       WRITE-ONE-TOOL-USAGE.
           MOVE 0 TO ws-unit-rate.
           PERFORM VARYING ws-rt-idx FROM 1 BY 1
                   UNTIL ws-rt-idx > ws-rate-count
               IF ws-rt-tool(ws-rt-idx) = ws-cu-tool(ws-cu-all-idx)
                   MOVE ws-rt-rate(ws-rt-idx) TO ws-unit-rate
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-tool-charge.
           PERFORM VARYING ws-cu-idx FROM 1 BY 1
                   UNTIL ws-cu-idx > ws-client-usage-count
               IF ws-cu-tool(ws-cu-idx) = ws-cu-tool(ws-cu-all-idx)
                       AND ws-cu-client(ws-cu-idx) NOT = "*ALL" THEN
                   PERFORM WRITE-CLIENT-USAGE-RECORD
                   ADD CS-CHARGE TO ws-tool-charge
               END-IF
           END-PERFORM.
      *> The tool total is the sum of the rounded client charges, so
      *> the client lines always add up to it on the report.
           MOVE ws-cu-all-idx TO ws-cu-idx.
           PERFORM WRITE-CLIENT-USAGE-RECORD.
           EXIT.

       WRITE-CLIENT-USAGE-RECORD.
           MOVE ws-target-month            TO CS-MONTH.
           MOVE ws-cu-client(ws-cu-idx)    TO CS-CLIENT.
           MOVE ws-cu-tool(ws-cu-idx)      TO CS-TOOL.
           MOVE ws-cu-calls(ws-cu-idx)     TO CS-CALLS.
           MOVE ws-cu-errors(ws-cu-idx)    TO CS-ERRORS.
           MOVE ws-cu-rejects(ws-cu-idx)   TO CS-REJECTS.
           MOVE ws-cu-peak(ws-cu-idx)      TO CS-PEAK-CALLS.
           MOVE ws-cu-peak-date(ws-cu-idx) TO CS-PEAK-DATE.
           MOVE ws-unit-rate               TO CS-UNIT-RATE.
           IF ws-cu-client(ws-cu-idx) = "*ALL" THEN
               MOVE ws-tool-charge TO CS-CHARGE
           ELSE
               COMPUTE CS-CHARGE ROUNDED =
                   (ws-cu-calls(ws-cu-idx) - ws-cu-rejects(ws-cu-idx))
                       * ws-unit-rate
           END-IF.
           WRITE CLIENT-SUMMARY-RECORD.
           ADD 1 TO ws-client-sum-written.
           EXIT.

       RECONCILE-CALL-COUNT.
      *> The checkpointed MCP-CALL-COUNT is cumulative since first
      *> start, so the evidence it is compared against is cumulative
           CLOSE audit-file.
           EXIT.

       VERIFY-PURGE-CHAIN.
      *> The chain over exactly the days ARCHIVE-OLD-DAILIES may take:
      *> the same window, cut off at the end of the rolled-up month.
      *> Once a daily is archived and deleted a break in it can no
      *> longer be traced to the original file, so nothing is moved
      *> until the chain verifies.
           COMPUTE ws-chain-from-days =
               ws-today-days - ws-retention-days - 365.
           COMPUTE ws-chain-to-days =
               ws-today-days - ws-retention-days.
           MOVE ws-target-month(1:4) TO ws-year-num.
           MOVE ws-target-month(5:2) TO ws-month-num.
           IF ws-month-num = 12 THEN
               ADD 1 TO ws-year-num
               MOVE 1 TO ws-month-num
           ELSE
               ADD 1 TO ws-month-num
           END-IF.
           COMPUTE ws-next-month-first =
               (ws-year-num * 10000) + (ws-month-num * 100) + 1.
           COMPUTE ws-date-days =
               INTEGER-OF-DATE(ws-next-month-first) - 1.
           IF ws-date-days < ws-chain-to-days THEN
               MOVE ws-date-days TO ws-chain-to-days
           END-IF.
           IF ws-chain-to-days < ws-chain-from-days THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "AUDIT" TO AC-CHAIN.
           COMPUTE ws-date-num = DATE-OF-INTEGER(ws-chain-from-days).
           MOVE ws-date-num TO AC-FROM-DATE.
           COMPUTE ws-date-num = DATE-OF-INTEGER(ws-chain-to-days).
           MOVE ws-date-num TO AC-TO-DATE.
           CALL "audit_chain_check" USING BY REFERENCE
                                          AUDIT-CHAIN-CHECK.
           MOVE 0 TO RETURN-CODE.

           EVALUATE TRUE
               WHEN AC-BROKEN
                   MOVE AC-BREAK-RECORD TO ws-chain-record-disp
                   DISPLAY "audit_retention: AUDIT CHAIN BROKEN - "
                           FUNCTION TRIM(AC-BREAK-FILE) " record "
                           FUNCTION TRIM(ws-chain-record-disp) " ("
                           AC-BREAK-STAMP "): "
                           FUNCTION TRIM(AC-BREAK-REASON)
                   DISPLAY "audit_retention: dailies are not archived"
                           " until the chain verifies"
                   SET ws-no-purge TO TRUE
               WHEN AC-VERIFIED
                   DISPLAY "audit_retention: audit chain verified "
                           AC-FROM-DATE "-" AC-TO-DATE ", "
                           AC-CHECKED " line(s)"
               WHEN OTHER
                   DISPLAY "audit_retention: no audit chain over "
                           AC-FROM-DATE "-" AC-TO-DATE
                           ", dailies predate it"
           END-EVALUATE.
           EXIT.

       ARCHIVE-OLD-DAILIES.
      *> Dailies of the rolled-up month (and any stragglers from
      *> earlier months, which previous runs summarised) are moved
