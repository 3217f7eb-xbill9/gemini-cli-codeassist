       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback_report.
      *> ---------------------------------------------------------------
      *> Monthly chargeback of MCP server use to the teams behind each
      *> client, built from the per-client rollup audit_retention
      *> leaves in logs/audit-client-YYYYMM.dat (mcpcsum.cpy), so it
      *> still runs after the month's daily audit logs are archived.
      *>   - one section per cost centre (clients.dat columns 367-376,
      *>     blank = UNASSIGNED) listing each client and tool with
      *>     calls, errors, rate-limit rejections, the unit rate the
      *>     month was rolled up at and the charge, then the centre's
      *>     month totals;
      *>   - the month totals of every cost centre side by side, and
      *>     the grand total;
      *>   - quota headroom per tool: the tool's busiest day of the
      *>     month (served calls, every client together) against its
      *>     current daily quota in config/tools.dat, with the
      *>     rejections the tool handed out. The quota is global per
      *>     tool, so this is the figure to watch before onboarding
      *>     another client onto a tool.
      *> Charges are served calls (calls less rejections) at the unit
      *> rate, as costed by audit_retention.
      *> Report month: CHARGEBACK_MONTH (YYYYMM), default the month
      *> before today.
      *> Output: logs/chargeback-YYYYMM.rpt.
      *> Exit codes: 0 = report written, 4 = bad month or the month
      *> has not been rolled up, 8 = file error.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT client-sum-file ASSIGN TO ws-client-sum-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-client-sum-fs.
           SELECT clients-cfg-file ASSIGN TO ws-clients-cfg-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-clients-cfg-fs.
           SELECT tools-cfg-file ASSIGN TO ws-tools-cfg-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-tools-cfg-fs.
           SELECT report-file ASSIGN TO ws-report-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  client-sum-file.
       COPY "mcpcsum.cpy".

       FD  clients-cfg-file.
       01  clients-cfg-record.
           05  ccr-id          PIC X(20).
           05  ccr-key         PIC X(64).
           05  ccr-tools       PIC X(200).
           05  ccr-status      PIC X(1).
           05  ccr-key-expiry  PIC X(8).
           05  ccr-old-key     PIC X(64).
           05  ccr-old-expiry  PIC X(8).
           05  ccr-approver    PIC X(1).
           05  ccr-cost-centre PIC X(10).

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

       FD  report-file.
       01  report-line         PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-client-sum-path  PIC X(60) VALUE SPACES.
       01  ws-client-sum-fs    PIC XX VALUE "00".
       01  ws-clients-cfg-path PIC X(60) VALUE
           "mcp-https-cobol/config/clients.dat".
       01  ws-clients-cfg-fs   PIC XX VALUE "00".
       01  ws-tools-cfg-path   PIC X(60) VALUE
           "mcp-https-cobol/config/tools.dat".
       01  ws-tools-cfg-fs     PIC XX VALUE "00".
       01  ws-report-path      PIC X(60) VALUE SPACES.
       01  ws-report-fs        PIC XX VALUE "00".

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-env-month        PIC X(6)  VALUE SPACES.
       01  ws-target-month     PIC X(6)  VALUE SPACES.
       01  ws-month-num        PIC 9(2) VALUE 0.
       01  ws-year-num         PIC 9(4) VALUE 0.
       01  ws-month-disp       PIC X(7) VALUE SPACES.

      *> Client to cost centre, from clients.dat.
       78  CLIENT-MAP-MAX      VALUE 20.
       01  ws-client-map-count BINARY-LONG VALUE 0.
       01  ws-client-map-table.
           05  ws-cm-entry OCCURS 20 TIMES.
               10  ws-cm-client    PIC X(20).
               10  ws-cm-centre    PIC X(10).

      *> Daily quota per tool, from the current tool catalog.
       78  QUOTA-TABLE-MAX     VALUE 20.
       01  ws-quota-count      BINARY-LONG VALUE 0.
       01  ws-quota-table.
           05  ws-qt-entry OCCURS 20 TIMES.
               10  ws-qt-tool      PIC X(20).
               10  ws-qt-quota     PIC 9(6).

      *> Client rows of the rollup, each tagged with its cost centre.
       78  CHARGE-ROW-MAX      VALUE 500.
       01  ws-row-count        BINARY-LONG VALUE 0.
       01  ws-row-table.
           05  ws-rw-entry OCCURS 500 TIMES.
               10  ws-rw-centre    PIC X(10).
               10  ws-rw-client    PIC X(20).
               10  ws-rw-tool      PIC X(20).
               10  ws-rw-calls     PIC 9(9) COMP.
               10  ws-rw-errors    PIC 9(9) COMP.
               10  ws-rw-rejects   PIC 9(9) COMP.
               10  ws-rw-rate      PIC 9(3)V9(4).
               10  ws-rw-charge    PIC 9(9)V99.

      *> "*ALL" rows of the rollup: one per tool.
       78  TOOL-ROW-MAX        VALUE 30.
       01  ws-tool-row-count   BINARY-LONG VALUE 0.
       01  ws-tool-row-table.
           05  ws-tr-entry OCCURS 30 TIMES.
               10  ws-tr-tool      PIC X(20).
               10  ws-tr-calls     PIC 9(9) COMP.
               10  ws-tr-rejects   PIC 9(9) COMP.
               10  ws-tr-peak      PIC 9(9) COMP.
               10  ws-tr-peak-date PIC X(8).

      *> Cost centres in report order, with their month totals.
       78  CENTRE-MAX          VALUE 20.
       01  ws-centre-count     BINARY-LONG VALUE 0.
       01  ws-centre-table.
           05  ws-cc-entry OCCURS 21 TIMES.
               10  ws-cc-centre    PIC X(10).
               10  ws-cc-calls     PIC 9(9) COMP.
               10  ws-cc-errors    PIC 9(9) COMP.
               10  ws-cc-rejects   PIC 9(9) COMP.
               10  ws-cc-charge    PIC 9(11)V99.
       01  ws-grand-calls      PIC 9(9) COMP VALUE 0.
       01  ws-grand-errors     PIC 9(9) COMP VALUE 0.
       01  ws-grand-rejects    PIC 9(9) COMP VALUE 0.
       01  ws-grand-charge     PIC 9(11)V99 VALUE 0.

       01  ws-idx              BINARY-LONG VALUE 0.
       01  ws-jdx              BINARY-LONG VALUE 0.
       01  ws-cdx              BINARY-LONG VALUE 0.
       01  ws-centre           PIC X(10) VALUE SPACES.
       01  ws-quota            PIC 9(6) VALUE 0.
       01  ws-quota-known      PIC X VALUE "N".
           88  ws-tool-in-catalog    VALUE "Y".
       01  ws-headroom         PIC S9(9) VALUE 0.
       01  ws-used-pct         PIC 9(5)V99 VALUE 0.
       01  ws-pct-disp         PIC ZZZZ9.99.
       01  ws-rows-dropped     BINARY-LONG VALUE 0.

      *> Report line images.
       01  rpt-rule            PIC X(99) VALUE ALL "=".
       01  rpt-title.
           05  FILLER          PIC X(27) VALUE
               " MCP SERVER CHARGEBACK FOR ".
           05  rpt-title-month PIC X(7).
       01  rpt-centre-head.
           05  FILLER          PIC X(13) VALUE " COST CENTRE ".
           05  rch-centre      PIC X(10).
       01  rpt-charge-head.
           05  FILLER          PIC X(22) VALUE " CLIENT".
           05  FILLER          PIC X(20) VALUE "TOOL".
           05  FILLER          PIC X(9)  VALUE "    CALLS".
           05  FILLER          PIC X(8)  VALUE "  ERRORS".
           05  FILLER          PIC X(8)  VALUE " REJECTS".
           05  FILLER          PIC X(9)  VALUE "     RATE".
           05  FILLER          PIC X(13) VALUE "       CHARGE".
       01  rpt-charge-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rcl-client      PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  rcl-tool        PIC X(20).
           05  rcl-calls       PIC Z(8)9.
           05  rcl-errors      PIC Z(7)9.
           05  rcl-rejects     PIC Z(7)9.
           05  rcl-rate        PIC X(9).
           05  rcl-charge      PIC Z(9)9.99.
       01  rpt-rate-disp       PIC ZZZ9.9999.
       01  rpt-total-head.
           05  FILLER          PIC X(22) VALUE " COST CENTRE".
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "    CALLS".
           05  FILLER          PIC X(8)  VALUE "  ERRORS".
           05  FILLER          PIC X(8)  VALUE " REJECTS".
           05  FILLER          PIC X(9)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "       CHARGE".
       01  rpt-quota-head.
           05  FILLER          PIC X(21) VALUE " TOOL".
           05  FILLER          PIC X(10) VALUE "     QUOTA".
           05  FILLER          PIC X(10) VALUE "  PEAK DAY".
           05  FILLER          PIC X(12) VALUE "  PEAK DATE".
           05  FILLER          PIC X(10) VALUE "  HEADROOM".
           05  FILLER          PIC X(8)  VALUE "   USED%".
           05  FILLER          PIC X(9)  VALUE "  REJECTS".
       01  rpt-quota-line.
           05  FILLER          PIC X VALUE SPACE.
           05  rql-tool        PIC X(20).
           05  rql-quota       PIC X(10).
           05  rql-peak        PIC Z(9)9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  rql-peak-date   PIC X(10).
           05  rql-headroom    PIC X(10).
           05  rql-used        PIC X(8).
           05  rql-rejects     PIC Z(8)9.
       01  rpt-num-disp        PIC Z(9)9.
       01  rpt-neg-disp        PIC -(9)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           ACCEPT ws-env-month FROM ENVIRONMENT "CHARGEBACK_MONTH".
           IF ws-env-month NOT = SPACES THEN
               MOVE FUNCTION TRIM(ws-env-month) TO ws-target-month
           ELSE
               PERFORM DEFAULT-TO-PREVIOUS-MONTH
           END-IF.

           IF ws-target-month NOT NUMERIC
                   OR ws-target-month(5:2) < "01"
                   OR ws-target-month(5:2) > "12" THEN
               DISPLAY "chargeback_report: bad report month "
                       ws-target-month ", expected YYYYMM"
               STOP RUN RETURNING 4
           END-IF.

           PERFORM LOAD-CLIENT-CENTRES.
           PERFORM LOAD-TOOL-QUOTAS.
           PERFORM LOAD-CLIENT-ROLLUP.
           PERFORM TOTAL-BY-CENTRE.

           STRING "mcp-https-cobol/logs/chargeback-" ws-target-month
                  ".rpt"
             DELIMITED BY SIZE INTO ws-report-path.
           OPEN OUTPUT report-file.
           IF ws-report-fs NOT = "00" THEN
               DISPLAY "chargeback_report: cannot create "
                       FUNCTION TRIM(ws-report-path)
                       ", status " ws-report-fs
               STOP RUN RETURNING 8
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING ws-cdx FROM 1 BY 1
                   UNTIL ws-cdx > ws-centre-count
               PERFORM REPORT-ONE-CENTRE
           END-PERFORM.
           PERFORM REPORT-CENTRE-TOTALS.
           PERFORM REPORT-QUOTA-HEADROOM.

           CLOSE report-file.
           DISPLAY "chargeback_report: wrote "
                   FUNCTION TRIM(ws-report-path) ", "
                   ws-centre-count " cost centre(s)".
           STOP RUN.

       DEFAULT-TO-PREVIOUS-MONTH.
           MOVE ws-now(1:4) TO ws-year-num.
           MOVE ws-now(5:2) TO ws-month-num.
           IF ws-month-num = 1 THEN
               SUBTRACT 1 FROM ws-year-num
               MOVE 12 TO ws-month-num
           ELSE
               SUBTRACT 1 FROM ws-month-num
           END-IF.
           STRING ws-year-num ws-month-num
             DELIMITED BY SIZE INTO ws-target-month.
           EXIT.

       LOAD-CLIENT-CENTRES.
      *> Without the registry every client is charged to UNASSIGNED;
      *> the usage figures are still worth having.
           MOVE 0 TO ws-client-map-count.
           OPEN INPUT clients-cfg-file.
           IF ws-clients-cfg-fs NOT = "00" THEN
               DISPLAY "chargeback_report: cannot read "
                       FUNCTION TRIM(ws-clients-cfg-path)
                       ", status " ws-clients-cfg-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-clients-cfg-fs NOT = "00"
               READ clients-cfg-file
                   AT END
                       MOVE "10" TO ws-clients-cfg-fs
                   NOT AT END
                       IF ccr-id NOT = SPACES
                               AND ws-client-map-count < CLIENT-MAP-MAX
                           ADD 1 TO ws-client-map-count
                           MOVE ccr-id
                             TO ws-cm-client(ws-client-map-count)
                           MOVE ccr-cost-centre
                             TO ws-cm-centre(ws-client-map-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE clients-cfg-file.
           EXIT.

       LOAD-TOOL-QUOTAS.
           MOVE 0 TO ws-quota-count.
           OPEN INPUT tools-cfg-file.
           IF ws-tools-cfg-fs NOT = "00" THEN
               DISPLAY "chargeback_report: cannot read "
                       FUNCTION TRIM(ws-tools-cfg-path)
                       ", status " ws-tools-cfg-fs
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-tools-cfg-fs NOT = "00"
               READ tools-cfg-file
                   AT END
                       MOVE "10" TO ws-tools-cfg-fs
                   NOT AT END
                       IF tcr-name NOT = SPACES
                               AND ws-quota-count < QUOTA-TABLE-MAX
                           ADD 1 TO ws-quota-count
                           MOVE tcr-name TO ws-qt-tool(ws-quota-count)
                           IF tcr-daily-quota NUMERIC THEN
                               MOVE tcr-daily-quota
                                 TO ws-qt-quota(ws-quota-count)
                           ELSE
                               MOVE 0 TO ws-qt-quota(ws-quota-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE tools-cfg-file.
           EXIT.

       LOAD-CLIENT-ROLLUP.
           STRING "mcp-https-cobol/logs/audit-client-" ws-target-month
                  ".dat"
             DELIMITED BY SIZE INTO ws-client-sum-path.
           OPEN INPUT client-sum-file.
           IF ws-client-sum-fs NOT = "00" THEN
               DISPLAY "chargeback_report: no client rollup for "
                       ws-target-month " ("
                       FUNCTION TRIM(ws-client-sum-path)
                       "), run audit_retention for the month first"
               STOP RUN RETURNING 4
           END-IF.
           MOVE 0 TO ws-row-count ws-tool-row-count ws-rows-dropped.
           PERFORM UNTIL ws-client-sum-fs NOT = "00"
               READ client-sum-file
                   AT END
                       MOVE "10" TO ws-client-sum-fs
                   NOT AT END
                       IF CS-CLIENT = "*ALL" THEN
                           PERFORM KEEP-TOOL-ROW
                       ELSE
                           PERFORM KEEP-CLIENT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE client-sum-file.
           IF ws-rows-dropped > 0 THEN
               DISPLAY "chargeback_report: " ws-rows-dropped
                       " rollup record(s) beyond table capacity,"
                       " not reported"
           END-IF.
           EXIT.

       KEEP-TOOL-ROW.
           IF ws-tool-row-count >= TOOL-ROW-MAX THEN
               ADD 1 TO ws-rows-dropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ws-tool-row-count.
           MOVE CS-TOOL       TO ws-tr-tool(ws-tool-row-count).
           MOVE CS-CALLS      TO ws-tr-calls(ws-tool-row-count).
           MOVE CS-REJECTS    TO ws-tr-rejects(ws-tool-row-count).
           MOVE CS-PEAK-CALLS TO ws-tr-peak(ws-tool-row-count).
           MOVE CS-PEAK-DATE  TO ws-tr-peak-date(ws-tool-row-count).
           EXIT.

       KEEP-CLIENT-ROW.
           IF ws-row-count >= CHARGE-ROW-MAX THEN
               ADD 1 TO ws-rows-dropped
               EXIT PARAGRAPH
           END-IF.
           MOVE "UNASSIGNED" TO ws-centre.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-client-map-count
               IF ws-cm-client(ws-idx) = CS-CLIENT
                       AND ws-cm-centre(ws-idx) NOT = SPACES THEN
                   MOVE ws-cm-centre(ws-idx) TO ws-centre
               END-IF
           END-PERFORM.
           ADD 1 TO ws-row-count.
           MOVE ws-centre    TO ws-rw-centre(ws-row-count).
           MOVE CS-CLIENT    TO ws-rw-client(ws-row-count).
           MOVE CS-TOOL      TO ws-rw-tool(ws-row-count).
           MOVE CS-CALLS     TO ws-rw-calls(ws-row-count).
           MOVE CS-ERRORS    TO ws-rw-errors(ws-row-count).
           MOVE CS-REJECTS   TO ws-rw-rejects(ws-row-count).
           MOVE CS-UNIT-RATE TO ws-rw-rate(ws-row-count).
           MOVE CS-CHARGE    TO ws-rw-charge(ws-row-count).
           EXIT.

       TOTAL-BY-CENTRE.
      *> Cost centres are collected, totalled, then put in code order
      *> (a simple exchange sort: there are only a handful).
           MOVE 0 TO ws-centre-count.
           MOVE 0 TO ws-grand-calls ws-grand-errors ws-grand-rejects
                     ws-grand-charge.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-row-count
               MOVE 0 TO ws-cdx
               PERFORM VARYING ws-jdx FROM 1 BY 1
                       UNTIL ws-jdx > ws-centre-count OR ws-cdx > 0
                   IF ws-cc-centre(ws-jdx) = ws-rw-centre(ws-idx)
                       MOVE ws-jdx TO ws-cdx
                   END-IF
               END-PERFORM
               IF ws-cdx = 0 AND ws-centre-count < CENTRE-MAX THEN
                   ADD 1 TO ws-centre-count
                   MOVE ws-centre-count TO ws-cdx
                   MOVE ws-rw-centre(ws-idx) TO ws-cc-centre(ws-cdx)
                   MOVE 0 TO ws-cc-calls(ws-cdx) ws-cc-errors(ws-cdx)
                             ws-cc-rejects(ws-cdx) ws-cc-charge(ws-cdx)
               END-IF
               IF ws-cdx > 0 THEN
                   ADD ws-rw-calls(ws-idx)   TO ws-cc-calls(ws-cdx)
                   ADD ws-rw-errors(ws-idx)  TO ws-cc-errors(ws-cdx)
                   ADD ws-rw-rejects(ws-idx) TO ws-cc-rejects(ws-cdx)
                   ADD ws-rw-charge(ws-idx)  TO ws-cc-charge(ws-cdx)
               END-IF
               ADD ws-rw-calls(ws-idx)   TO ws-grand-calls
               ADD ws-rw-errors(ws-idx)  TO ws-grand-errors
               ADD ws-rw-rejects(ws-idx) TO ws-grand-rejects
               ADD ws-rw-charge(ws-idx)  TO ws-grand-charge
           END-PERFORM.

      *> Entry CENTRE-MAX + 1 is the swap slot.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx >= ws-centre-count
               PERFORM VARYING ws-jdx FROM 1 BY 1
                       UNTIL ws-jdx > ws-centre-count - ws-idx
                   IF ws-cc-centre(ws-jdx) > ws-cc-centre(ws-jdx + 1)
                       MOVE ws-cc-entry(ws-jdx)
                         TO ws-cc-entry(CENTRE-MAX + 1)
                       MOVE ws-cc-entry(ws-jdx + 1)
                         TO ws-cc-entry(ws-jdx)
                       MOVE ws-cc-entry(CENTRE-MAX + 1)
                         TO ws-cc-entry(ws-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

       WRITE-REPORT-HEADER.
           STRING ws-target-month(1:4) "-" ws-target-month(5:2)
             DELIMITED BY SIZE INTO ws-month-disp.
           WRITE report-line FROM rpt-rule.
           MOVE ws-month-disp TO rpt-title-month.
           WRITE report-line FROM rpt-title.
           WRITE report-line FROM rpt-rule.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE " CHARGE = (CALLS - REJECTS) x UNIT RATE AT MONTH END"
             TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           IF ws-centre-count = 0 THEN
               MOVE " (no client usage recorded for the month)"
                 TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-ONE-CENTRE.
           MOVE ws-cc-centre(ws-cdx) TO rch-centre.
           WRITE report-line FROM rpt-centre-head.
           WRITE report-line FROM rpt-charge-head.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-row-count
               IF ws-rw-centre(ws-idx) = ws-cc-centre(ws-cdx) THEN
                   MOVE ws-rw-client(ws-idx)  TO rcl-client
                   MOVE ws-rw-tool(ws-idx)    TO rcl-tool
                   MOVE ws-rw-calls(ws-idx)   TO rcl-calls
                   MOVE ws-rw-errors(ws-idx)  TO rcl-errors
                   MOVE ws-rw-rejects(ws-idx) TO rcl-rejects
                   MOVE ws-rw-rate(ws-idx)    TO rpt-rate-disp
                   MOVE rpt-rate-disp         TO rcl-rate
                   MOVE ws-rw-charge(ws-idx)  TO rcl-charge
                   WRITE report-line FROM rpt-charge-line
               END-IF
           END-PERFORM.
           MOVE SPACES                TO rcl-client rcl-rate.
           MOVE "MONTH TOTAL"         TO rcl-tool.
           MOVE ws-cc-calls(ws-cdx)   TO rcl-calls.
           MOVE ws-cc-errors(ws-cdx)  TO rcl-errors.
           MOVE ws-cc-rejects(ws-cdx) TO rcl-rejects.
           MOVE ws-cc-charge(ws-cdx)  TO rcl-charge.
           WRITE report-line FROM rpt-charge-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-CENTRE-TOTALS.
           MOVE " MONTH TOTALS BY COST CENTRE" TO report-line.
           WRITE report-line.
           WRITE report-line FROM rpt-total-head.
           PERFORM VARYING ws-cdx FROM 1 BY 1
                   UNTIL ws-cdx > ws-centre-count
               MOVE ws-cc-centre(ws-cdx)  TO rcl-client
               MOVE SPACES                TO rcl-tool rcl-rate
               MOVE ws-cc-calls(ws-cdx)   TO rcl-calls
               MOVE ws-cc-errors(ws-cdx)  TO rcl-errors
               MOVE ws-cc-rejects(ws-cdx) TO rcl-rejects
               MOVE ws-cc-charge(ws-cdx)  TO rcl-charge
               WRITE report-line FROM rpt-charge-line
           END-PERFORM.
           MOVE "GRAND TOTAL"    TO rcl-client.
           MOVE SPACES           TO rcl-tool rcl-rate.
           MOVE ws-grand-calls   TO rcl-calls.
           MOVE ws-grand-errors  TO rcl-errors.
           MOVE ws-grand-rejects TO rcl-rejects.
           MOVE ws-grand-charge  TO rcl-charge.
           WRITE report-line FROM rpt-charge-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-QUOTA-HEADROOM.
      *> Peak day is served calls over every client on the tool's
      *> busiest day; the quota is today's catalog value.
           MOVE " DAILY QUOTA HEADROOM (BUSIEST DAY, ALL CLIENTS)"
             TO report-line.
           WRITE report-line.
           WRITE report-line FROM rpt-quota-head.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-tool-row-count
               PERFORM REPORT-ONE-QUOTA
           END-PERFORM.
           IF ws-tool-row-count = 0 THEN
               MOVE " (none)" TO report-line
               WRITE report-line
           END-IF.
           EXIT.

       REPORT-ONE-QUOTA.
           MOVE "N" TO ws-quota-known.
           MOVE 0 TO ws-quota.
           PERFORM VARYING ws-jdx FROM 1 BY 1
                   UNTIL ws-jdx > ws-quota-count
               IF ws-qt-tool(ws-jdx) = ws-tr-tool(ws-idx) THEN
                   MOVE ws-qt-quota(ws-jdx) TO ws-quota
                   SET ws-tool-in-catalog TO TRUE
               END-IF
           END-PERFORM.

           MOVE ws-tr-tool(ws-idx)    TO rql-tool.
           MOVE ws-tr-peak(ws-idx)    TO rql-peak.
           MOVE ws-tr-rejects(ws-idx) TO rql-rejects.
           MOVE SPACES TO rql-peak-date.
           IF ws-tr-peak-date(ws-idx) NOT = SPACES THEN
               STRING ws-tr-peak-date(ws-idx)(1:4) "-"
                      ws-tr-peak-date(ws-idx)(5:2) "-"
                      ws-tr-peak-date(ws-idx)(7:2)
                 DELIMITED BY SIZE INTO rql-peak-date
           END-IF.

           EVALUATE TRUE
               WHEN NOT ws-tool-in-catalog
                   MOVE "  NO ENTRY" TO rql-quota
                   MOVE SPACES       TO rql-headroom
                   MOVE SPACES       TO rql-used
               WHEN ws-quota = 0
                   MOVE " UNLIMITED" TO rql-quota
                   MOVE SPACES       TO rql-headroom
                   MOVE SPACES       TO rql-used
               WHEN OTHER
                   MOVE ws-quota TO rpt-num-disp
                   MOVE rpt-num-disp TO rql-quota
                   COMPUTE ws-headroom = ws-quota - ws-tr-peak(ws-idx)
                   MOVE ws-headroom TO rpt-neg-disp
                   MOVE rpt-neg-disp TO rql-headroom
                   COMPUTE ws-used-pct ROUNDED =
                       ws-tr-peak(ws-idx) * 100 / ws-quota
                   MOVE ws-used-pct TO ws-pct-disp
                   MOVE ws-pct-disp TO rql-used
           END-EVALUATE.
           WRITE report-line FROM rpt-quota-line.
           EXIT.
       END PROGRAM chargeback_report.
