       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident_report.
      *> ---------------------------------------------------------------
      *> Nightly abend incident report: every incident incident_update
      *> opened on the report night (data/incidents.dat, mcpinc.cpy),
      *> plus any older one still OPEN, written so each incident's
      *> block can be attached to the problem ticket as it stands:
      *>   - a summary: incidents opened, closed and still open, with
      *>     the average time to acknowledge and to recover over the
      *>     closed ones
      *>   - one line per incident (job, failing step, rc, status,
      *>     acknowledgement and recovery minutes)
      *>   - per incident: the record in full and its timeline from
      *>     data/incident-events.dat (mcpinev.cpy) - the abend, the
      *>     captured dispatch-log excerpt, alerts, pages, escalations,
      *>     the acknowledgement, reruns, retries and the final
      *>     FINISHED - in the order they happened
      *> Report date defaults to the business processing date from
      *> data/business-date.dat, read directly as the ops summary
      *> does so the morning run after procdate CLOSE still reports
      *> the night just closed; today's date only with no record at
      *> all. Override with INCIDENT_REPORT_DATE (YYYYMMDD).
      *> Output: logs/incidents-YYYYMMDD.rpt.
      *> Exit codes: 0 = report written, 8 = cannot write report.
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
           SELECT business-date-file ASSIGN TO ws-bdate-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-bdate-fs.
           SELECT report-file ASSIGN TO ws-report-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-report-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  incident-file.
       COPY "mcpinc.cpy".

       FD  event-file.
       COPY "mcpinev.cpy".

       FD  business-date-file.
       COPY "mcpbdat.cpy".

      *> Wide enough for a timeline line with its full event detail.
       FD  report-file.
       01  report-line         PIC X(260).

       WORKING-STORAGE SECTION.
       01  ws-incident-path    PIC X(100) VALUE
           "mcp-https-cobol/data/incidents.dat".
       01  ws-incident-fs      PIC XX VALUE "00".
       01  ws-event-path       PIC X(100) VALUE
           "mcp-https-cobol/data/incident-events.dat".
       01  ws-event-fs         PIC XX VALUE "00".
       01  ws-bdate-path       PIC X(100) VALUE
           "mcp-https-cobol/data/business-date.dat".
       01  ws-bdate-fs         PIC XX VALUE "00".
       01  ws-report-path      PIC X(60) VALUE SPACES.
       01  ws-report-fs        PIC XX VALUE "00".

       01  ws-env-date         PIC X(8) VALUE SPACES.
       01  ws-report-date      PIC X(8) VALUE SPACES.
       01  ws-now              PIC X(21) VALUE SPACES.

      *> The night's incidents and the older ones still open, in file
      *> (id) order.
       78  INCIDENT-TABLE-MAX  VALUE 100.
       01  ws-inc-count        BINARY-LONG VALUE 0.
       01  ws-inc-table.
           05  ws-inc-entry OCCURS 100 TIMES PIC X(174).
       01  ws-inc-idx          BINARY-LONG VALUE 0.
       01  ws-inc-skipped      BINARY-LONG VALUE 0.

       01  ws-opened-count     BINARY-LONG VALUE 0.
       01  ws-closed-count     BINARY-LONG VALUE 0.
       01  ws-open-count       BINARY-LONG VALUE 0.
       01  ws-acked-count      BINARY-LONG VALUE 0.
       01  ws-tta-total        BINARY-LONG VALUE 0.
       01  ws-ttr-total        BINARY-LONG VALUE 0.
       01  ws-avg-mins         BINARY-LONG VALUE 0.
       01  ws-event-count      BINARY-LONG VALUE 0.
       01  ws-line-ptr         BINARY-LONG VALUE 1.

       01  ws-count-disp       PIC ZZZZ9.
       01  ws-mins-disp        PIC ZZZZ9.
       01  ws-step-disp        PIC ZZ9.

      *> Report line images.
       01  rpt-rule            PIC X(99) VALUE ALL "=".
       01  rpt-dash            PIC X(99) VALUE ALL "-".
       01  rpt-title.
           05  FILLER          PIC X(21) VALUE
               " ABEND INCIDENTS FOR ".
           05  rpt-title-date  PIC X(10).
       01  rpt-inc-head.
           05  FILLER          PIC X(8)  VALUE " INCID".
           05  FILLER          PIC X(21) VALUE "JOB".
           05  FILLER          PIC X(5)  VALUE "STEP".
           05  FILLER          PIC X(6)  VALUE "RC".
           05  FILLER          PIC X(9)  VALUE "STATUS".
           05  FILLER          PIC X(11) VALUE "OPENED".
           05  FILLER          PIC X(7)  VALUE "  TTA".
           05  FILLER          PIC X(7)  VALUE "  TTR".
           05  FILLER          PIC X(7)  VALUE " RERUN".
           05  FILLER          PIC X(7)  VALUE " RETRY".
       01  rpt-inc-line.
           05  FILLER          PIC X VALUE SPACE.
           05  ril-id          PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  ril-job         PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  ril-step        PIC X(3).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  ril-rc          PIC X(4).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  ril-status      PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ril-opened      PIC X(11).
           05  ril-tta         PIC X(7).
           05  ril-ttr         PIC X(7).
           05  ril-reruns      PIC Z(6)9.
           05  ril-retries     PIC Z(6)9.
       01  rpt-event-line.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  rel-time        PIC X(19).
           05  FILLER          PIC X VALUE SPACE.
           05  rel-event       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  rel-source      PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  rel-detail      PIC X(200).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           ACCEPT ws-env-date FROM ENVIRONMENT "INCIDENT_REPORT_DATE".
           IF ws-env-date NOT = SPACES THEN
               MOVE FUNCTION TRIM(ws-env-date) TO ws-report-date
           ELSE
      *> Read directly, not through business_date_get, for the same
      *> reason as the ops summary: the morning run comes after the
      *> night is CLOSED and must still report on that night.
               MOVE ws-now(1:8) TO ws-report-date
               OPEN INPUT business-date-file
               IF ws-bdate-fs = "00" THEN
                   READ business-date-file
                       AT END
                           MOVE "10" TO ws-bdate-fs
                   END-READ
                   IF ws-bdate-fs = "00"
                           AND BD-PROC-DATE NUMERIC THEN
                       MOVE BD-PROC-DATE TO ws-report-date
                   END-IF
                   CLOSE business-date-file
               END-IF
           END-IF.

           STRING "mcp-https-cobol/logs/incidents-" ws-report-date
                  ".rpt"
             DELIMITED BY SIZE INTO ws-report-path.

           PERFORM LOAD-INCIDENTS.

           OPEN OUTPUT report-file.
           IF ws-report-fs NOT = "00" THEN
               DISPLAY "incident_report: cannot create "
                       FUNCTION TRIM(ws-report-path)
                       ", status " ws-report-fs
               STOP RUN RETURNING 8
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-SUMMARY.
           PERFORM REPORT-INCIDENT-LIST.
           PERFORM VARYING ws-inc-idx FROM 1 BY 1
                   UNTIL ws-inc-idx > ws-inc-count
               MOVE ws-inc-entry(ws-inc-idx) TO INCIDENT-RECORD
               PERFORM REPORT-INCIDENT-DETAIL
           END-PERFORM.

           CLOSE report-file.
           DISPLAY "incident_report: wrote "
                   FUNCTION TRIM(ws-report-path).
           STOP RUN.

       LOAD-INCIDENTS.
      *> No incident file simply means a quiet night.
           MOVE 0 TO ws-inc-count ws-inc-skipped.
           OPEN INPUT incident-file.
           IF ws-incident-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-incident-fs NOT = "00"
               READ incident-file
                   AT END
                       MOVE "10" TO ws-incident-fs
                   NOT AT END
                       IF IN-PROC-DATE = ws-report-date
                               OR IN-STATUS = "OPEN" THEN
                           IF ws-inc-count < INCIDENT-TABLE-MAX THEN
                               ADD 1 TO ws-inc-count
                               MOVE INCIDENT-RECORD
                                   TO ws-inc-entry(ws-inc-count)
                           ELSE
                               ADD 1 TO ws-inc-skipped
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE incident-file.
           EXIT.

       WRITE-REPORT-HEADER.
           WRITE report-line FROM rpt-rule.
           STRING ws-report-date(1:4) "-" ws-report-date(5:2) "-"
                  ws-report-date(7:2)
             DELIMITED BY SIZE INTO rpt-title-date.
           WRITE report-line FROM rpt-title.
           WRITE report-line FROM rpt-rule.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-SUMMARY.
           MOVE 0 TO ws-opened-count ws-closed-count ws-open-count
                     ws-acked-count ws-tta-total ws-ttr-total.
           PERFORM VARYING ws-inc-idx FROM 1 BY 1
                   UNTIL ws-inc-idx > ws-inc-count
               MOVE ws-inc-entry(ws-inc-idx) TO INCIDENT-RECORD
               IF IN-PROC-DATE = ws-report-date THEN
                   ADD 1 TO ws-opened-count
               END-IF
               IF IN-STATUS = "CLOSED" THEN
                   ADD 1 TO ws-closed-count
                   ADD IN-TTR-MINS TO ws-ttr-total
                   IF IN-ACK-TIME NOT = SPACES THEN
                       ADD 1 TO ws-acked-count
                       ADD IN-TTA-MINS TO ws-tta-total
                   END-IF
               ELSE
                   ADD 1 TO ws-open-count
               END-IF
           END-PERFORM.

           MOVE " SUMMARY" TO report-line.
           WRITE report-line.
           MOVE ws-opened-count TO ws-count-disp.
           MOVE SPACES TO report-line.
           STRING "   Incidents opened this night:     " ws-count-disp
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE ws-closed-count TO ws-count-disp.
           MOVE SPACES TO report-line.
           STRING "   Closed (job recovered):          " ws-count-disp
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE ws-open-count TO ws-count-disp.
           MOVE SPACES TO report-line.
           STRING "   Still open:                      " ws-count-disp
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-acked-count > 0 THEN
               COMPUTE ws-avg-mins ROUNDED =
                   ws-tta-total / ws-acked-count
               MOVE ws-avg-mins TO ws-mins-disp
               STRING "   Average time to acknowledge:     "
                      ws-mins-disp " min"
                 DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE "   Average time to acknowledge:         n/a"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-closed-count > 0 THEN
               COMPUTE ws-avg-mins ROUNDED =
                   ws-ttr-total / ws-closed-count
               MOVE ws-avg-mins TO ws-mins-disp
               STRING "   Average time to recover:         "
                      ws-mins-disp " min"
                 DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE "   Average time to recover:             n/a"
                   TO report-line
           END-IF.
           WRITE report-line.
           IF ws-inc-skipped > 0 THEN
               MOVE ws-inc-skipped TO ws-count-disp
               MOVE SPACES TO report-line
               STRING "   ** " ws-count-disp
                      " further incidents not shown (table full)"
                 DELIMITED BY SIZE INTO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-INCIDENT-LIST.
           MOVE " INCIDENTS" TO report-line.
           WRITE report-line.
           IF ws-inc-count = 0 THEN
               MOVE "   No abend incidents for this night."
                   TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.
           WRITE report-line FROM rpt-inc-head.
           PERFORM VARYING ws-inc-idx FROM 1 BY 1
                   UNTIL ws-inc-idx > ws-inc-count
               MOVE ws-inc-entry(ws-inc-idx) TO INCIDENT-RECORD
               MOVE IN-INCIDENT-ID TO ril-id
               MOVE IN-JOB-NAME    TO ril-job
               MOVE SPACES TO ril-step
               IF IN-STEP-NUMBER > 0 THEN
                   MOVE IN-STEP-NUMBER TO ril-step
               END-IF
               MOVE IN-RETURN-CODE TO ril-rc
               MOVE IN-STATUS      TO ril-status
               MOVE SPACES TO ril-opened
               STRING IN-OPEN-TIME(6:5) " " IN-OPEN-TIME(12:5)
                 DELIMITED BY SIZE INTO ril-opened
               MOVE "      -" TO ril-tta ril-ttr
               IF IN-STATUS = "CLOSED" THEN
                   MOVE IN-TTR-MINS TO ws-mins-disp
                   MOVE SPACES TO ril-ttr
                   STRING "  " ws-mins-disp
                     DELIMITED BY SIZE INTO ril-ttr
                   IF IN-ACK-TIME NOT = SPACES THEN
                       MOVE IN-TTA-MINS TO ws-mins-disp
                       MOVE SPACES TO ril-tta
                       STRING "  " ws-mins-disp
                         DELIMITED BY SIZE INTO ril-tta
                   END-IF
               END-IF
               MOVE IN-RERUNS  TO ril-reruns
               MOVE IN-RETRIES TO ril-retries
               WRITE report-line FROM rpt-inc-line
           END-PERFORM.
           MOVE SPACES TO report-line.
           STRING "   TTA/TTR = minutes from the abend to the first"
                  " acknowledgement / to the job finishing."
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.

       REPORT-INCIDENT-DETAIL.
      *> One self-contained block per incident, the part that goes on
      *> the problem ticket.
           WRITE report-line FROM rpt-dash.
           MOVE SPACES TO report-line.
           STRING " INCIDENT " IN-INCIDENT-ID "  "
                  FUNCTION TRIM(IN-JOB-NAME)
                  "  business date " IN-PROC-DATE(1:4) "-"
                  IN-PROC-DATE(5:2) "-" IN-PROC-DATE(7:2)
                  "  " FUNCTION TRIM(IN-STATUS)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           WRITE report-line FROM rpt-dash.

           MOVE SPACES TO report-line.
           IF IN-STEP-NUMBER > 0 THEN
               MOVE IN-STEP-NUMBER TO ws-step-disp
               STRING "   Failing step:     "
                      FUNCTION TRIM(ws-step-disp) " "
                      FUNCTION TRIM(IN-STEP-NAME)
                 DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE "   Failing step:     (no step trail recorded)"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "   Return code:      " IN-RETURN-CODE
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "   Opened:           " IN-OPEN-TIME
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF IN-ALERT-ID > 0 THEN
               STRING "   Abend alert:      " IN-ALERT-ID
                 DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE "   Abend alert:      (not raised yet)"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF IN-ACK-TIME NOT = SPACES THEN
               STRING "   Acknowledged:     " IN-ACK-TIME " by "
                      FUNCTION TRIM(IN-ACK-BY)
                 DELIMITED BY SIZE INTO report-line
           ELSE
               MOVE "   Acknowledged:     (not acknowledged)"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "   Abends: " IN-ABENDS
                  "   Escalations: " IN-ESCALATIONS
                  "   Reruns: " IN-RERUNS
                  "   Retries: " IN-RETRIES
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF IN-STATUS = "CLOSED" THEN
               MOVE 1 TO ws-line-ptr
               STRING "   Closed:           " IN-CLOSE-TIME " - "
                 DELIMITED BY SIZE
                 INTO report-line WITH POINTER ws-line-ptr
               IF IN-ACK-TIME NOT = SPACES THEN
                   MOVE IN-TTA-MINS TO ws-mins-disp
                   STRING "acknowledged after "
                          FUNCTION TRIM(ws-mins-disp) " min, "
                     DELIMITED BY SIZE
                     INTO report-line WITH POINTER ws-line-ptr
               END-IF
               MOVE IN-TTR-MINS TO ws-mins-disp
               STRING "recovered after "
                      FUNCTION TRIM(ws-mins-disp) " min"
                 DELIMITED BY SIZE
                 INTO report-line WITH POINTER ws-line-ptr
           ELSE
               MOVE "   Closed:           (job has not finished yet)"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

           MOVE "   TIMELINE" TO report-line.
           WRITE report-line.
           MOVE 0 TO ws-event-count.
           OPEN INPUT event-file.
           IF ws-event-fs = "00" THEN
               PERFORM UNTIL ws-event-fs NOT = "00"
                   READ event-file
                       AT END
                           MOVE "10" TO ws-event-fs
                       NOT AT END
                           IF IE-INCIDENT-ID = IN-INCIDENT-ID THEN
                               ADD 1 TO ws-event-count
                               MOVE IE-TIMESTAMP TO rel-time
                               MOVE IE-EVENT     TO rel-event
                               MOVE IE-SOURCE    TO rel-source
                               MOVE IE-DETAIL    TO rel-detail
                               WRITE report-line FROM rpt-event-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE event-file
           END-IF.
           IF ws-event-count = 0 THEN
               MOVE "   (no events recorded)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EXIT.
       END PROGRAM incident_report.
