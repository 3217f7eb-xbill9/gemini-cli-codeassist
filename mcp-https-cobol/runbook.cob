       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbook_lookup.
      *> ---------------------------------------------------------------
      *> Shared runbook resolver, CALLed (mcprbkl.cpy) by the runbook
      *> tool, alert_notifier and job_dispatcher so all three answer
      *> "what does the runbook say about this job, step and alert"
      *> from config/runbook.dat (mcprunb.cpy) the same way.
      *> An entry covers the question when RB-JOB-NAME is the job,
      *> RB-STEP is the step or "*", and RB-ALERT-TYPE is the alert
      *> type or "*" (any entry type when no type is asked for). Of
      *> the covering entries the most specific wins - a step entry
      *> over a whole-job one, then an exact type over "*" - and the
      *> first in the file among equals.
      *> Alerts carry no step, so a question with step 0 is asked
      *> about the failing step of the job's open abend incident
      *> (data/incidents.dat, mcpinc.cpy); with no incident open only
      *> whole-job entries can answer it.
      *> No runbook file means no entries: nothing refuses, nothing
      *> is added to a page.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT runbook-file ASSIGN TO ws-runbook-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-runbook-fs.
           SELECT incident-file ASSIGN TO ws-incident-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-incident-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  runbook-file.
       COPY "mcprunb.cpy".

       FD  incident-file.
       COPY "mcpinc.cpy".

       WORKING-STORAGE SECTION.
       01  ws-runbook-path     PIC X(100) VALUE
           "mcp-https-cobol/config/runbook.dat".
       01  ws-runbook-fs       PIC XX VALUE "00".
       01  ws-incident-path    PIC X(100) VALUE
           "mcp-https-cobol/data/incidents.dat".
       01  ws-incident-fs      PIC XX VALUE "00".

       01  ws-step-text        PIC X(3) VALUE SPACES.
       01  ws-score            BINARY-LONG VALUE 0.
       01  ws-best-score       BINARY-LONG VALUE -1.

       LINKAGE SECTION.
       COPY "mcprbkl.cpy".

       PROCEDURE DIVISION USING RUNBOOK-LOOKUP.
       MAIN-LOOKUP.
           MOVE "N"    TO RL-FOUND.
           MOVE SPACES TO RL-ENTRY.
           MOVE -1     TO ws-best-score.

           IF RL-STEP-NUMBER = 0 THEN
               PERFORM FIND-INCIDENT-STEP
           END-IF.
           MOVE SPACES TO ws-step-text.
           IF RL-STEP-NUMBER > 0 THEN
               MOVE RL-STEP-NUMBER TO ws-step-text
           END-IF.

           MOVE "00" TO ws-runbook-fs.
           OPEN INPUT runbook-file.
           IF ws-runbook-fs NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL ws-runbook-fs NOT = "00"
               READ runbook-file
                   AT END
                       MOVE "10" TO ws-runbook-fs
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE runbook-file.
           EXIT PROGRAM.

       CHECK-ONE-ENTRY.
           IF RB-JOB-NAME NOT = RL-JOB-NAME THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ws-score.
           EVALUATE TRUE
               WHEN RB-STEP = "*"
                   CONTINUE
               WHEN ws-step-text NOT = SPACES
                       AND RB-STEP = ws-step-text
                   ADD 2 TO ws-score
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RL-ALERT-TYPE = SPACES
               WHEN RB-ALERT-TYPE = "*"
                   CONTINUE
               WHEN RB-ALERT-TYPE = RL-ALERT-TYPE
                   ADD 1 TO ws-score
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF ws-score <= ws-best-score THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-score          TO ws-best-score.
           SET RL-ENTRY-FOUND     TO TRUE.
           MOVE RB-STEP           TO RL-STEP.
           MOVE RB-ALERT-TYPE     TO RL-ENTRY-TYPE.
           MOVE RB-RERUN-SAFE     TO RL-RERUN-SAFE.
           MOVE RB-RESTART-OK     TO RL-RESTART-OK.
           MOVE RB-CONTACT        TO RL-CONTACT.
           MOVE RB-INSTRUCTIONS-1 TO RL-INSTRUCTIONS-1.
           MOVE RB-INSTRUCTIONS-2 TO RL-INSTRUCTIONS-2.
           EXIT.

       FIND-INCIDENT-STEP.
      *> The failing step of the job's OPEN incident, if it has one
      *> and the step trail knew the step.
           MOVE "00" TO ws-incident-fs.
           OPEN INPUT incident-file.
           IF ws-incident-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ws-incident-fs NOT = "00"
               READ incident-file
                   AT END
                       MOVE "10" TO ws-incident-fs
                   NOT AT END
                       IF IN-JOB-NAME = RL-JOB-NAME
                               AND IN-STATUS = "OPEN" THEN
                           MOVE IN-STEP-NUMBER TO RL-STEP-NUMBER
                           MOVE "10" TO ws-incident-fs
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE incident-file.
           EXIT.
       END PROGRAM runbook_lookup.
