       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. blackout_check.
      *> ---------------------------------------------------------------
      *> Shared blackout-window resolver, CALLed by job_dispatcher, the
      *> job-submit tool, schedule_monitor and alert_notifier so the
      *> quarter-end freeze and the patch window are one line in
      *> config/blackout.dat (mcpblk.cpy) rather than commented-out
      *> cron entries and a note to on-call. Answers, for one job and
      *> one interval (mcpbchk.cpy), whether any window covering the
      *> job overlaps it, which kind, until when, and how many seconds
      *> of the interval it took up.
      *> A window covers the job when BW-JOBS is "*" or names the job
      *> in its comma-separated list (spaces in the list are ignored -
      *> job names never contain one - so "A, B" covers B whether the
      *> line came through config_maint or a text editor). A window
      *> overlaps the interval when it starts no later than BK-TO and
      *> ends after BK-FROM, compared at minute precision, so a point
      *> check (BK-FROM = BK-TO) is "is the job blacked out this
      *> minute?".
      *> No blackout file, or a line with no start, means no window:
      *> the calendar only ever holds work back, it never has to exist.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT blackout-file ASSIGN TO ws-blackout-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-blackout-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  blackout-file.
       COPY "mcpblk.cpy".

       WORKING-STORAGE SECTION.
       01  ws-blackout-path    PIC X(100) VALUE
           "mcp-https-cobol/config/blackout.dat".
       01  ws-blackout-fs      PIC XX VALUE "00".

       01  ws-job-list         PIC X(102) VALUE SPACES.
       01  ws-job-key          PIC X(22) VALUE SPACES.
       01  ws-job-key-len      BINARY-LONG VALUE 0.
       01  ws-job-hits         BINARY-LONG VALUE 0.
       01  ws-list-in          PIC X(100) VALUE SPACES.
       01  ws-list-out         PIC X(100) VALUE SPACES.
       01  ws-list-in-idx      BINARY-LONG VALUE 0.
       01  ws-list-out-idx     BINARY-LONG VALUE 0.
       01  ws-win-until        PIC X(19) VALUE SPACES.

      *> Interval arithmetic in seconds (INTEGER-OF-DATE days * 86400
      *> + time of day), the same reckoning schedule_monitor uses.
       01  ws-stamp            PIC X(19) VALUE SPACES.
       01  ws-stamp-ymd        PIC 9(8) VALUE 0.
       01  ws-stamp-secs       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-from-secs        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-to-secs          USAGE BINARY-DOUBLE VALUE 0.
       01  ws-win-from-secs    USAGE BINARY-DOUBLE VALUE 0.
       01  ws-win-to-secs      USAGE BINARY-DOUBLE VALUE 0.
       01  ws-overlap-secs     USAGE BINARY-DOUBLE VALUE 0.
      *> Each covering window's share of the interval, merged at the
      *> end so two windows over the same hour count it once.
       78  SPAN-MAX            VALUE 50.
       01  ws-span-count       BINARY-LONG VALUE 0.
       01  ws-span-table.
           05  ws-span-entry OCCURS 51 TIMES.
               10  ws-span-from    USAGE BINARY-DOUBLE.
               10  ws-span-to      USAGE BINARY-DOUBLE.
       01  ws-span-idx         BINARY-LONG VALUE 0.
       01  ws-span-jdx         BINARY-LONG VALUE 0.
       01  ws-run-from         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-run-to           USAGE BINARY-DOUBLE VALUE 0.

       LINKAGE SECTION.
       COPY "mcpbchk.cpy".

       PROCEDURE DIVISION USING BLACKOUT-CHECK.
       MAIN-CHECK.
           MOVE "N"    TO BK-FOUND.
           MOVE SPACES TO BK-TYPE BK-UNTIL BK-LAST-END BK-DESC.
           MOVE 0      TO BK-OVERLAP-SECS.
           MOVE 0      TO ws-overlap-secs.
           MOVE 0      TO ws-span-count.

           MOVE SPACES TO ws-job-key.
           STRING "," FUNCTION TRIM(BK-JOB-NAME) ","
             DELIMITED BY SIZE INTO ws-job-key.
           COMPUTE ws-job-key-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-job-key)).
           MOVE BK-FROM TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-from-secs.
           MOVE BK-TO TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           MOVE ws-stamp-secs TO ws-to-secs.

           MOVE "00" TO ws-blackout-fs.
           OPEN INPUT blackout-file.
           IF ws-blackout-fs NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL ws-blackout-fs NOT = "00"
               READ blackout-file
                   AT END
                       MOVE "10" TO ws-blackout-fs
                   NOT AT END
                       PERFORM CHECK-ONE-WINDOW
               END-READ
           END-PERFORM.
           CLOSE blackout-file.

           PERFORM MERGE-SPANS.
           IF ws-overlap-secs > 0 THEN
               MOVE ws-overlap-secs TO BK-OVERLAP-SECS
           END-IF.
           EXIT PROGRAM.

       CHECK-ONE-WINDOW.
           IF BW-START = SPACES OR BW-END = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF BW-START > BK-TO(1:16) OR BW-END NOT > BK-FROM(1:16) THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(BW-JOBS) NOT = "*" THEN
               MOVE BW-JOBS TO ws-list-in
               PERFORM SQUEEZE-JOB-LIST
               MOVE SPACES TO ws-job-list
               STRING "," FUNCTION TRIM(ws-list-out) ","
                 DELIMITED BY SIZE INTO ws-job-list
               MOVE 0 TO ws-job-hits
               INSPECT ws-job-list TALLYING ws-job-hits
                   FOR ALL ws-job-key(1:ws-job-key-len)
               IF ws-job-hits = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO ws-win-until.
           STRING BW-END ".00" DELIMITED BY SIZE INTO ws-win-until.
           IF ws-win-until > BK-LAST-END OR BK-LAST-END = SPACES THEN
               MOVE ws-win-until TO BK-LAST-END
           END-IF.
      *> A hard freeze outranks maintenance; within one kind the
      *> window that ends last is the one to quote.
           EVALUATE TRUE
               WHEN NOT BK-IN-BLACKOUT
               WHEN BW-TYPE = "F" AND NOT BK-HARD-FREEZE
               WHEN BW-TYPE = BK-TYPE AND ws-win-until > BK-UNTIL
                   SET BK-IN-BLACKOUT TO TRUE
                   IF BW-TYPE = "F" THEN
                       MOVE "F" TO BK-TYPE
                   ELSE
                       MOVE "M" TO BK-TYPE
                   END-IF
                   MOVE ws-win-until TO BK-UNTIL
                   MOVE BW-DESC      TO BK-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Seconds of [BK-FROM, BK-TO] this window occupies.
           MOVE ws-from-secs TO ws-win-from-secs.
           MOVE ws-to-secs   TO ws-win-to-secs.
           MOVE SPACES TO ws-stamp.
           STRING BW-START ".00" DELIMITED BY SIZE INTO ws-stamp.
           PERFORM STAMP-TO-SECS.
           IF ws-stamp-secs > ws-win-from-secs THEN
               MOVE ws-stamp-secs TO ws-win-from-secs
           END-IF.
           MOVE ws-win-until TO ws-stamp.
           PERFORM STAMP-TO-SECS.
           IF ws-stamp-secs < ws-win-to-secs THEN
               MOVE ws-stamp-secs TO ws-win-to-secs
           END-IF.
           IF ws-win-to-secs > ws-win-from-secs
                   AND ws-span-count < SPAN-MAX THEN
               ADD 1 TO ws-span-count
               MOVE ws-win-from-secs TO ws-span-from(ws-span-count)
               MOVE ws-win-to-secs   TO ws-span-to(ws-span-count)
           END-IF.
           EXIT.

       MERGE-SPANS.
      *> Order the spans by start (exchange sort, slot SPAN-MAX + 1
      *> as the swap area) and add up their union.
           PERFORM VARYING ws-span-idx FROM 1 BY 1
                   UNTIL ws-span-idx >= ws-span-count
               PERFORM VARYING ws-span-jdx FROM ws-span-idx BY 1
                       UNTIL ws-span-jdx > ws-span-count
                   IF ws-span-from(ws-span-jdx)
                           < ws-span-from(ws-span-idx) THEN
                       MOVE ws-span-entry(ws-span-idx)
                           TO ws-span-entry(SPAN-MAX + 1)
                       MOVE ws-span-entry(ws-span-jdx)
                           TO ws-span-entry(ws-span-idx)
                       MOVE ws-span-entry(SPAN-MAX + 1)
                           TO ws-span-entry(ws-span-jdx)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO ws-overlap-secs.
           IF ws-span-count = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-span-from(1) TO ws-run-from.
           MOVE ws-span-to(1)   TO ws-run-to.
           PERFORM VARYING ws-span-idx FROM 2 BY 1
                   UNTIL ws-span-idx > ws-span-count
               IF ws-span-from(ws-span-idx) > ws-run-to THEN
                   COMPUTE ws-overlap-secs = ws-overlap-secs
                       + ws-run-to - ws-run-from
                   MOVE ws-span-from(ws-span-idx) TO ws-run-from
                   MOVE ws-span-to(ws-span-idx)   TO ws-run-to
               ELSE
                   IF ws-span-to(ws-span-idx) > ws-run-to THEN
                       MOVE ws-span-to(ws-span-idx) TO ws-run-to
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE ws-overlap-secs = ws-overlap-secs
               + ws-run-to - ws-run-from.
           EXIT.

       STAMP-TO-SECS.
      *> "YYYY-MM-DD-HH.MM.SS" to seconds (zero when malformed; the
      *> seconds part is optional).
           MOVE 0 TO ws-stamp-secs.
           IF ws-stamp(1:4) NOT NUMERIC OR ws-stamp(6:2) NOT NUMERIC
                   OR ws-stamp(9:2) NOT NUMERIC
                   OR ws-stamp(12:2) NOT NUMERIC
                   OR ws-stamp(15:2) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           STRING ws-stamp(1:4) ws-stamp(6:2) ws-stamp(9:2)
             DELIMITED BY SIZE INTO ws-stamp-ymd.
           COMPUTE ws-stamp-secs =
               INTEGER-OF-DATE(ws-stamp-ymd) * 86400
               + NUMVAL(ws-stamp(12:2)) * 3600
               + NUMVAL(ws-stamp(15:2)) * 60.
           IF ws-stamp(18:2) NUMERIC THEN
               ADD NUMVAL(ws-stamp(18:2)) TO ws-stamp-secs
           END-IF.
           EXIT.
       SQUEEZE-JOB-LIST.
      *> ws-list-in with every space dropped, into ws-list-out.
           MOVE SPACES TO ws-list-out.
           MOVE 0 TO ws-list-out-idx.
           PERFORM VARYING ws-list-in-idx FROM 1 BY 1
                   UNTIL ws-list-in-idx > LENGTH(ws-list-in)
               IF ws-list-in(ws-list-in-idx:1) NOT = SPACE THEN
                   ADD 1 TO ws-list-out-idx
                   MOVE ws-list-in(ws-list-in-idx:1)
                     TO ws-list-out(ws-list-out-idx:1)
               END-IF
           END-PERFORM.
           EXIT.
       END PROGRAM blackout_check.
