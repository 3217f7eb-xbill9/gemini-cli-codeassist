       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sqconvert.
      *> ---------------------------------------------------------------
      *> One-shot conversion of the job-submission queue to the current
      *> record layout (mcpsubq.cpy):
      *>     data/submit-queue.dat  (143-byte records, the layout
      *>                             before SQ-APPROVER, SQ-DECISION-
      *>                             TIME and SQ-EXPIRES)
      *>       ->  data/submit-queue.dat  (201-byte records, the three
      *>                                   new fields blank)
      *> The queue is fixed-length ORGANIZATION SEQUENTIAL, so programs
      *> built on the current layout read an old-layout file out of
      *> step from the second record on: job_dispatcher, job-submit
      *> STATUS, fsnapshot and fverify would all see garbage requests.
      *> Run this once, with the job_dispatcher cron entry stopped and
      *> no job-submit traffic, before the current programs are put
      *> in; an empty or missing queue needs nothing.
      *> Every record is first checked to be an old-layout request
      *> (numeric SQ-REQUEST-ID, a request timestamp, a known
      *> SQ-STATUS, a whole 143 bytes). Anything else - typically a
      *> queue already converted - stops the run before any file is
      *> written. Otherwise the old file is copied to
      *> data/submit-queue.bak and the queue rebuilt from the copy.
      *> Exit codes: 0 = converted or nothing to convert, 8 = file
      *> error or the queue is not in the old layout.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-queue-file ASSIGN TO ws-old-queue-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-old-fs.
           SELECT backup-file ASSIGN TO ws-backup-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-backup-fs.
           SELECT submit-queue-file ASSIGN TO ws-submit-queue-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-queue-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  old-queue-file.
       01  OLD-QUEUE-RECORD.
           05  OQ-REQUEST-ID       PIC 9(6).
           05  OQ-JOB-NAME         PIC X(20).
           05  OQ-REQUESTER        PIC X(20).
           05  OQ-ACTION           PIC X(8).
           05  OQ-REQUEST-TIME     PIC X(19).
           05  OQ-STATUS           PIC X(10).
           05  OQ-RESULT           PIC X(60).

       FD  backup-file.
       01  backup-record       PIC X(143).

       FD  submit-queue-file.
       COPY "mcpsubq.cpy".

       WORKING-STORAGE SECTION.
       01  ws-old-queue-path   PIC X(100) VALUE
           "mcp-https-cobol/data/submit-queue.dat".
       01  ws-backup-path      PIC X(100) VALUE
           "mcp-https-cobol/data/submit-queue.bak".
       01  ws-submit-queue-path PIC X(100) VALUE
           "mcp-https-cobol/data/submit-queue.dat".
       01  ws-old-fs           PIC XX VALUE "00".
       01  ws-backup-fs        PIC XX VALUE "00".
       01  ws-queue-fs         PIC XX VALUE "00".
       01  ws-record-count     PIC 9(6) VALUE 0.
       01  ws-converted-count  PIC 9(6) VALUE 0.
       01  ws-bad-record       PIC X VALUE "N".
           88  ws-not-old-layout     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT old-queue-file.
           IF ws-old-fs = "35" THEN
               DISPLAY "sqconvert: no queue on file, nothing to convert"
               STOP RUN
           END-IF.
           IF ws-old-fs NOT = "00" THEN
               DISPLAY "sqconvert: cannot open "
                       FUNCTION TRIM(ws-old-queue-path)
                       ", status " ws-old-fs
               STOP RUN RETURNING 8
           END-IF.

           PERFORM UNTIL ws-old-fs NOT = "00" OR ws-not-old-layout
               READ old-queue-file
                   AT END
                       MOVE "10" TO ws-old-fs
                   NOT AT END
                       PERFORM CHECK-OLD-RECORD
               END-READ
           END-PERFORM.
      *> A short last record (status 04) is a partial 143-byte block:
      *> the file is not a whole number of old-layout records.
           IF ws-old-fs NOT = "10" AND NOT ws-not-old-layout THEN
               DISPLAY "sqconvert: record " ws-record-count
                       " is not a whole old-layout record, status "
                       ws-old-fs
               SET ws-not-old-layout TO TRUE
           END-IF.
           CLOSE old-queue-file.

           IF ws-not-old-layout THEN
               DISPLAY "sqconvert: "
                       FUNCTION TRIM(ws-old-queue-path)
                       " is not in the old layout (already converted?)"
                       " - left as it is"
               STOP RUN RETURNING 8
           END-IF.

           PERFORM COPY-TO-BACKUP.
           PERFORM REWRITE-QUEUE.
           DISPLAY "sqconvert: converted " ws-converted-count
                   " request(s); old file kept as "
                   FUNCTION TRIM(ws-backup-path).
           STOP RUN.

       CHECK-OLD-RECORD.
           ADD 1 TO ws-record-count.
           IF OQ-REQUEST-ID NOT NUMERIC
                   OR OQ-REQUEST-TIME(1:4) NOT NUMERIC
                   OR OQ-REQUEST-TIME(5:1) NOT = "-" THEN
               SET ws-not-old-layout TO TRUE
           END-IF.
           IF OQ-STATUS NOT = "PENDING" AND NOT = "ACCEPTED"
                   AND NOT = "REJECTED" THEN
               SET ws-not-old-layout TO TRUE
           END-IF.
           IF ws-not-old-layout THEN
               DISPLAY "sqconvert: record " ws-record-count
                       " does not read as an old-layout request"
           END-IF.
           EXIT.

       COPY-TO-BACKUP.
      *> The whole file checked out: keep it as it was before
      *> touching the queue.
           MOVE "00" TO ws-old-fs.
           OPEN INPUT old-queue-file.
           IF ws-old-fs NOT = "00" THEN
               DISPLAY "sqconvert: cannot reopen "
                       FUNCTION TRIM(ws-old-queue-path)
                       ", status " ws-old-fs
               STOP RUN RETURNING 8
           END-IF.
           OPEN OUTPUT backup-file.
           IF ws-backup-fs NOT = "00" THEN
               DISPLAY "sqconvert: cannot create "
                       FUNCTION TRIM(ws-backup-path)
                       ", status " ws-backup-fs
               CLOSE old-queue-file
               STOP RUN RETURNING 8
           END-IF.
           PERFORM UNTIL ws-old-fs NOT = "00"
               READ old-queue-file
                   AT END
                       MOVE "10" TO ws-old-fs
                   NOT AT END
                       WRITE backup-record FROM OLD-QUEUE-RECORD
                       IF ws-backup-fs NOT = "00" THEN
                           DISPLAY "sqconvert: write to "
                                   FUNCTION TRIM(ws-backup-path)
                                   " failed, status " ws-backup-fs
                           STOP RUN RETURNING 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE old-queue-file.
           CLOSE backup-file.
           EXIT.

       REWRITE-QUEUE.
      *> The copy is complete and checked: rebuild the queue from it.
           MOVE "00" TO ws-backup-fs.
           OPEN INPUT backup-file.
           IF ws-backup-fs NOT = "00" THEN
               DISPLAY "sqconvert: cannot reopen "
                       FUNCTION TRIM(ws-backup-path)
                       ", status " ws-backup-fs
               STOP RUN RETURNING 8
           END-IF.
           OPEN OUTPUT submit-queue-file.
           IF ws-queue-fs NOT = "00" THEN
               DISPLAY "sqconvert: cannot rewrite "
                       FUNCTION TRIM(ws-submit-queue-path)
                       ", status " ws-queue-fs
               CLOSE backup-file
               STOP RUN RETURNING 8
           END-IF.
           PERFORM UNTIL ws-backup-fs NOT = "00"
               READ backup-file
                   AT END
                       MOVE "10" TO ws-backup-fs
                   NOT AT END
                       MOVE SPACES TO SUBMIT-QUEUE-RECORD
                       MOVE backup-record
                         TO SUBMIT-QUEUE-RECORD(1:143)
                       WRITE SUBMIT-QUEUE-RECORD
                       IF ws-queue-fs NOT = "00" THEN
                           DISPLAY "sqconvert: write to "
                                   FUNCTION TRIM(ws-submit-queue-path)
                                   " failed, status " ws-queue-fs
                                   "; restore it from "
                                   FUNCTION TRIM(ws-backup-path)
                           STOP RUN RETURNING 8
                       END-IF
                       ADD 1 TO ws-converted-count
               END-READ
           END-PERFORM.
           CLOSE backup-file.
           CLOSE submit-queue-file.
           EXIT.
       END PROGRAM sqconvert.
