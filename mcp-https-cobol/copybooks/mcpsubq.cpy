      *> submission without leaving the assistant.
      *> SQ-ACTION: RERUN (launch the job's driver script), HOLD (mark
      *> the job HELD in batch-control), RELEASE (clear a HOLD).
      *> Protected jobs (PS-PROTECTED in the planned schedule) need a
      *> second operator: their requests are appended as AWAITING,
      *> which job_dispatcher never acts on, until a different client
      *> with the approver entitlement (MCP-CLIENT-APPROVER) answers
      *> through job-submit APPROVE / REJECT. APPROVE turns the record
      *> PENDING for the next poll; REJECT closes it as REJECTED. An
      *> AWAITING request still unanswered at SQ-EXPIRES is closed as
      *> EXPIRED by job_dispatcher.
      *> A valid RERUN that cannot start because its job class or the
      *> overall run limit is full (config/job-classes.dat) is left
      *> WAITING, with since when and why in SQ-RESULT, and launched by
      *> the poll that finds it a slot.
      *> SQ-STATUS: PENDING, AWAITING, WAITING, ACCEPTED, REJECTED,
      *> EXPIRED.
      *> SQ-APPROVER / SQ-DECISION-TIME: who approved or rejected the
      *> request, and when; spaces until someone does.
      *> Record length is 201 bytes; before SQ-APPROVER, SQ-DECISION-
      *> TIME and SQ-EXPIRES it was 143. The file has no record
      *> delimiters, so a queue written in the 143-byte layout is read
      *> out of step from its second record on and every program that
      *> opens it (job_dispatcher, job-submit, fsnapshot, fverify)
      *> sees garbage requests. Convert such a queue once with
      *> sqconvert (sqconvert.cob) - or, once the old job_dispatcher
      *> has answered every request in it, remove the file - before
      *> these programs are run.
      *> ---------------------------------------------------------------
       01  SUBMIT-QUEUE-RECORD.
           05  SQ-REQUEST-ID       PIC 9(6).
           05  SQ-REQUEST-TIME     PIC X(19).
           05  SQ-STATUS           PIC X(10).
           05  SQ-RESULT           PIC X(60).
           05  SQ-APPROVER         PIC X(20).
           05  SQ-DECISION-TIME    PIC X(19).
           05  SQ-EXPIRES          PIC X(19).
