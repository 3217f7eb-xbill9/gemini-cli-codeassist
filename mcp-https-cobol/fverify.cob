      *>   data/submit-queue.dat     (SEQUENTIAL) - id digits, status
      *>       a known value
      *>   data/run-history.dat      (LINE SEQUENTIAL) - run number,
      *>       counts and timestamps well-formed, end status a known
      *>       value
      *> A file that does not exist yet is reported and skipped: a
      *> fresh install is not damage.
      *> Exit codes: 0 = all clean, 2 = damage found, 8 = a file that
                       " has non-numeric request id"
           END-IF.
           IF SQ-STATUS NOT = "PENDING" AND SQ-STATUS NOT = "ACCEPTED"
                   AND SQ-STATUS NOT = "REJECTED"
                   AND SQ-STATUS NOT = "AWAITING"
                   AND SQ-STATUS NOT = "EXPIRED"
                   AND SQ-STATUS NOT = "WAITING" THEN
               ADD 1 TO ws-damage-count
               DISPLAY "submit-queue.dat: record " ws-record-count
                       " has unknown status " SQ-STATUS
               DISPLAY "run-history.dat: record " ws-record-count
                       " has malformed end time"
           END-IF.
           IF RH-END-STATUS NOT = SPACES
                   AND RH-END-STATUS NOT = "FINISHED"
                   AND RH-END-STATUS NOT = "ABENDED" THEN
               ADD 1 TO ws-damage-count
               DISPLAY "run-history.dat: record " ws-record-count
                       " has unknown end status " RH-END-STATUS
           END-IF.
           EXIT.

       CHECK-TIMESTAMP.
