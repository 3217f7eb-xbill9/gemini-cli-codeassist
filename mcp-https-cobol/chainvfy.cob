       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit_chain_verify.
      *> ---------------------------------------------------------------
      *> Proof for the auditors that the audit trails have not been
      *> changed: walks the running-hash chain of both trails for a
      *> range of days through audit_chain_check (mcpachk.cpy) and
      *> reports, per trail, the records verified or the first broken
      *> link - file, record number, timestamp and what is wrong:
      *>   AUDIT - the daily audit logs audit_log_write appends to,
      *>           and the archive files audit_retention moved the
      *>           older days into
      *>   MAINT - logs/maint-audit.dat, config_maint's change trail
      *> Each break raises an AUDIT alert (job AUDIT-TRAIL or
      *> MAINT-AUDIT) for alert_notifier to page, once while it stays
      *> live.
      *> Range: AUDIT_VERIFY_FROM .. AUDIT_VERIFY_TO (YYYYMMDD); the
      *> default is from the day each chain began through today.
      *> Exit codes: 0 = both chains verify, 2 = a chain is broken,
      *> 8 = the range is not a valid pair of dates.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "mcpachk.cpy".

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-env-from         PIC X(8) VALUE SPACES.
       01  ws-env-to           PIC X(8) VALUE SPACES.
       01  ws-from-date        PIC X(8) VALUE SPACES.
       01  ws-to-date          PIC X(8) VALUE SPACES.
       01  ws-date-num         PIC 9(8) VALUE 0.
       01  ws-trail-name       PIC X(12) VALUE SPACES.
       01  ws-break-count      BINARY-LONG VALUE 0.
       01  ws-count-disp       PIC Z(8)9.
       01  ws-record-disp      PIC Z(8)9.
       01  ws-alert-disp       PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           ACCEPT ws-env-from FROM ENVIRONMENT "AUDIT_VERIFY_FROM".
           ACCEPT ws-env-to   FROM ENVIRONMENT "AUDIT_VERIFY_TO".
           MOVE FUNCTION TRIM(ws-env-from) TO ws-from-date.
           IF ws-env-to NOT = SPACES THEN
               MOVE FUNCTION TRIM(ws-env-to) TO ws-to-date
           ELSE
               MOVE ws-now(1:8) TO ws-to-date
           END-IF.

           IF ws-from-date NOT = SPACES THEN
               IF ws-from-date NOT NUMERIC THEN
                   DISPLAY "audit_chain_verify: AUDIT_VERIFY_FROM "
                           ws-from-date " is not YYYYMMDD"
                   STOP RUN RETURNING 8
               END-IF
               MOVE ws-from-date TO ws-date-num
               IF TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0 THEN
                   DISPLAY "audit_chain_verify: AUDIT_VERIFY_FROM "
                           ws-from-date " is not a valid date"
                   STOP RUN RETURNING 8
               END-IF
           END-IF.
           IF ws-to-date NOT NUMERIC THEN
               DISPLAY "audit_chain_verify: AUDIT_VERIFY_TO "
                       ws-to-date " is not YYYYMMDD"
               STOP RUN RETURNING 8
           END-IF.
           MOVE ws-to-date TO ws-date-num.
           IF TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0 THEN
               DISPLAY "audit_chain_verify: AUDIT_VERIFY_TO "
                       ws-to-date " is not a valid date"
               STOP RUN RETURNING 8
           END-IF.
           IF ws-from-date NOT = SPACES
                   AND ws-from-date > ws-to-date THEN
               DISPLAY "audit_chain_verify: range " ws-from-date
                       "-" ws-to-date " ends before it starts"
               STOP RUN RETURNING 8
           END-IF.

           IF ws-from-date = SPACES THEN
               DISPLAY "audit_chain_verify: checking from the start"
                       " of each chain through " ws-to-date
           ELSE
               DISPLAY "audit_chain_verify: checking " ws-from-date
                       " through " ws-to-date
           END-IF.

           MOVE "AUDIT"       TO AC-CHAIN.
           MOVE "audit log"   TO ws-trail-name.
           PERFORM VERIFY-ONE-CHAIN.
           MOVE "MAINT"       TO AC-CHAIN.
           MOVE "maint audit" TO ws-trail-name.
           PERFORM VERIFY-ONE-CHAIN.

           IF ws-break-count > 0 THEN
               MOVE ws-break-count TO ws-count-disp
               DISPLAY "audit_chain_verify: "
                       FUNCTION TRIM(ws-count-disp) " chain(s) BROKEN"
               STOP RUN RETURNING 2
           END-IF.
           DISPLAY "audit_chain_verify: all audit chains verify".
           STOP RUN.

       VERIFY-ONE-CHAIN.
           MOVE ws-from-date TO AC-FROM-DATE.
           MOVE ws-to-date   TO AC-TO-DATE.
           CALL "audit_chain_check" USING BY REFERENCE
                                          AUDIT-CHAIN-CHECK.
           MOVE 0 TO RETURN-CODE.

           EVALUATE TRUE
               WHEN AC-VERIFIED
                   MOVE AC-CHECKED TO ws-count-disp
                   DISPLAY FUNCTION TRIM(ws-trail-name) ": "
                           FUNCTION TRIM(ws-count-disp)
                           " record(s) verified"
                   IF AC-UNCHAINED > 0 THEN
                       MOVE AC-UNCHAINED TO ws-count-disp
                       DISPLAY FUNCTION TRIM(ws-trail-name) ": "
                               FUNCTION TRIM(ws-count-disp)
                               " older record(s) predate the chain"
                   END-IF
               WHEN AC-BROKEN
                   ADD 1 TO ws-break-count
                   MOVE AC-BREAK-RECORD TO ws-record-disp
                   DISPLAY FUNCTION TRIM(ws-trail-name)
                           ": CHAIN BROKEN at "
                           FUNCTION TRIM(AC-BREAK-FILE)
                           " record " FUNCTION TRIM(ws-record-disp)
                   DISPLAY FUNCTION TRIM(ws-trail-name) ":   "
                           AC-BREAK-STAMP " "
                           FUNCTION TRIM(AC-BREAK-REASON)
                   MOVE AC-CHECKED TO ws-count-disp
                   DISPLAY FUNCTION TRIM(ws-trail-name) ":   "
                           FUNCTION TRIM(ws-count-disp)
                           " record(s) verified before the break"
                   IF AC-ALERT-ID > 0 THEN
                       MOVE AC-ALERT-ID TO ws-alert-disp
                       DISPLAY FUNCTION TRIM(ws-trail-name)
                               ":   alert "
                               FUNCTION TRIM(ws-alert-disp) " raised"
                   ELSE
                       DISPLAY FUNCTION TRIM(ws-trail-name)
                               ":   AUDIT alert already live"
                   END-IF
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(ws-trail-name)
                           ": no chained records in the range"
           END-EVALUATE.
           EXIT.
       END PROGRAM audit_chain_verify.
