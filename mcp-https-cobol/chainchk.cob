       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit_chain_check.
      *> ---------------------------------------------------------------
      *> Shared audit chain walker, CALLed (mcpachk.cpy) by
      *> audit_chain_verify for a date range and by audit_retention
      *> for the dailies it is about to archive, so the report and the
      *> purge agree on whether a trail is intact.
      *> Every record carries a running hash (audit_chain_hash) over
      *> the hash of the record before it and its own contents; the
      *> walk recomputes each link and stops at the first one that
      *> does not match:
      *>   AUDIT - the daily logs/audit-YYYYMMDD.log files, one day at
      *>           a time; a day whose daily is gone is read from its
      *>           month's logs/audit-archive-YYYYMM.log, which
      *>           audit_retention fills with the lines exactly as
      *>           written. The chain value sits in columns 20-42 as
      *>           " chain=<16 hex>" right after the timestamp and
      *>           covers the line without it.
      *>   MAINT - logs/maint-audit.dat, MA-CHAIN-HASH (mcpmaud.cpy)
      *>           over the 579 bytes ahead of it.
      *> A range that starts after the chain began is anchored on the
      *> last chained record before it, so a record removed just ahead
      *> of the range still shows. Records removed from the end of the
      *> trail break no link; that is caught against the chain head
      *> (data/audit-chain.dat, data/maint-chain.dat, mcpachn.cpy):
      *> when the range reaches the head's last day, the head's last
      *> record must have been seen. Lines older than the first
      *> chained record predate the chain and are only counted.
      *> A break raises an AUDIT alert in data/alerts.dat (job
      *> AUDIT-TRAIL or MAINT-AUDIT) with the same raise-once rule as
      *> the other alerts, so alert_notifier pages it.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO ws-audit-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-audit-fs.
           SELECT maint-audit-file ASSIGN TO ws-maint-audit-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-maint-fs.
           SELECT chain-head-file ASSIGN TO ws-head-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-head-fs.
           SELECT alerts-file ASSIGN TO ws-alerts-path
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ws-alerts-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-line          PIC X(360).

       FD  maint-audit-file.
       COPY "mcpmaud.cpy".

       FD  chain-head-file.
       COPY "mcpachn.cpy".

       FD  alerts-file.
       COPY "mcpalrt.cpy".

       WORKING-STORAGE SECTION.
       01  ws-audit-path       PIC X(60) VALUE SPACES.
       01  ws-audit-fs         PIC XX VALUE "00".
       01  ws-maint-audit-path PIC X(60) VALUE
           "mcp-https-cobol/logs/maint-audit.dat".
       01  ws-maint-fs         PIC XX VALUE "00".
       01  ws-head-path        PIC X(60) VALUE SPACES.
       01  ws-head-fs          PIC XX VALUE "00".
       01  ws-alerts-path      PIC X(100) VALUE
           "mcp-https-cobol/data/alerts.dat".
       01  ws-alerts-fs        PIC XX VALUE "00".

       COPY "mcpahsh.cpy".

      *> The chain head as read at the start of the walk. Records the
      *> writers append while the walk runs lie beyond it and do not
      *> disturb the end-of-chain test.
       01  ws-have-head        PIC X VALUE "N".
           88  ws-head-loaded        VALUE "Y".
       01  ws-start-date       PIC X(8) VALUE SPACES.
       01  ws-last-date        PIC X(8) VALUE SPACES.
       01  ws-last-stamp       PIC X(19) VALUE SPACES.
       01  ws-last-hash        PIC X(16) VALUE SPACES.
       01  ws-head-seen        PIC X VALUE "N".
           88  ws-head-record-seen   VALUE "Y".

       01  ws-expected-prev    PIC X(16) VALUE SPACES.
       01  ws-chain-seen       PIC X VALUE "N".
           88  ws-chain-started      VALUE "Y".
       01  ws-walk-mode        PIC X VALUE "C".
           88  ws-seeding            VALUE "S".
           88  ws-checking           VALUE "C".
       01  ws-seed-found       PIC X VALUE "N".
           88  ws-seed-located       VALUE "Y".
       01  ws-day-hash         PIC X(16) VALUE SPACES.
       01  ws-day-chained      PIC X VALUE "N".
           88  ws-day-has-chain      VALUE "Y".
       01  ws-from-archive     PIC X VALUE "N".
           88  ws-reading-archive    VALUE "Y".
       01  ws-in-range         PIC X VALUE "N".
           88  ws-record-in-range    VALUE "Y".

       01  ws-from-date        PIC X(8) VALUE SPACES.
       01  ws-file-date        PIC X(8) VALUE SPACES.
       01  ws-record-date      PIC X(8) VALUE SPACES.
       01  ws-day-text         PIC X(10) VALUE SPACES.
       01  ws-date-num         PIC 9(8) VALUE 0.
       01  ws-date-days        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-from-days        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-to-days          USAGE BINARY-DOUBLE VALUE 0.
       01  ws-start-days       USAGE BINARY-DOUBLE VALUE 0.
       01  ws-seed-days        USAGE BINARY-DOUBLE VALUE 0.
       01  ws-record-no        PIC 9(9) VALUE 0.
       01  ws-break-reason     PIC X(60) VALUE SPACES.

       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-stamp        PIC X(19) VALUE SPACES.
       01  ws-max-alert-id     PIC 9(6) VALUE 0.
       01  ws-alert-job        PIC X(20) VALUE SPACES.
       01  ws-alert-live       PIC X VALUE "N".
           88  ws-alert-already-live VALUE "Y".
       01  ws-record-disp      PIC Z(8)9.

       LINKAGE SECTION.
       COPY "mcpachk.cpy".

       PROCEDURE DIVISION USING AUDIT-CHAIN-CHECK.
       MAIN-CHECK.
           MOVE SPACES TO AC-STATUS AC-BREAK-FILE AC-BREAK-STAMP
                          AC-BREAK-REASON.
           MOVE 0 TO AC-CHECKED AC-UNCHAINED AC-BREAK-RECORD
                     AC-ALERT-ID.
           MOVE "N" TO ws-have-head ws-head-seen ws-chain-seen
                       ws-seed-found.
           MOVE ALL "0" TO ws-expected-prev.
           SET ws-checking TO TRUE.

           EVALUATE AC-CHAIN
               WHEN "AUDIT"
                   MOVE "mcp-https-cobol/data/audit-chain.dat"
                     TO ws-head-path
                   MOVE "AUDIT-TRAIL" TO ws-alert-job
                   PERFORM LOAD-CHAIN-HEAD
                   PERFORM CHECK-AUDIT-CHAIN
               WHEN "MAINT"
                   MOVE "mcp-https-cobol/data/maint-chain.dat"
                     TO ws-head-path
                   MOVE "MAINT-AUDIT" TO ws-alert-job
                   PERFORM LOAD-CHAIN-HEAD
                   PERFORM CHECK-MAINT-CHAIN
               WHEN OTHER
                   SET AC-NO-CHAIN TO TRUE
                   EXIT PROGRAM
           END-EVALUATE.

           IF AC-BROKEN THEN
               PERFORM RAISE-CHAIN-ALERT
           END-IF.
           EXIT PROGRAM.

       LOAD-CHAIN-HEAD.
           MOVE "00" TO ws-head-fs.
           OPEN INPUT chain-head-file.
           IF ws-head-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ chain-head-file
               AT END
                   MOVE "10" TO ws-head-fs
           END-READ.
           IF ws-head-fs = "00" THEN
               SET ws-head-loaded   TO TRUE
               MOVE CH-START-DATE   TO ws-start-date
               MOVE CH-LAST-DATE    TO ws-last-date
               MOVE CH-LAST-STAMP   TO ws-last-stamp
               MOVE CH-LAST-HASH    TO ws-last-hash
           END-IF.
           CLOSE chain-head-file.
           EXIT.

       CHECK-AUDIT-CHAIN.
      *> The range is clamped to the day the chain began: the dailies
      *> before it were never chained. With no head there is no start
      *> day to clamp to, and an unset range looks back a year.
           MOVE AC-TO-DATE TO ws-date-num.
           COMPUTE ws-to-days = INTEGER-OF-DATE(ws-date-num).
           MOVE AC-FROM-DATE TO ws-from-date.
           IF ws-head-loaded THEN
               IF ws-from-date = SPACES
                       OR ws-from-date < ws-start-date THEN
                   MOVE ws-start-date TO ws-from-date
               END-IF
               MOVE ws-start-date TO ws-date-num
               COMPUTE ws-start-days = INTEGER-OF-DATE(ws-date-num)
           END-IF.
           IF ws-from-date = SPACES THEN
               COMPUTE ws-from-days = ws-to-days - 366
           ELSE
               MOVE ws-from-date TO ws-date-num
               COMPUTE ws-from-days = INTEGER-OF-DATE(ws-date-num)
           END-IF.

           IF ws-head-loaded AND ws-from-days > ws-start-days THEN
               PERFORM SEED-FROM-EARLIER-DAYS
           END-IF.

           SET ws-checking TO TRUE.
           PERFORM VARYING ws-date-days FROM ws-from-days BY 1
                   UNTIL ws-date-days > ws-to-days OR AC-BROKEN
               PERFORM SET-WALK-DAY
               PERFORM READ-AUDIT-DAY
           END-PERFORM.
           IF AC-BROKEN THEN
               EXIT PARAGRAPH
           END-IF.

           IF NOT ws-head-loaded THEN
               SET AC-NO-CHAIN TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-TO-DATE TO ws-file-date.
           PERFORM CHECK-CHAIN-END.
           EXIT.

       SEED-FROM-EARLIER-DAYS.
      *> Anchor the range on the last chained line of the latest day
      *> before it that has one. Finding none back to the start of the
      *> chain leaves the anchor at the chain's starting value, so a
      *> range whose earlier days were all removed breaks at its very
      *> first record.
           SET ws-seeding TO TRUE.
           COMPUTE ws-seed-days = ws-from-days - 1.
           PERFORM VARYING ws-date-days FROM ws-seed-days BY -1
                   UNTIL ws-seed-located
                      OR ws-date-days < ws-start-days
               PERFORM SET-WALK-DAY
               MOVE "N" TO ws-day-chained
               PERFORM READ-AUDIT-DAY
               IF ws-day-has-chain THEN
                   MOVE ws-day-hash TO ws-expected-prev
                   SET ws-seed-located  TO TRUE
                   SET ws-chain-started TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

       SET-WALK-DAY.
           COMPUTE ws-date-num = DATE-OF-INTEGER(ws-date-days).
           MOVE ws-date-num TO ws-file-date.
           MOVE SPACES TO ws-day-text.
           STRING ws-file-date(1:4) "-" ws-file-date(5:2) "-"
                  ws-file-date(7:2)
             DELIMITED BY SIZE INTO ws-day-text.
           EXIT.

       READ-AUDIT-DAY.
      *> The day's daily log if it is still there, otherwise that
      *> day's lines in its month's archive.
           MOVE "N" TO ws-from-archive.
           MOVE SPACES TO ws-audit-path.
           STRING "mcp-https-cobol/logs/audit-" ws-file-date ".log"
             DELIMITED BY SIZE INTO ws-audit-path.
           MOVE "00" TO ws-audit-fs.
           OPEN INPUT audit-file.
           IF ws-audit-fs NOT = "00" THEN
               MOVE SPACES TO ws-audit-path
               STRING "mcp-https-cobol/logs/audit-archive-"
                      ws-file-date(1:6) ".log"
                 DELIMITED BY SIZE INTO ws-audit-path
               MOVE "00" TO ws-audit-fs
               OPEN INPUT audit-file
               IF ws-audit-fs NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
               SET ws-reading-archive TO TRUE
           END-IF.

           MOVE 0 TO ws-record-no.
           PERFORM UNTIL ws-audit-fs NOT = "00" OR AC-BROKEN
               READ audit-file
                   AT END
                       MOVE "10" TO ws-audit-fs
                   NOT AT END
                       ADD 1 TO ws-record-no
                       IF NOT ws-reading-archive
                               OR audit-line(1:10) = ws-day-text THEN
                           PERFORM CHECK-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE audit-file.
           EXIT.

       CHECK-AUDIT-LINE.
           IF audit-line(20:7) NOT = " chain=" THEN
               IF ws-seeding THEN
                   EXIT PARAGRAPH
               END-IF
               IF NOT ws-chain-started
                       AND (NOT ws-head-loaded
                            OR ws-file-date <= ws-start-date) THEN
                   ADD 1 TO AC-UNCHAINED
                   EXIT PARAGRAPH
               END-IF
               MOVE "line carries no chain value" TO ws-break-reason
               PERFORM RECORD-AUDIT-BREAK
               EXIT PARAGRAPH
           END-IF.

           IF ws-seeding THEN
               SET ws-day-has-chain TO TRUE
               MOVE audit-line(27:16) TO ws-day-hash
               PERFORM NOTE-HEAD-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF NOT ws-head-loaded THEN
               MOVE "chain head data/audit-chain.dat is missing"
                 TO ws-break-reason
               PERFORM RECORD-AUDIT-BREAK
               EXIT PARAGRAPH
           END-IF.

      *> The link covers the line as audit_log_write built it, before
      *> the chain field was put in after the timestamp.
           MOVE ws-expected-prev TO AH-PREV-HASH.
           MOVE SPACES TO AH-TEXT.
           MOVE audit-line(1:19)   TO AH-TEXT(1:19).
           MOVE audit-line(43:318) TO AH-TEXT(20:318).
           MOVE 340 TO AH-TEXT-LEN.
           CALL "audit_chain_hash" USING BY REFERENCE AUDIT-CHAIN-HASH.
           MOVE 0 TO RETURN-CODE.
           IF AH-HASH NOT = audit-line(27:16) THEN
               MOVE "chain value does not match the line and the one"
                 & " before it" TO ws-break-reason
               PERFORM RECORD-AUDIT-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE audit-line(27:16) TO ws-expected-prev.
           SET ws-chain-started TO TRUE.
           ADD 1 TO AC-CHECKED.
           PERFORM NOTE-HEAD-RECORD.
           EXIT.

       NOTE-HEAD-RECORD.
           IF ws-head-loaded
                   AND audit-line(27:16) = ws-last-hash
                   AND audit-line(1:19) = ws-last-stamp THEN
               SET ws-head-record-seen TO TRUE
           END-IF.
           EXIT.

       RECORD-AUDIT-BREAK.
           SET AC-BROKEN TO TRUE.
           MOVE ws-audit-path     TO AC-BREAK-FILE.
           MOVE ws-record-no      TO AC-BREAK-RECORD.
           MOVE audit-line(1:19)  TO AC-BREAK-STAMP.
           MOVE ws-break-reason   TO AC-BREAK-REASON.
           EXIT.

       CHECK-MAINT-CHAIN.
      *> One file for the whole trail: every record is linked, the
      *> range only decides which links are reported.
           MOVE AC-FROM-DATE TO ws-from-date.
           IF ws-from-date = SPACES THEN
               MOVE "00000000" TO ws-from-date
           END-IF.
           MOVE "00" TO ws-maint-fs.
           OPEN INPUT maint-audit-file.
           IF ws-maint-fs NOT = "00" THEN
               IF ws-head-loaded THEN
                   SET AC-BROKEN TO TRUE
                   MOVE ws-maint-audit-path TO AC-BREAK-FILE
                   MOVE ws-last-stamp       TO AC-BREAK-STAMP
                   MOVE "maintenance audit trail is missing"
                     TO AC-BREAK-REASON
               ELSE
                   SET AC-NO-CHAIN TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ws-record-no.
           PERFORM UNTIL ws-maint-fs NOT = "00" OR AC-BROKEN
               READ maint-audit-file
                   AT END
                       MOVE "10" TO ws-maint-fs
                   NOT AT END
                       ADD 1 TO ws-record-no
                       PERFORM CHECK-MAINT-RECORD
               END-READ
           END-PERFORM.
           CLOSE maint-audit-file.
           IF AC-BROKEN THEN
               EXIT PARAGRAPH
           END-IF.

           IF NOT ws-head-loaded THEN
               IF AC-CHECKED = 0 THEN
                   SET AC-NO-CHAIN TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET AC-BROKEN TO TRUE
               MOVE ws-head-path TO AC-BREAK-FILE
               MOVE "chain head data/maint-chain.dat is missing"
                 TO AC-BREAK-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-TO-DATE TO ws-file-date.
           PERFORM CHECK-CHAIN-END.
           EXIT.

       CHECK-MAINT-RECORD.
           MOVE SPACES TO ws-record-date.
           STRING MA-TIMESTAMP(1:4) MA-TIMESTAMP(6:2) MA-TIMESTAMP(9:2)
             DELIMITED BY SIZE INTO ws-record-date.
           IF ws-record-date > AC-TO-DATE THEN
               MOVE "10" TO ws-maint-fs
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ws-in-range.
           IF ws-record-date >= ws-from-date THEN
               SET ws-record-in-range TO TRUE
           END-IF.

           IF MA-CHAIN-HASH = SPACES THEN
               IF NOT ws-chain-started THEN
                   IF ws-record-in-range THEN
                       ADD 1 TO AC-UNCHAINED
                   END-IF
               ELSE
                   IF ws-record-in-range THEN
                       MOVE "record carries no chain value"
                         TO ws-break-reason
                       PERFORM RECORD-MAINT-BREAK
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-expected-prev TO AH-PREV-HASH.
           MOVE SPACES TO AH-TEXT.
           MOVE MAINT-AUDIT-RECORD(1:579) TO AH-TEXT(1:579).
           MOVE 579 TO AH-TEXT-LEN.
           CALL "audit_chain_hash" USING BY REFERENCE AUDIT-CHAIN-HASH.
           MOVE 0 TO RETURN-CODE.
           IF ws-record-in-range THEN
               IF AH-HASH NOT = MA-CHAIN-HASH THEN
                   MOVE "chain value does not match the record and"
                     & " the one before it" TO ws-break-reason
                   PERFORM RECORD-MAINT-BREAK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AC-CHECKED
           END-IF.
           MOVE MA-CHAIN-HASH TO ws-expected-prev.
           SET ws-chain-started TO TRUE.
           IF ws-head-loaded
                   AND MA-CHAIN-HASH = ws-last-hash
                   AND MA-TIMESTAMP = ws-last-stamp THEN
               SET ws-head-record-seen TO TRUE
           END-IF.
           EXIT.

       RECORD-MAINT-BREAK.
           SET AC-BROKEN TO TRUE.
           MOVE ws-maint-audit-path TO AC-BREAK-FILE.
           MOVE ws-record-no        TO AC-BREAK-RECORD.
           MOVE MA-TIMESTAMP        TO AC-BREAK-STAMP.
           MOVE ws-break-reason     TO AC-BREAK-REASON.
           EXIT.

       CHECK-CHAIN-END.
      *> ws-file-date is the last day walked. Once that reaches the
      *> head's last day the head's record must have turned up;
      *> otherwise the end of the trail was cut off.
           IF ws-file-date >= ws-last-date
                   AND NOT ws-head-record-seen THEN
               SET AC-BROKEN TO TRUE
               MOVE ws-head-path  TO AC-BREAK-FILE
               MOVE 0             TO AC-BREAK-RECORD
               MOVE ws-last-stamp TO AC-BREAK-STAMP
               MOVE "last record of the chain is missing from the trail"
                 TO AC-BREAK-REASON
               EXIT PARAGRAPH
           END-IF.
           SET AC-VERIFIED TO TRUE.
           EXIT.

       RAISE-CHAIN-ALERT.
      *> Same raise-once contract as schedule_monitor: one live AUDIT
      *> alert per trail, whichever program found the break.
           MOVE FUNCTION CURRENT-DATE TO ws-now.
           MOVE SPACES TO ws-now-stamp.
           STRING ws-now(1:4) "-" ws-now(5:2) "-" ws-now(7:2) "-"
                  ws-now(9:2) "." ws-now(11:2) "." ws-now(13:2)
             DELIMITED BY SIZE INTO ws-now-stamp.

           MOVE "N" TO ws-alert-live.
           MOVE 0 TO ws-max-alert-id.
           MOVE "00" TO ws-alerts-fs.
           OPEN INPUT alerts-file.
           IF ws-alerts-fs = "00" THEN
               PERFORM UNTIL ws-alerts-fs NOT = "00"
                   READ alerts-file
                       AT END
                           MOVE "10" TO ws-alerts-fs
                       NOT AT END
                           IF AR-ALERT-ID > ws-max-alert-id THEN
                               MOVE AR-ALERT-ID TO ws-max-alert-id
                           END-IF
                           IF AR-ALERT-TYPE = "AUDIT"
                                   AND AR-JOB-NAME = ws-alert-job
                                   AND AR-STATUS NOT = "CLOSED" THEN
                               SET ws-alert-already-live TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alerts-file
           END-IF.
           IF ws-alert-already-live THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO ws-alerts-fs.
           OPEN EXTEND alerts-file.
           IF ws-alerts-fs NOT = "00" THEN
               OPEN OUTPUT alerts-file
           END-IF.
           IF ws-alerts-fs NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ws-max-alert-id.
           MOVE ws-max-alert-id TO AR-ALERT-ID.
           MOVE ws-now-stamp    TO AR-TIMESTAMP.
           MOVE ws-alert-job    TO AR-JOB-NAME.
           MOVE "AUDIT"         TO AR-ALERT-TYPE.
           MOVE AC-BREAK-RECORD TO ws-record-disp.
           MOVE SPACES          TO AR-DETAIL.
           IF AC-BREAK-RECORD = 0 THEN
               STRING "chain broken: "
                      TRIM(AC-BREAK-REASON)
                 DELIMITED BY SIZE INTO AR-DETAIL
           ELSE
               STRING "chain broken at "
                      TRIM(AC-BREAK-FILE(17:44))
                      " record " TRIM(ws-record-disp)
                 DELIMITED BY SIZE INTO AR-DETAIL
           END-IF.
           MOVE "OPEN"   TO AR-STATUS.
           MOVE SPACES   TO AR-ACK-BY.
           MOVE SPACES   TO AR-ACK-TIME.
           MOVE "N"      TO AR-ESCALATED.
           MOVE SPACES   TO AR-CLOSE-TIME.
           MOVE "N"      TO AR-NOTIFIED.
           MOVE "N"      TO AR-ESC-NOTIFIED.
           WRITE ALERT-RECORD.
           CLOSE alerts-file.
           MOVE "00" TO ws-alerts-fs.
           MOVE AR-ALERT-ID TO AC-ALERT-ID.
           EXIT.
       END PROGRAM audit_chain_check.
