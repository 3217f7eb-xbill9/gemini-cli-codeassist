       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inbound_file_check.
      *> ---------------------------------------------------------------
      *> Shared inbound-feed validator, CALLed by job_dispatcher before
      *> it launches a scheduled job and by schedule_monitor to raise
      *> INBOUND alerts, so "is tonight's feed in, and is it whole?" has
      *> one answer (mcpfchk.cpy). For every line of
      *> config/file-triggers.dat (mcptrig.cpy) naming the job:
      *>   - the path is the pattern with "{DATE}" replaced by the
      *>     business date (business_date_get)
      *>   - not there yet: WAITING until FT-LATEST-ARRIVAL, MISSING
      *>     after it
      *>   - there: the first record must carry FT-HEADER-TAG (and the
      *>     business date at FT-HDR-DATE-POS, when set), the last
      *>     must carry FT-TRAILER-TAG, and the trailer's record count
      *>     and amount total must equal the detail records between
      *>     them and the sum of their amounts. A file with no trailer
      *>     yet is taken to be still arriving (WAITING) until its
      *>     latest arrival time, then MISSING - a truncated feed never
      *>     passes. Any other mismatch is INVALID at once.
      *> The worst feed decides (INVALID, MISSING, WAITING, READY);
      *> no trigger lines at all is NONE, the pre-trigger behaviour.
      *> Feeds are only read, never moved or renamed.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trigger-file ASSIGN TO ws-trigger-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-trigger-fs.
           SELECT inbound-file ASSIGN TO ws-inbound-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ws-inbound-fs.
       DATA DIVISION.
       FILE SECTION.
       FD  trigger-file.
       COPY "mcptrig.cpy".

       FD  inbound-file.
       01  inbound-record      PIC X(400).

       WORKING-STORAGE SECTION.
       01  ws-trigger-path     PIC X(100) VALUE
           "mcp-https-cobol/config/file-triggers.dat".
       01  ws-trigger-fs       PIC XX VALUE "00".
       01  ws-inbound-path     PIC X(100) VALUE SPACES.
       01  ws-inbound-fs       PIC XX VALUE "00".

      *> Clock and business-night context, derived exactly as
      *> schedule_monitor and job_dispatcher derive them.
       01  ws-now              PIC X(21) VALUE SPACES.
       01  ws-now-hhmm         PIC X(5)  VALUE SPACES.
       01  ws-now-ymd          PIC 9(8)  VALUE 0.
       01  ws-now-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-proc-date        PIC X(8) VALUE SPACES.
       01  ws-open-stamp       PIC X(19) VALUE SPACES.
       01  ws-night-open       PIC X VALUE "N".
           88  ws-night-is-open      VALUE "Y".
       01  ws-proc-date-num    PIC 9(8) VALUE 0.
       01  ws-due-days         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-due-secs         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-past-due         PIC X VALUE "N".
           88  ws-arrival-overdue    VALUE "Y".

      *> One feed's verdict, folded into IC-RESULT by rank.
       01  ws-feed-result      PIC X(8) VALUE SPACES.
       01  ws-feed-detail      PIC X(60) VALUE SPACES.
       01  ws-feed-rank        BINARY-LONG VALUE 0.
       01  ws-worst-rank       BINARY-LONG VALUE 0.
       01  ws-file-name        PIC X(60) VALUE SPACES.
       01  ws-path-before      PIC X(80) VALUE SPACES.
       01  ws-path-after       PIC X(80) VALUE SPACES.
       01  ws-slash-idx        BINARY-LONG VALUE 0.
       01  ws-char-idx         BINARY-LONG VALUE 0.

       01  ws-line-count       BINARY-LONG VALUE 0.
       01  ws-detail-count     PIC 9(9) VALUE 0.
       01  ws-detail-amount    PIC S9(13)V99 VALUE 0.
       01  ws-amount-scale     PIC 9(9) VALUE 1.
       01  ws-trailer-seen     PIC X VALUE "N".
           88  ws-have-trailer       VALUE "Y".
       01  ws-after-trailer    PIC X VALUE "N".
           88  ws-data-after-trailer VALUE "Y".
       01  ws-header-bad       PIC X VALUE "N".
           88  ws-bad-header         VALUE "Y".
       01  ws-header-date      PIC X(8) VALUE SPACES.
       01  ws-trailer-record   PIC X(400) VALUE SPACES.
       01  ws-tag-len          BINARY-LONG VALUE 0.
       01  ws-field-text       PIC X(20) VALUE SPACES.
       01  ws-trailer-count    PIC 9(9) VALUE 0.
       01  ws-trailer-amount   PIC S9(13)V99 VALUE 0.
       01  ws-count-disp       PIC Z(8)9.
       01  ws-count-disp2      PIC Z(8)9.

       LINKAGE SECTION.
       COPY "mcpfchk.cpy".

       PROCEDURE DIVISION USING INBOUND-CHECK.
       MAIN-CHECK.
           MOVE "NONE"  TO IC-RESULT.
           MOVE SPACES  TO IC-DETAIL IC-PATH.
           MOVE 0       TO IC-FILE-COUNT IC-RECORDS IC-AMOUNT.
           MOVE 0       TO ws-worst-rank.

           MOVE FUNCTION CURRENT-DATE TO ws-now.
           STRING ws-now(9:2) "." ws-now(11:2)
             DELIMITED BY SIZE INTO ws-now-hhmm.
           MOVE ws-now(1:8) TO ws-now-ymd.
           COMPUTE ws-now-secs = (INTEGER-OF-DATE(ws-now-ymd) * 86400)
               + (NUMVAL(ws-now(9:2)) * 3600)
               + (NUMVAL(ws-now(11:2)) * 60)
               + NUMVAL(ws-now(13:2)).
           CALL "business_date_get" USING BY REFERENCE ws-proc-date
                                          BY REFERENCE ws-open-stamp
                                          BY REFERENCE ws-night-open.

           MOVE "00" TO ws-trigger-fs.
           OPEN INPUT trigger-file.
           IF ws-trigger-fs NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL ws-trigger-fs NOT = "00"
               READ trigger-file
                   AT END
                       MOVE "10" TO ws-trigger-fs
                   NOT AT END
                       IF FT-JOB-NAME = IC-JOB-NAME
                               AND FT-PATH-PATTERN NOT = SPACES THEN
                           ADD 1 TO IC-FILE-COUNT
                           PERFORM CHECK-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE trigger-file.

           IF IC-FILE-COUNT = 0 THEN
               EXIT PROGRAM
           END-IF.
           IF ws-worst-rank = 1 THEN
               MOVE "READY" TO IC-RESULT
           ELSE
      *> Totals are only meaningful for a complete, valid set.
               MOVE 0 TO IC-RECORDS IC-AMOUNT
           END-IF.
           EXIT PROGRAM.

       CHECK-ONE-FEED.
           PERFORM BUILD-FEED-PATH.
           PERFORM CHECK-ARRIVAL-DUE.
           MOVE SPACES TO ws-feed-detail.

           MOVE "00" TO ws-inbound-fs.
           OPEN INPUT inbound-file.
           IF ws-inbound-fs NOT = "00" THEN
               IF ws-arrival-overdue THEN
                   MOVE "MISSING" TO ws-feed-result
                   STRING FUNCTION TRIM(ws-file-name)
                          " not in by " FT-LATEST-ARRIVAL
                     DELIMITED BY SIZE INTO ws-feed-detail
               ELSE
                   MOVE "WAITING" TO ws-feed-result
                   STRING FUNCTION TRIM(ws-file-name)
                          " due by " FT-LATEST-ARRIVAL
                     DELIMITED BY SIZE INTO ws-feed-detail
               END-IF
               PERFORM FOLD-FEED-RESULT
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-FEED.
           CLOSE inbound-file.
           PERFORM VALIDATE-FEED.
           IF ws-feed-result = "READY" THEN
               ADD ws-detail-count  TO IC-RECORDS
               ADD ws-detail-amount TO IC-AMOUNT
           END-IF.
           PERFORM FOLD-FEED-RESULT.
           EXIT.

       BUILD-FEED-PATH.
      *> Pattern with "{DATE}" replaced by the business date, and the
      *> bare file name (after the last "/") for alert text.
           MOVE SPACES TO ws-path-before ws-path-after ws-inbound-path.
           UNSTRING FT-PATH-PATTERN DELIMITED BY "{DATE}"
               INTO ws-path-before ws-path-after.
           IF ws-path-after = SPACES
                   AND FUNCTION TRIM(ws-path-before)
                       = FUNCTION TRIM(FT-PATH-PATTERN) THEN
               MOVE FT-PATH-PATTERN TO ws-inbound-path
           ELSE
               STRING FUNCTION TRIM(ws-path-before) ws-proc-date
                      FUNCTION TRIM(ws-path-after)
                 DELIMITED BY SIZE INTO ws-inbound-path
           END-IF.
           MOVE 0 TO ws-slash-idx.
           PERFORM VARYING ws-char-idx FROM 1 BY 1
                   UNTIL ws-char-idx > 100
               IF ws-inbound-path(ws-char-idx:1) = "/" THEN
                   MOVE ws-char-idx TO ws-slash-idx
               END-IF
           END-PERFORM.
           MOVE ws-inbound-path(ws-slash-idx + 1:) TO ws-file-name.
           EXIT.

       CHECK-ARRIVAL-DUE.
      *> FT-LATEST-ARRIVAL anchored to the night exactly as
      *> CHECK-SCHED-DUE anchors PS-SCHED-START in schedule_monitor.
           MOVE "N" TO ws-past-due.
           IF FT-LATEST-ARRIVAL = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT ws-night-is-open THEN
               IF ws-now-hhmm > FT-LATEST-ARRIVAL THEN
                   SET ws-arrival-overdue TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ws-proc-date TO ws-proc-date-num.
           COMPUTE ws-due-days = INTEGER-OF-DATE(ws-proc-date-num).
           IF FT-LATEST-ARRIVAL < "12.00" THEN
               ADD 1 TO ws-due-days
           END-IF.
           COMPUTE ws-due-secs = (ws-due-days * 86400)
               + (NUMVAL(FT-LATEST-ARRIVAL(1:2)) * 3600)
               + (NUMVAL(FT-LATEST-ARRIVAL(4:2)) * 60).
           IF ws-now-secs > ws-due-secs THEN
               SET ws-arrival-overdue TO TRUE
           END-IF.
           EXIT.

       READ-FEED.
      *> One pass: header (first record, when the feed has one),
      *> detail records counted and their amounts summed, trailer
      *> kept for VALIDATE-FEED. Anything after the trailer is noted.
           MOVE 0   TO ws-line-count ws-detail-count ws-detail-amount.
           MOVE "N" TO ws-trailer-seen ws-after-trailer ws-header-bad.
           MOVE SPACES TO ws-trailer-record ws-header-date.
           MOVE 1 TO ws-amount-scale.
           IF FT-AMT-DECIMALS > 0 THEN
               COMPUTE ws-amount-scale = 10 ** FT-AMT-DECIMALS
           END-IF.
           PERFORM UNTIL ws-inbound-fs NOT = "00"
               READ inbound-file
                   AT END
                       MOVE "10" TO ws-inbound-fs
                   NOT AT END
                       ADD 1 TO ws-line-count
                       PERFORM CLASSIFY-FEED-RECORD
               END-READ
           END-PERFORM.
           EXIT.

       CLASSIFY-FEED-RECORD.
           IF ws-have-trailer THEN
               IF inbound-record NOT = SPACES THEN
                   SET ws-data-after-trailer TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ws-line-count = 1 AND FT-HEADER-TAG NOT = SPACES THEN
               COMPUTE ws-tag-len =
                   FUNCTION LENGTH(FUNCTION TRIM(FT-HEADER-TAG))
               IF inbound-record(1:ws-tag-len)
                       NOT = FT-HEADER-TAG(1:ws-tag-len) THEN
                   SET ws-bad-header TO TRUE
               END-IF
               IF FT-HDR-DATE-POS > 0 AND FT-HDR-DATE-POS < 393 THEN
                   MOVE inbound-record(FT-HDR-DATE-POS:8)
                       TO ws-header-date
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-tag-len =
               FUNCTION LENGTH(FUNCTION TRIM(FT-TRAILER-TAG)).
           IF inbound-record(1:ws-tag-len)
                   = FT-TRAILER-TAG(1:ws-tag-len) THEN
               SET ws-have-trailer TO TRUE
               MOVE inbound-record TO ws-trailer-record
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ws-detail-count.
           IF FT-DTL-AMT-LEN > 0 THEN
               MOVE SPACES TO ws-field-text
               MOVE inbound-record(FT-DTL-AMT-POS:FT-DTL-AMT-LEN)
                   TO ws-field-text
               IF TEST-NUMVAL(ws-field-text) = 0 THEN
                   COMPUTE ws-detail-amount = ws-detail-amount
                       + NUMVAL(ws-field-text) / ws-amount-scale
               END-IF
           END-IF.
           EXIT.

       VALIDATE-FEED.
           MOVE "READY" TO ws-feed-result.
           EVALUATE TRUE
               WHEN ws-line-count = 0 OR NOT ws-have-trailer
      *> No trailer: still being written, or cut short. Only the
      *> latest arrival time tells the two apart.
                   IF ws-arrival-overdue THEN
                       MOVE "MISSING" TO ws-feed-result
                       STRING FUNCTION TRIM(ws-file-name)
                              " no trailer by " FT-LATEST-ARRIVAL
                         DELIMITED BY SIZE INTO ws-feed-detail
                   ELSE
                       MOVE "WAITING" TO ws-feed-result
                       STRING FUNCTION TRIM(ws-file-name)
                              " arriving, no trailer yet"
                         DELIMITED BY SIZE INTO ws-feed-detail
                   END-IF
               WHEN ws-bad-header
                   MOVE "INVALID" TO ws-feed-result
                   STRING FUNCTION TRIM(ws-file-name)
                          " header record missing"
                     DELIMITED BY SIZE INTO ws-feed-detail
               WHEN FT-HDR-DATE-POS > 0
                      AND ws-header-date NOT = ws-proc-date
                   MOVE "INVALID" TO ws-feed-result
                   STRING FUNCTION TRIM(ws-file-name)
                          " header date " ws-header-date
                          " not " ws-proc-date
                     DELIMITED BY SIZE INTO ws-feed-detail
               WHEN ws-data-after-trailer
                   MOVE "INVALID" TO ws-feed-result
                   STRING FUNCTION TRIM(ws-file-name)
                          " records after trailer"
                     DELIMITED BY SIZE INTO ws-feed-detail
               WHEN OTHER
                   PERFORM CHECK-TRAILER-TOTALS
           END-EVALUATE.
           EXIT.

       CHECK-TRAILER-TOTALS.
           MOVE SPACES TO ws-field-text.
           IF FT-CNT-LEN > 0 THEN
               MOVE ws-trailer-record(FT-CNT-POS:FT-CNT-LEN)
                   TO ws-field-text
           END-IF.
           IF FT-CNT-LEN = 0
                   OR FUNCTION TRIM(ws-field-text) NOT NUMERIC THEN
               MOVE "INVALID" TO ws-feed-result
               STRING FUNCTION TRIM(ws-file-name)
                      " trailer count not numeric"
                 DELIMITED BY SIZE INTO ws-feed-detail
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-trailer-count = NUMVAL(ws-field-text).
           IF ws-trailer-count NOT = ws-detail-count THEN
               MOVE "INVALID" TO ws-feed-result
               MOVE ws-trailer-count TO ws-count-disp
               MOVE ws-detail-count  TO ws-count-disp2
               STRING FUNCTION TRIM(ws-file-name) " trailer count "
                      FUNCTION TRIM(ws-count-disp) ", records "
                      FUNCTION TRIM(ws-count-disp2)
                 DELIMITED BY SIZE INTO ws-feed-detail
               EXIT PARAGRAPH
           END-IF.

           IF FT-AMT-LEN = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ws-field-text.
           MOVE ws-trailer-record(FT-AMT-POS:FT-AMT-LEN)
               TO ws-field-text.
           IF TEST-NUMVAL(ws-field-text) NOT = 0 THEN
               MOVE "INVALID" TO ws-feed-result
               STRING FUNCTION TRIM(ws-file-name)
                      " trailer amount not numeric"
                 DELIMITED BY SIZE INTO ws-feed-detail
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ws-trailer-amount =
               NUMVAL(ws-field-text) / ws-amount-scale.
           IF ws-trailer-amount NOT = ws-detail-amount THEN
               MOVE "INVALID" TO ws-feed-result
               STRING FUNCTION TRIM(ws-file-name)
                      " trailer amount does not match records"
                 DELIMITED BY SIZE INTO ws-feed-detail
           END-IF.
           EXIT.

       FOLD-FEED-RESULT.
      *> Rank 1 READY .. 4 INVALID; the worst feed sets the result.
           EVALUATE ws-feed-result
               WHEN "READY"   MOVE 1 TO ws-feed-rank
               WHEN "WAITING" MOVE 2 TO ws-feed-rank
               WHEN "MISSING" MOVE 3 TO ws-feed-rank
               WHEN OTHER     MOVE 4 TO ws-feed-rank
           END-EVALUATE.
           IF ws-feed-rank > ws-worst-rank THEN
               MOVE ws-feed-rank TO ws-worst-rank
               IF ws-feed-rank > 1 THEN
                   MOVE ws-feed-result  TO IC-RESULT
                   MOVE ws-feed-detail  TO IC-DETAIL
                   MOVE ws-inbound-path TO IC-PATH
               END-IF
           END-IF.
           EXIT.
       END PROGRAM inbound_file_check.
