       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit_chain_hash.
      *> ---------------------------------------------------------------
      *> Running hash for the audit trails, CALLed (mcpahsh.cpy) by
      *> audit_log_write and config_maint when they append a record
      *> and by audit_chain_check when it walks the chain back, so the
      *> writers and the check compute the link the same way.
      *> The previous record's chain value and then the record image
      *> are folded, byte by byte, into two independent polynomial
      *> sums, one modulo 2147483647 (2**31 - 1) and one modulo
      *> 2147483629 (2**31 - 19), each rendered as eight hex digits.
      *> Because the previous value is part of the input, every
      *> record's value depends on the whole trail before it: change,
      *> insert or remove a record and its link, or the next one's,
      *> no longer matches.
      *> ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  HASH-MOD-1          VALUE 2147483647.
       78  HASH-MOD-2          VALUE 2147483629.
       01  ws-sum-1            USAGE BINARY-DOUBLE VALUE 0.
       01  ws-sum-2            USAGE BINARY-DOUBLE VALUE 0.
       01  ws-work             USAGE BINARY-DOUBLE VALUE 0.
       01  ws-quotient         USAGE BINARY-DOUBLE VALUE 0.
       01  ws-byte-val         BINARY-LONG VALUE 0.
       01  ws-pos              BINARY-LONG VALUE 0.
       01  ws-digit            BINARY-LONG VALUE 0.
       01  ws-hex-digits       PIC X(16) VALUE "0123456789ABCDEF".
       01  ws-hex-8            PIC X(8) VALUE SPACES.
       01  ws-fold-byte        PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       COPY "mcpahsh.cpy".

       PROCEDURE DIVISION USING AUDIT-CHAIN-HASH.
       MAIN-HASH.
           MOVE 0 TO ws-sum-1 ws-sum-2.
           PERFORM VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 16
               MOVE AH-PREV-HASH(ws-pos:1) TO ws-fold-byte
               PERFORM FOLD-BYTE
           END-PERFORM.
           IF AH-TEXT-LEN > LENGTH(AH-TEXT) THEN
               MOVE LENGTH(AH-TEXT) TO AH-TEXT-LEN
           END-IF.
           PERFORM VARYING ws-pos FROM 1 BY 1
                   UNTIL ws-pos > AH-TEXT-LEN
               MOVE AH-TEXT(ws-pos:1) TO ws-fold-byte
               PERFORM FOLD-BYTE
           END-PERFORM.

           MOVE ws-sum-1 TO ws-work.
           PERFORM RENDER-HEX.
           MOVE ws-hex-8 TO AH-HASH(1:8).
           MOVE ws-sum-2 TO ws-work.
           PERFORM RENDER-HEX.
           MOVE ws-hex-8 TO AH-HASH(9:8).
           EXIT PROGRAM.

       FOLD-BYTE.
           COMPUTE ws-byte-val = ORD(ws-fold-byte).
           COMPUTE ws-work = (ws-sum-1 * 31) + ws-byte-val.
           DIVIDE ws-work BY HASH-MOD-1 GIVING ws-quotient
               REMAINDER ws-sum-1.
           COMPUTE ws-work = (ws-sum-2 * 257) + ws-byte-val.
           DIVIDE ws-work BY HASH-MOD-2 GIVING ws-quotient
               REMAINDER ws-sum-2.
           EXIT.

       RENDER-HEX.
      *> ws-work is below 2**31, so eight hex digits always hold it.
           PERFORM VARYING ws-pos FROM 8 BY -1 UNTIL ws-pos < 1
               DIVIDE ws-work BY 16 GIVING ws-work
                   REMAINDER ws-digit
               MOVE ws-hex-digits(ws-digit + 1:1) TO ws-hex-8(ws-pos:1)
           END-PERFORM.
           EXIT.
       END PROGRAM audit_chain_hash.
