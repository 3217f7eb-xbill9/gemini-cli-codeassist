      *> ---------------------------------------------------------------
      *> MCPAHSH - audit_chain_hash parameter block.
      *> In:  AH-PREV-HASH - the chain value of the record before this
      *>        one (sixteen "0"s for the first record of a chain).
      *>      AH-TEXT / AH-TEXT-LEN - the record image being chained,
      *>        without its own chain field.
      *> Out: AH-HASH - sixteen upper-case hex digits covering the
      *>        previous chain value and the record, to be stored with
      *>        the record and handed to the next one as AH-PREV-HASH.
      *> ---------------------------------------------------------------
       01  AUDIT-CHAIN-HASH.
           05  AH-PREV-HASH        PIC X(16).
           05  AH-TEXT-LEN         PIC 9(4).
           05  AH-TEXT             PIC X(600).
           05  AH-HASH             PIC X(16).
