      *> the full before and after record images, so a misaligned or
      *> mistaken edit can be traced and reversed instead of being
      *> discovered when the catalog loads garbage.
      *> The images are 250 wide so a whole tool catalog record (203
      *> bytes since the unit-rate column) fits without truncation.
      *> MA-CHAIN-HASH chains each record to the one before it
      *> (audit_chain_hash over the previous record's value and the
      *> 579 bytes ahead of it, head kept in data/maint-chain.dat), so
      *> an edited or removed record breaks the chain audit_chain_check
      *> walks. Records written before the field existed read back
      *> with it blank and predate the chain.
      *> ---------------------------------------------------------------
       01  MAINT-AUDIT-RECORD.
           05  MA-TIMESTAMP        PIC X(19).
           05  MA-FILE             PIC X(12).
           05  MA-ACTION           PIC X(8).
           05  MA-KEY              PIC X(20).
           05  MA-BEFORE-IMAGE     PIC X(250).
           05  MA-AFTER-IMAGE      PIC X(250).
           05  MA-CHAIN-HASH       PIC X(16).
