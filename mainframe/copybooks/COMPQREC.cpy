      * hold is held before any money moves, with the block fields
      * (CQ-TXNTYPE included) kept so a release can re-feed it into
      * the posting input carrying SCREENOK=Y (CQ-KEY1/CQ-KEY2 are
      * the from/to accounts, and an outward interbank payment keeps
      * its beneficiary in CQ-BEN-BANK/CQ-BEN-ACCT); a
      * CUSTPROF item is an NIC change held before the customer
      * master was touched (CQ-KEY1 is the customer id, CQ-NEW-VALUE
      * the listed NIC, and a release applies it with the normal
               88  CQ-REJECTED        VALUE "X".
           05  CQ-DISP-OPERATOR   PIC X(8).
           05  CQ-DISP-TIMESTAMP  PIC X(21).
           05  CQ-BEN-BANK        PIC X(8).
           05  CQ-BEN-ACCT        PIC X(8).
