      * JRNL-FX-RATE, so a cross-currency posting's statement and
      * reconciliation lines can explain both amounts. On a
      * same-currency posting both legs are equal and the rate is 1.
      * TDEPOSIT moves money between a customer account and a term
      * deposit (booking, payout, break) and TDINTRST capitalizes a
      * deposit's interest into it; both carry the TDEP-ID on the
      * deposit side and in JRNL-REF-AUTH (see TDEPREC). WHTAX is
      * the tax withheld at source from an interest credit - it
      * debits the account and carries the INTEREST entry's auth
      * code in JRNL-REF-AUTH. SWEEP is a SWEEPRUN balance sweep
      * between two accounts of a corporate group, posted like a
      * TRANSFER but kept apart from the keyed batches EODRECON
      * reconciles; it carries the SWP-ID in JRNL-REF-AUTH.
       01  JRNL-RECORD.
           05  JRNL-AUTH          PIC X(10).
           05  JRNL-TIMESTAMP     PIC X(21).
               88  JRNL-RELEASE   VALUE "RELEASE".
               88  JRNL-INTEREST  VALUE "INTEREST".
               88  JRNL-FEE       VALUE "FEE".
               88  JRNL-TDEPOSIT  VALUE "TDEPOSIT".
               88  JRNL-TDINTRST  VALUE "TDINTRST".
               88  JRNL-WHTAX     VALUE "WHTAX".
               88  JRNL-SWEEP     VALUE "SWEEP".
           05  JRNL-FROM          PIC X(8).
           05  JRNL-TO            PIC X(8).
           05  JRNL-AMOUNT        PIC S9(9)V99 COMP-3.
