      * Term deposit master record - keyed by TDEP-ID, the fixed
      * deposit counterpart to ACCOUNT-RECORD. Booked and broken by
      * TDMAINT, paid out or renewed on its maturity date by the
      * nightly TDMATUR step. TDEP-ID is "TD" plus the sequence held
      * on the AUTHCTL "T" record; it sits in JRNL-FROM/JRNL-TO of the
      * deposit's own journal entries (and in JRNL-REF-AUTH, so the
      * GL extract can tell which side is the deposit), and never
      * collides with the numeric ACCT-IDs. TDEP-ACCT is the customer
      * account that funded the deposit and receives the payout.
      * TDEP-PRINCIPAL is the amount currently on deposit - a renewal
      * capitalizes the term's interest into it. TDEP-TERM-DAYS is
      * the contracted term, reused for each renewal. The booking
      * and last movement auth codes tie the record to the journal.
       01  TDEP-RECORD.
           05  TDEP-ID            PIC X(8).
           05  TDEP-CUSTID        PIC X(10).
           05  TDEP-ACCT          PIC X(8).
           05  TDEP-PRINCIPAL     PIC S9(9)V99 COMP-3.
           05  TDEP-CCY           PIC X(3).
           05  TDEP-RATE          PIC 9V9(6).
           05  TDEP-START-DATE    PIC X(8).
           05  TDEP-MATURITY-DATE PIC X(8).
           05  TDEP-TERM-DAYS     PIC 9(4).
           05  TDEP-INSTRUCTION   PIC X(1).
               88  TDEP-RENEW         VALUE "R".
               88  TDEP-PAYOUT        VALUE "P".
           05  TDEP-STATUS        PIC X(1).
               88  TDEP-ACTIVE        VALUE "A".
               88  TDEP-MATURED       VALUE "M".
               88  TDEP-BROKEN        VALUE "B".
           05  TDEP-BOOK-AUTH     PIC X(10).
           05  TDEP-LAST-AUTH     PIC X(10).
