      * Direct debit mandate change history record - before/after
      * trail for MANDMNT adds, amendments, suspensions and
      * cancellations so we can show who gave or changed a creditor's
      * authority over an account and when - the mandate counterpart
      * to STOHIST.
       01  MHIST-RECORD.
           05  MHIST-ACCT         PIC X(8).
           05  MHIST-ORIG-ID      PIC X(10).
           05  MHIST-TIMESTAMP    PIC X(21).
           05  MHIST-FIELD        PIC X(10).
           05  MHIST-OLD-VALUE    PIC X(30).
           05  MHIST-NEW-VALUE    PIC X(30).
           05  MHIST-OPERATOR     PIC X(8).
