      * Dispute case history record - the before/after trail of
      * every step in a case's life: opened, provisional credit
      * posted, resolved (by the DSPCASE workbench, under the keying
      * operator) and closed or marked an exception once the
      * resolution postings were proved against the journal (by the
      * nightly DSPAGE step) - so the case can be shown to the
      * regulator from complaint to outcome.
       01  DHIST-RECORD.
           05  DHIST-CASE-ID      PIC X(8).
           05  DHIST-TIMESTAMP    PIC X(21).
           05  DHIST-FIELD        PIC X(10).
           05  DHIST-OLD-VALUE    PIC X(30).
           05  DHIST-NEW-VALUE    PIC X(30).
           05  DHIST-OPERATOR     PIC X(8).
