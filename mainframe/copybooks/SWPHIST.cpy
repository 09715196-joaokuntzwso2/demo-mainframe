      * Sweep instruction change history record - before/after trail
      * for SWPMAINT adds, amendments, suspensions and cancellations,
      * the sweep counterpart to STOHIST.
       01  SWHIST-RECORD.
           05  SWHIST-SWPID       PIC X(10).
           05  SWHIST-TIMESTAMP   PIC X(21).
           05  SWHIST-FIELD       PIC X(10).
           05  SWHIST-OLD-VALUE   PIC X(30).
           05  SWHIST-NEW-VALUE   PIC X(30).
           05  SWHIST-OPERATOR    PIC X(8).
