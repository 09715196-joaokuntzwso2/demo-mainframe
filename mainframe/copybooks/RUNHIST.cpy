      * Cycle run history record - one row appended by every DAILYCYC
      * and HOLCYC step each time it executes, whether it completed,
      * refused (already complete, run control missing, a failed
      * control check) or resumed after an abend, so the batch window
      * can be reconstructed after the fact: which step ran when, for
      * how long, over how many records, and with what return code.
      * RUNCTL only says yes/no for today; this is the history behind
      * it. RHIST-START/RHIST-END are wall-clock CURRENT-DATE stamps
      * (the business date is RHIST-BUS-DATE), RHIST-READ/WRITTEN/
      * REJECTED are the step's own primary input, output and reject
      * counts, and RHIST-RESTART is "Y" when the step resumed past a
      * checkpoint (TXNPOST) rather than starting clean. The CYCDATE
      * day-type gate at the head of each stream logs as CYCGATE so it
      * is told apart from the CYCDATE close. Read by the weekly
      * CYCPERF batch-window report.
       01  RHIST-RECORD.
           05  RHIST-BUS-DATE     PIC X(8).
           05  RHIST-STEP         PIC X(8).
           05  RHIST-START        PIC X(21).
           05  RHIST-END          PIC X(21).
           05  RHIST-READ         PIC 9(9).
           05  RHIST-WRITTEN      PIC 9(9).
           05  RHIST-REJECTED     PIC 9(9).
           05  RHIST-RC           PIC 9(4).
           05  RHIST-RESTART      PIC X(1).
               88  RHIST-RESUMED      VALUE "Y".
