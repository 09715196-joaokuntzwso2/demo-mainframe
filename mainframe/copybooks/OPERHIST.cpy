      * Operator master change history record - one row per OPERMNT
      * add, change, suspension, reinstatement or leaver, with the
      * record's before/after image (status, branch, ENTITLE= flags
      * and name), so we can show the auditor who granted an
      * entitlement to whom and when - the operator counterpart to
      * the PARMHIST trail PARMMNT keeps. OHIST-OPERATOR is the
      * administrator who keyed the change.
       01  OHIST-RECORD.
           05  OHIST-OPER-ID      PIC X(8).
           05  OHIST-TIMESTAMP    PIC X(21).
           05  OHIST-ACTION       PIC X(10).
           05  OHIST-OLD-VALUE    PIC X(50).
           05  OHIST-NEW-VALUE    PIC X(50).
           05  OHIST-OPERATOR     PIC X(8).
