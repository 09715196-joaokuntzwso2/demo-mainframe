      * Holiday calendar change history record - one row per HOLMAINT
      * add or delete, so we can show who declared (or withdrew) a
      * holiday and when - the calendar counterpart to the PARMHIST
      * trail PARMMNT keeps.
       01  HHIST-RECORD.
           05  HHIST-CALENDAR     PIC X(3).
           05  HHIST-DATE         PIC X(8).
           05  HHIST-TIMESTAMP    PIC X(21).
           05  HHIST-ACTION       PIC X(10).
           05  HHIST-OLD-VALUE    PIC X(30).
           05  HHIST-NEW-VALUE    PIC X(30).
           05  HHIST-OPERATOR     PIC X(8).
