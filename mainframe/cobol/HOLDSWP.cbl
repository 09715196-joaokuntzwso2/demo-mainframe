      * customer's available balance. Every auto-release is journaled
      * as a RELEASE entry referencing the hold's auth code, so the
      * statement and audit trail show why the funds came back.
      * TXNPOST stamps the expiry in business days of the hold
      * currency's calendar, so an expiry always falls on a day the
      * cycle - and this sweep - runs; a hold is never swept on a
      * holiday, because the holiday cycle does not run this step.
      * Each release is also staged on ALERTEVT so the nightly
      * ALERTGEN step can tell the customer the funds are back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT ALERT-EVT-FILE ASSIGN TO "ALERTEVT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTEVT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  ALERT-EVT-FILE.
           COPY ALERTREC.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF        VALUE "10".
           88  RUNCTL-OK            VALUE "00".
       01  WS-RUN-BLOCKED       PIC X(1) VALUE "N".
           88  RUN-BLOCKED          VALUE "Y".
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.
       01  WS-HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
           88  HOLDFILE-EOF         VALUE "10".
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS    PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-ALERTEVT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-NOW               PIC X(21) VALUE SPACES.
       01  WS-AUTH              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN EXTEND ALERT-EVT-FILE

           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL HOLDFILE-EOF
           CLOSE TXN-JOURNAL-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE ALERT-EVT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "HOLDSWP: " WS-HOLD-COUNT " HOLDS SCANNED, "
              WS-RELEASED-COUNT " EXPIRED HOLDS RELEASED"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-HOLD.
              REWRITE HOLD-RECORD
              PERFORM NEXT-AUTH-CODE
              PERFORM WRITE-RELEASE-JOURNAL-ENTRY
              PERFORM WRITE-ALERT-EVENT
              ADD 1 TO WS-RELEASED-COUNT
           END-IF.

           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-ALERT-EVENT.
           MOVE SPACES              TO ALERT-RECORD
           MOVE "HOLDREL"           TO ALRT-TYPE
           MOVE RUNCTL-BUS-DATE     TO ALRT-DATE
           MOVE HOLD-FROM           TO ALRT-ACCT
           MOVE HOLD-AMOUNT         TO ALRT-AMOUNT
           MOVE HOLD-CCY            TO ALRT-CCY
           MOVE HOLD-AUTH           TO ALRT-REF
           MOVE "EXPIRED HOLD RELEASED - FUNDS AVAILABLE AGAIN"
              TO ALRT-TEXT
           WRITE ALERT-RECORD.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "HOLDSWP"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-HOLD-COUNT        TO RHIST-READ
           MOVE WS-RELEASED-COUNT    TO RHIST-WRITTEN
           MOVE 0                    TO RHIST-REJECTED
           MOVE RETURN-CODE          TO RHIST-RC
           MOVE "N"                  TO RHIST-RESTART
           WRITE RHIST-RECORD
           CLOSE RUN-HIST-FILE.

      * The run control record supplies the official business date
      * and refuses a second run for a date this step has already
      * completed - an accidental resubmission ends RC=8 and the
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-HOLDSWP-DONE = "Y"
                 DISPLAY "HOLDSWP: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
