      * account with no journaled activity at all is left alone and
      * reported separately - the journal cannot date its inactivity,
      * and marking it on no evidence would sweep up accounts opened
      * before the journal began or the day before the run. The
      * night an account first crosses into the approach window it
      * is also staged on ALERTEVT, so the nightly ALERTGEN step can
      * warn the customer once rather than every night until the
      * sweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DORMRPT-STATUS.

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
       FD  ACCT-MASTER-FILE.
       FD  DORM-RPT-FILE.
       01  DORM-RPT-LINE          PIC X(132).

       FD  ALERT-EVT-FILE.
           COPY ALERTREC.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           88  RUNCTL-OK            VALUE "00".
       01  WS-RUN-BLOCKED       PIC X(1) VALUE "N".
           88  RUN-BLOCKED          VALUE "Y".
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTMSTR-EOF         VALUE "10".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLARCH-EOF         VALUE "10".
       01  WS-ACCTHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-DORMRPT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-ALERTEVT-STATUS   PIC X(2) VALUE SPACES.

      * An account idle this long goes dormant; the branch gets the
      * approach list this many days before it would.
       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CUTOFF-DATE       PIC X(8)  VALUE SPACES.
       01  WS-WARNING-DATE      PIC X(8)  VALUE SPACES.
       01  WS-PREV-WARNING-DATE PIC X(8)  VALUE SPACES.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-LAST-ACTIVITY     PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT JRNL-ARCH-FILE
           OPEN EXTEND ACCT-HIST-FILE
           OPEN OUTPUT DORM-RPT-FILE
           OPEN EXTEND ALERT-EVT-FILE

           PERFORM WRITE-REPORT-HEADER

           CLOSE JRNL-ARCH-FILE
           CLOSE ACCT-HIST-FILE
           CLOSE DORM-RPT-FILE
           CLOSE ALERT-EVT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "DORMSWP: " WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-MARKED-COUNT " MARKED DORMANT, "
              WS-WARNED-COUNT " APPROACHING"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       SET-WINDOW-DATES.
              FUNCTION NUMVAL(WS-RUN-DATE))
              - WS-DORMANCY-DAYS + WS-WARNING-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-WARNING-DATE
      * Where the window's edge stood on the previous business day's
      * run - an account whose last activity lies between the two
      * edges crossed into the window tonight.
           IF RUNCTL-PREV-BUS-DATE = SPACES
              MOVE LOW-VALUES TO WS-PREV-WARNING-DATE
           ELSE
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(RUNCTL-PREV-BUS-DATE))
                 - WS-DORMANCY-DAYS + WS-WARNING-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-DATE-N
              MOVE WS-DATE-N TO WS-PREV-WARNING-DATE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
              WHEN WS-LAST-ACTIVITY < WS-WARNING-DATE
                 ADD 1 TO WS-WARNED-COUNT
                 PERFORM WRITE-APPROACHING-LINE
                 IF WS-LAST-ACTIVITY NOT < WS-PREV-WARNING-DATE
                    PERFORM WRITE-ALERT-EVENT
                 END-IF
           END-EVALUATE.

      * Latest customer-initiated entry touching the account - the
              DELIMITED BY SIZE INTO DORM-RPT-LINE
           WRITE DORM-RPT-LINE.

       WRITE-ALERT-EVENT.
           MOVE SPACES              TO ALERT-RECORD
           MOVE "DORMWARN"          TO ALRT-TYPE
           MOVE WS-RUN-DATE         TO ALRT-DATE
           MOVE ACCT-ID             TO ALRT-ACCT
           MOVE 0                   TO ALRT-AMOUNT
           MOVE ACCT-CCY            TO ALRT-CCY
           STRING "NO ACTIVITY SINCE " WS-LAST-ACTIVITY
              " - USE THE ACCOUNT TO KEEP IT ACTIVE"
              DELIMITED BY SIZE INTO ALRT-TEXT
           WRITE ALERT-RECORD.

       WRITE-NO-ACTIVITY-LINE.
           MOVE SPACES TO DORM-RPT-LINE
           STRING ACCT-ID "  NO ACTIVITY ON RECORD - NOT SWEPT"
              DELIMITED BY SIZE INTO DORM-RPT-LINE
           WRITE DORM-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "DORMSWP"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-MARKED-COUNT      TO RHIST-WRITTEN
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
              IF RUNCTL-DORMSWP-DONE = "Y"
                 DISPLAY "DORMSWP: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
