      * through the normal REFAUTH mechanism when disputed. Frozen
      * and closed accounts are skipped like interest accrual skips
      * them. The business date comes from the RUNCTL run control
      * record; the first business day of a month is the one whose
      * previous business date (RUNCTL-PREV-BUS-DATE) fell in an
      * earlier month, so a month opening on a weekend or a holiday
      * is charged on its first working day instead of never.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
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
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-MTD-TXN-COUNT     PIC 9(5)  VALUE 0.
       01  WS-TODAY-TXN-COUNT   PIC 9(5)  VALUE 0.
       01  WS-PRIOR-EXCESS      PIC S9(5) VALUE 0.
       01  WS-FIRST-BUS-DAY     PIC X(1)  VALUE "N".
           88  FIRST-BUS-DAY-OF-MONTH VALUE "Y".
       01  WS-TOTAL-EXCESS      PIC S9(5) VALUE 0.
       01  WS-CHARGEABLE-TXNS   PIC 9(5)  VALUE 0.
       01  WS-FEE-AMOUNT        PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           IF RUNCTL-PREV-BUS-DATE NOT = SPACES
              IF RUNCTL-PREV-BUS-DATE(1:6) NOT = WS-RUN-MONTH
                 SET FIRST-BUS-DAY-OF-MONTH TO TRUE
              END-IF
           ELSE
              IF WS-RUN-DATE(7:2) = "01"
                 SET FIRST-BUS-DAY-OF-MONTH TO TRUE
              END-IF
           END-IF

           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           PERFORM MARK-STEP-COMPLETE
           DISPLAY "FEEASSM: " WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-CHARGED-COUNT " FEES CHARGED FOR " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * The compiled VALUE clauses above are the fallback schedule -
              CONTINUE
           ELSE
              PERFORM SET-SEGMENT-FEE-SCHEDULE
              IF FIRST-BUS-DAY-OF-MONTH AND WS-MAINT-FEE > 0
                 MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
                 MOVE "MONTHLY MAINTENANCE" TO WS-FEE-REASON
                 PERFORM CHARGE-ONE-FEE
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "FEEASSM"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-CHARGED-COUNT     TO RHIST-WRITTEN
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
              IF RUNCTL-FEEASSM-DONE = "Y"
                 DISPLAY "FEEASSM: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
