              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTID-WORK-FILE.
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
       01  WS-ACCTID             PIC X(8) VALUE SPACES.
       01  WS-REPORTCCY          PIC X(3) VALUE SPACES.
       01  WS-NAME               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "ACCTEXT: " WS-EXTRACT-COUNT " EXTRACTED, "
              WS-REJECT-COUNT " REJECTED"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-WORK-RECORD.

           WRITE ACCT-EXTRACT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "ACCTEXT"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           COMPUTE RHIST-READ =
              WS-EXTRACT-COUNT + WS-REJECT-COUNT
           MOVE WS-EXTRACT-COUNT     TO RHIST-WRITTEN
           MOVE WS-REJECT-COUNT      TO RHIST-REJECTED
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
              IF RUNCTL-ACCTEXT-DONE = "Y"
                 DISPLAY "ACCTEXT: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
