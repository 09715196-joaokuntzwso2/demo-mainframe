              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-JOURNAL-FILE.
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
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-LINE-SEQ          PIC 9(5)  VALUE 0.
       01  WS-SEQ-EDIT          PIC ZZZZ9.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-JOURNAL-COUNT     PIC 9(7)  VALUE 0.
       01  WS-REPORTED-COUNT    PIC 9(7)  VALUE 0.
       01  WS-REPORTED-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS

           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL TXNJRNL-EOF
              ADD 1 TO WS-JOURNAL-COUNT
              PERFORM EXAMINE-JOURNAL-ENTRY
              PERFORM READ-NEXT-JOURNAL
           END-PERFORM
           PERFORM MARK-STEP-COMPLETE
           DISPLAY "LRGTXN: " WS-REPORTED-COUNT
              " REPORTABLE ITEMS FOR " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * The compiled VALUE clauses above are the fallback schedule -
              DELIMITED BY SIZE INTO REG-RPT-LINE
           WRITE REG-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "LRGTXN"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-JOURNAL-COUNT     TO RHIST-READ
           MOVE WS-REPORTED-COUNT    TO RHIST-WRITTEN
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
              IF RUNCTL-LRGTXN-DONE = "Y"
                 DISPLAY "LRGTXN: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
