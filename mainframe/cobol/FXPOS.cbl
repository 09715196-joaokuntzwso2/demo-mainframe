      * is carried on the position record itself, so the revaluation
      * never needs yesterday's rates - the FXRATE master only holds
      * today's. The base currency position is the mirror of all the
      * others and is tracked but not revalued. The prior business
      * date is RUNCTL-PREV-BUS-DATE - the holiday cycle keeps no
      * positions, so Monday rolls Friday's positions forward with
      * everything journaled since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
           88  TXNJRNL-EOF          VALUE "10".
       01  WS-FXRATE-STATUS     PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           IF RUNCTL-PREV-BUS-DATE NOT = SPACES
              MOVE RUNCTL-PREV-BUS-DATE TO WS-PRIOR-DATE
           ELSE
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-RUN-DATE)) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-PRIOR-DATE-N
              MOVE WS-PRIOR-DATE-N TO WS-PRIOR-DATE
           END-IF

           OPEN INPUT TXN-JOURNAL-FILE
           OPEN INPUT FX-RATE-FILE
           DISPLAY "FXPOS: " WS-ENTRY-COUNT
              " CROSS-CCY ENTRIES, " WS-POS-COUNT
              " CURRENCY POSITIONS FOR " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       LOAD-PRIOR-POSITIONS.
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL TXNJRNL-EOF
              IF JRNL-STATUS = "APPROVED"
                 AND JRNL-TIMESTAMP(1:8) > WS-PRIOR-DATE
                 AND JRNL-TIMESTAMP(1:8) NOT > WS-RUN-DATE
                 AND JRNL-CCY NOT = JRNL-CCY-TO
                 AND (JRNL-TRANSFER OR JRNL-CAPTURE OR JRNL-REVERSAL)
                 ADD 1 TO WS-ENTRY-COUNT
              WRITE FX-POS-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "FXPOS"              TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ENTRY-COUNT       TO RHIST-READ
           MOVE WS-POS-COUNT         TO RHIST-WRITTEN
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
              IF RUNCTL-FXPOS-DONE = "Y"
                 DISPLAY "FXPOS: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
