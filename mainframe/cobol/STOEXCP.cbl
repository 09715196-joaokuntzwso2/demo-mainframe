      * order whose generated transfer was journaled REJECTED on the
      * run date (insufficient funds, frozen account, missing rate and
      * so on), with the journal's auth code and rejection reason.
      * The run date comes from the RUNCTL run control record. Each
      * exception is also staged on ALERTEVT so the nightly ALERTGEN
      * step can tell the customer by SMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCPRPT-STATUS.

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
       FD  STO-ORDER-FILE.
       FD  EXCP-RPT-FILE.
       01  EXCP-RPT-LINE          PIC X(132).

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
       01  WS-STORDER-STATUS    PIC X(2) VALUE SPACES.
           88  STORDER-EOF          VALUE "10".
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-EXCPRPT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-ALERTEVT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT TXN-JOURNAL-FILE
           OPEN INPUT JRNL-XREF-FILE
           OPEN OUTPUT EXCP-RPT-FILE
           OPEN EXTEND ALERT-EVT-FILE

           PERFORM WRITE-REPORT-HEADER

           CLOSE TXN-JOURNAL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE EXCP-RPT-FILE
           CLOSE ALERT-EVT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "STOEXCP: " WS-ORDER-COUNT " ORDERS CHECKED, "
              WS-EXCP-COUNT " EXCEPTIONS"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-ORDER.
                        NOT INVALID KEY
                            IF JRNL-TO = STO-TO
                               PERFORM WRITE-EXCEPTION-LINE
                               PERFORM WRITE-ALERT-EVENT
                               ADD 1 TO WS-EXCP-COUNT
                            END-IF
                    END-READ
              DELIMITED BY SIZE INTO EXCP-RPT-LINE
           WRITE EXCP-RPT-LINE.

       WRITE-ALERT-EVENT.
           MOVE SPACES              TO ALERT-RECORD
           MOVE "STOREJ"            TO ALRT-TYPE
           MOVE WS-RUN-DATE         TO ALRT-DATE
           MOVE STO-FROM            TO ALRT-ACCT
           MOVE JRNL-AMOUNT         TO ALRT-AMOUNT
           MOVE JRNL-CCY            TO ALRT-CCY
           MOVE STO-ID              TO ALRT-REF
           STRING "STANDING ORDER NOT PAID - " JRNL-REASON
              DELIMITED BY SIZE INTO ALRT-TEXT
           WRITE ALERT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO EXCP-RPT-LINE
           WRITE EXCP-RPT-LINE
              WRITE EXCP-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "STOEXCP"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ORDER-COUNT       TO RHIST-READ
           MOVE WS-EXCP-COUNT        TO RHIST-WRITTEN
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
              IF RUNCTL-STOEXCP-DONE = "Y"
                 DISPLAY "STOEXCP: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
