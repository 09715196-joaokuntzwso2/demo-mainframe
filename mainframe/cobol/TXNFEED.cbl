      * that ties to the BALSNAP snapshot for the date, so the
      * customer's reconciliation can prove the file complete.
      * Runs after BALSNAP (the trailer needs the snapshot) and
      * cuts nothing for customers who did not ask. The feed is cut
      * on business days only: the first one after a weekend or
      * holiday also carries the entries the holiday cycle
      * journaled (interest accrued), each under its own date, so
      * the details run from the day after the previous business
      * date (RUNCTL-PREV-BUS-DATE) through the business date.
      * Record shapes:
      *   D|account|date|auth|type|dir|counterparty|amt|ccy|amt2|ccy2
      *   B|account|date|snap balance|ccy
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
       01  WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           88  RUNCTL-OK            VALUE "00".
       01  WS-RUN-BLOCKED       PIC X(1) VALUE "N".
           88  RUN-BLOCKED          VALUE "Y".
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTMSTR-EOF         VALUE "10".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TXNFEED-STATUS    PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-FIRST-DATE        PIC X(8)  VALUE SPACES.
       01  WS-FIRST-DATE-N      PIC 9(8)  VALUE 0.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DIRECTION         PIC X(2)  VALUE SPACES.
       01  WS-COUNTERPARTY      PIC X(8)  VALUE SPACES.
       01  WS-AMT-EDIT          PIC -9(9).99.

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
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(RUNCTL-PREV-BUS-DATE)) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-FIRST-DATE-N
              MOVE WS-FIRST-DATE-N TO WS-FIRST-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-FIRST-DATE
           END-IF

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           DISPLAY "TXNFEED: " WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-FEED-ACCT-COUNT " SUBSCRIBED, "
              WS-DETAIL-COUNT " DETAIL RECORDS FOR " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-ACCOUNT.
              PERFORM WRITE-BALANCE-TRAILER
           END-IF.

      * One START on the cross-reference at (account, first date)
      * reads exactly the period's entries for the account instead
      * of scanning the whole journal per subscribed account.
       WRITE-ACCOUNT-DETAILS.
           MOVE ACCT-ID TO XREF-ACCT
           MOVE WS-FIRST-DATE TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = ACCT-ID
                 OR XREF-DATE > WS-RUN-DATE
                 MOVE XREF-AUTH TO JRNL-AUTH
                 READ TXN-JOURNAL-FILE
                     INVALID KEY
           MOVE JRNL-AMOUNT    TO WS-AMT-EDIT
           MOVE JRNL-AMOUNT-TO TO WS-AMT2-EDIT
           MOVE SPACES TO TXN-FEED-LINE
           STRING "D|" ACCT-ID "|" XREF-DATE "|"
              JRNL-AUTH "|" JRNL-TYPE "|" WS-DIRECTION "|"
              WS-COUNTERPARTY "|"
              WS-AMT-EDIT "|" JRNL-CCY "|"
           END-IF
           WRITE TXN-FEED-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "TXNFEED"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-DETAIL-COUNT      TO RHIST-WRITTEN
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
              IF RUNCTL-TXNFEED-DONE = "Y"
                 DISPLAY "TXNFEED: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
