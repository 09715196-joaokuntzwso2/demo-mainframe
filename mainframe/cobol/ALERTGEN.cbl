       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTGEN.

      * Nightly customer alert extract for the SMS gateway - customers
      * used to find out about a rejected standing order, an expired
      * hold or a dormancy flag only when they called the branch.
      * This step gathers the day's alertable events into one file in
      * the gateway's fixed ALERTREC layout, addressed to the mobile
      * number on the customer master:
      *   STOREJ   a standing order STOEXCP found rejected
      *   HOLDREL  an expired hold HOLDSWP released
      *   DORMWARN an account DORMSWP saw enter the dormancy approach
      *            window
      *            (those three are staged by their own steps on the
      *            ALERTEVT file, which this step empties once the
      *            gateway file is written)
      *   DEBIT    an approved debit on the business date above the
      *            customer's own alert amount (CUST-ALERT-AMT, zero
      *            means none), read off the journal cross-reference
      *   OVERDRWN an account whose end-of-day balance went negative
      *            when the previous day's BALSNAP snapshot was not
      *            (an account with no prior snapshot counts as not
      *            overdrawn before)
      *   MOBILE   a CUSTPROF mobile number change on CUSTHIST since
      *            the previous business date, sent to the new number
      *            and to the old one, so a hijacked profile is seen
      *            by the real customer
      * Only customers who opted in (CUST-ALERT-OPTIN, kept through
      * CUSTPROF ALERT=Y/N) are sent anything, except the MOBILE
      * notice, which is a security alert and always goes. Alerts
      * that cannot be sent - not opted in, or no mobile number on
      * file - are counted but not written. The ALERTRPT report
      * gives the day's count by type, sent and suppressed, for the
      * marketing team. Runs after BALSNAP (the overdraft test reads
      * the snapshots) and after the steps that stage events.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SNAP-KEY
              FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT ALERT-EVT-FILE ASSIGN TO "ALERTEVT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTEVT-STATUS.

           SELECT ALERT-OUT-FILE ASSIGN TO "ALERTOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTOUT-STATUS.

           SELECT ALERT-RPT-FILE ASSIGN TO "ALERTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERTRPT-STATUS.

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
           COPY ACCTREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  CUST-HIST-FILE.
           COPY CUSTHIST.

       FD  ALERT-EVT-FILE.
           COPY ALERTREC.

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-LINE         PIC X(130).

       FD  ALERT-RPT-FILE.
       01  ALERT-RPT-LINE         PIC X(132).

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
           88  ACCTMSTR-OK          VALUE "00".
           88  ACCTMSTR-EOF         VALUE "10".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-SNAPSHOT-STATUS   PIC X(2) VALUE SPACES.
           88  SNAPSHOT-OK          VALUE "00".
       01  WS-CUSTHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-CUSTHIST-EOF      PIC X(1) VALUE "N".
           88  CUSTHIST-EOF         VALUE "Y".
       01  WS-ALERTEVT-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ALERTEVT-EOF      PIC X(1) VALUE "N".
           88  ALERTEVT-EOF         VALUE "Y".
       01  WS-ALERTOUT-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ALERTRPT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-PREV-DATE         PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-SNAP-DATE   PIC X(8)  VALUE SPACES.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.

      * Set for the alert being emitted: whether its customer opted
      * in, and whether it goes regardless (the MOBILE notice).
       01  WS-OPTED-IN          PIC X(1) VALUE "N".
           88  OPTED-IN             VALUE "Y".
       01  WS-MANDATORY         PIC X(1) VALUE "N".
           88  MANDATORY-ALERT      VALUE "Y".
       01  WS-PRIOR-OVERDRAWN   PIC X(1) VALUE "N".
           88  PRIOR-OVERDRAWN      VALUE "Y".

       01  WS-TYPE-NAMES.
           05  FILLER           PIC X(8) VALUE "DEBIT".
           05  FILLER           PIC X(8) VALUE "OVERDRWN".
           05  FILLER           PIC X(8) VALUE "STOREJ".
           05  FILLER           PIC X(8) VALUE "HOLDREL".
           05  FILLER           PIC X(8) VALUE "DORMWARN".
           05  FILLER           PIC X(8) VALUE "MOBILE".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME     PIC X(8) OCCURS 6 TIMES.
       01  WS-TYPE-MAX          PIC 9(2) VALUE 6.
       01  WS-TYPE-IDX          PIC 9(2) VALUE 0.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT OCCURS 6 TIMES.
               10  WS-TC-SENT       PIC 9(7).
               10  WS-TC-OPTED-OUT  PIC 9(7).
               10  WS-TC-NO-MOBILE  PIC 9(7).

       01  WS-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
       01  WS-EVENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE 0.
       01  WS-OPTED-OUT-TOTAL   PIC 9(7) VALUE 0.
       01  WS-NO-MOBILE-TOTAL   PIC 9(7) VALUE 0.
       01  WS-SENT-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-OPTED-OUT-EDIT    PIC Z,ZZZ,ZZ9.
       01  WS-NO-MOBILE-EDIT    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           PERFORM SET-WINDOW-DATES
           INITIALIZE WS-TYPE-COUNTS

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT JRNL-XREF-FILE
           OPEN INPUT SNAPSHOT-FILE
           OPEN OUTPUT ALERT-OUT-FILE
           OPEN OUTPUT ALERT-RPT-FILE

      * Nothing staged yet (a fresh installation) or no profile
      * changes on file reads as an empty file, not a failure.
           OPEN INPUT ALERT-EVT-FILE
           IF WS-ALERTEVT-STATUS NOT = "00"
              SET ALERTEVT-EOF TO TRUE
           END-IF
           PERFORM READ-NEXT-EVENT
           PERFORM UNTIL ALERTEVT-EOF
              PERFORM SEND-STAGED-EVENT
              ADD 1 TO WS-EVENT-COUNT
              PERFORM READ-NEXT-EVENT
           END-PERFORM

           OPEN INPUT CUST-HIST-FILE
           IF WS-CUSTHIST-STATUS NOT = "00"
              SET CUSTHIST-EOF TO TRUE
           END-IF
           PERFORM READ-NEXT-CUST-HIST
           PERFORM UNTIL CUSTHIST-EOF
              IF HIST-FIELD = "MOBILE"
                 AND HIST-TIMESTAMP(1:8) > WS-PREV-DATE
                 AND HIST-TIMESTAMP(1:8) NOT > WS-RUN-DATE
                 PERFORM SEND-MOBILE-CHANGE
              END-IF
              PERFORM READ-NEXT-CUST-HIST
           END-PERFORM
           CLOSE CUST-HIST-FILE

           MOVE LOW-VALUES TO ACCT-ID
           START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   SET ACCTMSTR-EOF TO TRUE
           END-START
           IF NOT ACCTMSTR-EOF
              PERFORM READ-NEXT-ACCOUNT
           END-IF
           PERFORM UNTIL ACCTMSTR-EOF
              PERFORM SCAN-ONE-ACCOUNT
              ADD 1 TO WS-ACCOUNT-COUNT
              PERFORM READ-NEXT-ACCOUNT
           END-PERFORM

           PERFORM WRITE-COUNT-REPORT

           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE ALERT-OUT-FILE
           CLOSE ALERT-RPT-FILE
           CLOSE ALERT-EVT-FILE

      * The staged events are in the gateway file now - empty the
      * staging file so tomorrow's run does not send them again.
           OPEN OUTPUT ALERT-EVT-FILE
           CLOSE ALERT-EVT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "ALERTGEN: " WS-EVENT-COUNT " STAGED EVENTS, "
              WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-SENT-COUNT " ALERTS SENT, "
              WS-SUPPRESSED-COUNT " SUPPRESSED"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * Profile changes are taken from the day after the previous
      * business date through this one, so a change keyed over a
      * weekend or holiday is still told the next business night.
      * The overdraft test compares against the snapshot of the
      * calendar day before - BALSNAP runs on holidays too.
       SET-WINDOW-DATES.
           IF RUNCTL-PREV-BUS-DATE NOT = SPACES
              MOVE RUNCTL-PREV-BUS-DATE TO WS-PREV-DATE
           ELSE
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-RUN-DATE)) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-DATE-N
              MOVE WS-DATE-N TO WS-PREV-DATE
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-RUN-DATE)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-PRIOR-SNAP-DATE.

       READ-NEXT-EVENT.
           IF NOT ALERTEVT-EOF
              READ ALERT-EVT-FILE
                  AT END SET ALERTEVT-EOF TO TRUE
              END-READ
           END-IF.

       READ-NEXT-CUST-HIST.
           IF NOT CUSTHIST-EOF
              READ CUST-HIST-FILE
                  AT END SET CUSTHIST-EOF TO TRUE
              END-READ
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END SET ACCTMSTR-EOF TO TRUE
           END-READ.

      * A staged event carries only the account - the customer and
      * the number to send to come from the masters as they stand
      * tonight.
       SEND-STAGED-EVENT.
           MOVE "N" TO WS-OPTED-IN
           MOVE "N" TO WS-MANDATORY
           MOVE SPACES TO ALRT-CUSTID ALRT-MOBILE-NO
           MOVE ALRT-ACCT TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF ACCTMSTR-OK
              MOVE ACCT-CUSTID TO CUST-ID
              READ CUST-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF CUSTMSTR-OK
                 MOVE CUST-ID     TO ALRT-CUSTID
                 MOVE CUST-MOBILE TO ALRT-MOBILE-NO
                 IF CUST-ALERTS-ON
                    SET OPTED-IN TO TRUE
                 END-IF
              END-IF
           END-IF
           PERFORM EMIT-ALERT.

      * Two notices per change - one to the number now on the
      * profile, one to the number it replaced.
       SEND-MOBILE-CHANGE.
           MOVE "N" TO WS-OPTED-IN
           SET MANDATORY-ALERT TO TRUE
           MOVE SPACES              TO ALERT-RECORD
           MOVE "MOBILE"            TO ALRT-TYPE
           MOVE WS-RUN-DATE         TO ALRT-DATE
           MOVE HIST-CUSTID         TO ALRT-CUSTID
           MOVE HIST-NEW-VALUE(1:12) TO ALRT-MOBILE-NO
           MOVE 0                   TO ALRT-AMOUNT
           MOVE "NUMBER ADDED TO YOUR PROFILE - CALL US IF NOT YOU"
              TO ALRT-TEXT
           PERFORM EMIT-ALERT
           MOVE SPACES              TO ALERT-RECORD
           MOVE "MOBILE"            TO ALRT-TYPE
           MOVE WS-RUN-DATE         TO ALRT-DATE
           MOVE HIST-CUSTID         TO ALRT-CUSTID
           MOVE HIST-OLD-VALUE(1:12) TO ALRT-MOBILE-NO
           MOVE 0                   TO ALRT-AMOUNT
           MOVE "NUMBER REMOVED FROM YOUR PROFILE - CALL US IF NOT YOU"
              TO ALRT-TEXT
           PERFORM EMIT-ALERT
           MOVE "N" TO WS-MANDATORY.

       SCAN-ONE-ACCOUNT.
           MOVE "N" TO WS-OPTED-IN
           MOVE "N" TO WS-MANDATORY
           MOVE ACCT-CUSTID TO CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTMSTR-OK
              IF CUST-ALERTS-ON
                 SET OPTED-IN TO TRUE
              END-IF
              IF CUST-ALERT-AMT > 0
                 PERFORM CHECK-LARGE-DEBITS
              END-IF
           ELSE
              MOVE SPACES TO CUST-ID CUST-MOBILE
           END-IF
           IF ACCT-BALANCE < 0
              PERFORM CHECK-NEWLY-OVERDRAWN
           END-IF.

      * Every approved entry the account was debited by on the
      * business date - holds and releases move no money and are
      * left out - over the amount the customer asked to hear about.
      * A REVERSAL keeps the original from/to orientation but moves
      * the money back, so it debits the account on its to-side (a
      * provisional credit taken back, an incoming transfer reversed)
      * and a refund on its from-side is a credit, as in STMTRPT.
       CHECK-LARGE-DEBITS.
           MOVE ACCT-ID     TO XREF-ACCT
           MOVE WS-RUN-DATE TO XREF-DATE
           MOVE LOW-VALUES  TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = ACCT-ID
                 OR XREF-DATE NOT = WS-RUN-DATE
                 IF ((XREF-FROM-SIDE AND XREF-TYPE NOT = "REVERSAL")
                    OR (XREF-TO-SIDE AND XREF-TYPE = "REVERSAL"))
                    AND XREF-STATUS = "APPROVED"
                    AND XREF-TYPE NOT = "HOLD"
                    AND XREF-TYPE NOT = "RELEASE"
                    AND XREF-AMOUNT > CUST-ALERT-AMT
                    PERFORM SEND-DEBIT-ALERT
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

       SEND-DEBIT-ALERT.
           MOVE SPACES              TO ALERT-RECORD
           MOVE "DEBIT"             TO ALRT-TYPE
           MOVE WS-RUN-DATE         TO ALRT-DATE
           MOVE CUST-ID             TO ALRT-CUSTID
           MOVE CUST-MOBILE         TO ALRT-MOBILE-NO
           MOVE ACCT-ID             TO ALRT-ACCT
           MOVE XREF-AMOUNT         TO ALRT-AMOUNT
           MOVE ACCT-CCY            TO ALRT-CCY
           MOVE XREF-AUTH           TO ALRT-REF
           STRING "DEBIT ABOVE YOUR ALERT AMOUNT - " XREF-TYPE
              DELIMITED BY SIZE INTO ALRT-TEXT
           PERFORM EMIT-ALERT.

      * Only the night the balance crosses below zero - an account
      * already overdrawn at yesterday's snapshot was told then.
       CHECK-NEWLY-OVERDRAWN.
           MOVE "N" TO WS-PRIOR-OVERDRAWN
           MOVE ACCT-ID            TO SNAP-ACCT-ID
           MOVE WS-PRIOR-SNAP-DATE TO SNAP-DATE
           READ SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SNAPSHOT-OK AND SNAP-BALANCE < 0
              SET PRIOR-OVERDRAWN TO TRUE
           END-IF
           IF NOT PRIOR-OVERDRAWN
              MOVE SPACES           TO ALERT-RECORD
              MOVE "OVERDRWN"       TO ALRT-TYPE
              MOVE WS-RUN-DATE      TO ALRT-DATE
              MOVE CUST-ID          TO ALRT-CUSTID
              MOVE CUST-MOBILE      TO ALRT-MOBILE-NO
              MOVE ACCT-ID          TO ALRT-ACCT
              COMPUTE ALRT-AMOUNT = 0 - ACCT-BALANCE
              MOVE ACCT-CCY         TO ALRT-CCY
              MOVE "YOUR ACCOUNT IS OVERDRAWN BY THE AMOUNT SHOWN"
                 TO ALRT-TEXT
              PERFORM EMIT-ALERT
           END-IF.

      * Writes the alert to the gateway file when it may be sent,
      * and counts it by type either way.
       EMIT-ALERT.
           MOVE 1 TO WS-TYPE-IDX
           PERFORM UNTIL WS-TYPE-IDX > WS-TYPE-MAX
              OR WS-TYPE-NAME(WS-TYPE-IDX) = ALRT-TYPE
              ADD 1 TO WS-TYPE-IDX
           END-PERFORM
           IF WS-TYPE-IDX > WS-TYPE-MAX
              MOVE WS-TYPE-MAX TO WS-TYPE-IDX
           END-IF
           EVALUATE TRUE
              WHEN ALRT-MOBILE-NO = SPACES
                 ADD 1 TO WS-TC-NO-MOBILE(WS-TYPE-IDX)
                 ADD 1 TO WS-SUPPRESSED-COUNT
              WHEN NOT OPTED-IN AND NOT MANDATORY-ALERT
                 ADD 1 TO WS-TC-OPTED-OUT(WS-TYPE-IDX)
                 ADD 1 TO WS-SUPPRESSED-COUNT
              WHEN OTHER
                 WRITE ALERT-OUT-LINE FROM ALERT-RECORD
                 ADD 1 TO WS-TC-SENT(WS-TYPE-IDX)
                 ADD 1 TO WS-SENT-COUNT
           END-EVALUATE.

       WRITE-COUNT-REPORT.
           MOVE SPACES TO ALERT-RPT-LINE
           STRING "CUSTOMER ALERT COUNTS BY TYPE - " WS-RUN-DATE
              DELIMITED BY SIZE INTO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE SPACES TO ALERT-RPT-LINE
           STRING "TYPE            SENT  NOT OPTED IN   NO MOBILE"
              DELIMITED BY SIZE INTO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-MAX
              MOVE WS-TC-SENT(WS-TYPE-IDX)      TO WS-SENT-EDIT
              MOVE WS-TC-OPTED-OUT(WS-TYPE-IDX) TO WS-OPTED-OUT-EDIT
              MOVE WS-TC-NO-MOBILE(WS-TYPE-IDX) TO WS-NO-MOBILE-EDIT
              ADD WS-TC-OPTED-OUT(WS-TYPE-IDX)  TO WS-OPTED-OUT-TOTAL
              ADD WS-TC-NO-MOBILE(WS-TYPE-IDX)  TO WS-NO-MOBILE-TOTAL
              MOVE SPACES TO ALERT-RPT-LINE
              STRING WS-TYPE-NAME(WS-TYPE-IDX) "   "
                 WS-SENT-EDIT "     " WS-OPTED-OUT-EDIT "   "
                 WS-NO-MOBILE-EDIT
                 DELIMITED BY SIZE INTO ALERT-RPT-LINE
              WRITE ALERT-RPT-LINE
           END-PERFORM
           MOVE WS-SENT-COUNT      TO WS-SENT-EDIT
           MOVE WS-OPTED-OUT-TOTAL TO WS-OPTED-OUT-EDIT
           MOVE WS-NO-MOBILE-TOTAL TO WS-NO-MOBILE-EDIT
           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE SPACES TO ALERT-RPT-LINE
           STRING "TOTAL      " WS-SENT-EDIT "     "
              WS-OPTED-OUT-EDIT "   " WS-NO-MOBILE-EDIT
              DELIMITED BY SIZE INTO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "ALERTGEN"           TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-SENT-COUNT        TO RHIST-WRITTEN
           MOVE WS-SUPPRESSED-COUNT  TO RHIST-REJECTED
           MOVE RETURN-CODE          TO RHIST-RC
           MOVE "N"                  TO RHIST-RESTART
           WRITE RHIST-RECORD
           CLOSE RUN-HIST-FILE.

      * The run control record supplies the official business date
      * and refuses a second run for a date this step has already
      * completed - an accidental resubmission ends RC=8 and the
      * COND chain stops the rest of the cycle.
       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CTL-FILE
           MOVE "R" TO RUNCTL-KEY
           READ RUN-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT RUNCTL-OK
              DISPLAY "ALERTGEN: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-ALERTGEN-DONE = "Y"
                 DISPLAY "ALERTGEN: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-ALERTGEN-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
