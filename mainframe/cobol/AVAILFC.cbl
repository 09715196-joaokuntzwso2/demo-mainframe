      * Seven-day funds availability forecast - STOEXCP reports a
      * bounced standing order only after it bounced, so this step
      * looks forward instead: for every account it projects the
      * available balance over the next seven business days,
      * starting from ACCT-BALANCE plus the ACCT-OD-LIMIT overdraft
      * headroom less today's open holds, applying the standing
      * orders due in the window in both directions (debits where
      * the account is the order's source, credits where it is the
      * destination) and crediting back each open hold on the day
      * HOLDSWP will release it at HOLD-EXPIRY. Every account that
      * goes short on some coming day is listed with the first short
      * day, the projected balance and the order that tips it, so
      * the branch can phone the customer two days before the
      * rejection instead of after it. The full cycle posts only on
      * business days of the home calendar (HOLCAL), so the window
      * is the next seven of those, and each order is placed on the
      * day STORUN will actually fire it - its due date rolled to
      * the next business day of its own currency's calendar - and
      * each hold on the first sweep on or after its expiry.
      * Cross-currency order credits are applied at face value; the
      * forecast is an early-warning figure, not a statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVAILRPT-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOL-KEY
              FILE STATUS IS WS-HOLCAL-STATUS.

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
       FD  AVAIL-RPT-FILE.
       01  AVAIL-RPT-LINE         PIC X(132).

       FD  HOL-CAL-FILE.
           COPY HOLCAL.

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
       01  WS-STORDER-STATUS    PIC X(2) VALUE SPACES.
       01  WS-HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
           88  HOLDFILE-EOF         VALUE "10".
       01  WS-AVAILRPT-STATUS   PIC X(2) VALUE SPACES.
       01  WS-HOLCAL-STATUS     PIC X(2) VALUE SPACES.

       01  WS-HORIZON-DAYS      PIC 9(1)  VALUE 7.
       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-HOME-CALENDAR     PIC X(3)  VALUE "LKR".
       01  WS-CAL-CCY           PIC X(3)  VALUE SPACES.
       01  WS-CAL-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INT           PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK       PIC 9(1)  VALUE 0.
       01  WS-BUSINESS-DAY      PIC X(1)  VALUE "Y".
           88  BUSINESS-DAY         VALUE "Y".

      * One slot per forecast day: its business date, the net of
      * everything scheduled to hit that day, and the last standing
      * order debiting the account that day - the likeliest culprit
      * when the day goes short.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT HOL-CAL-FILE
           PERFORM BUILD-DAY-DATES

           OPEN INPUT ACCT-MASTER-FILE
           CLOSE STO-ORDER-FILE
           CLOSE HOLD-FILE
           CLOSE AVAIL-RPT-FILE
           CLOSE HOL-CAL-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "AVAILFC: " WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-SHORT-COUNT " PROJECTED SHORT"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * The slots are the next seven home-calendar business days -
      * the days a full cycle will run and post.
       BUILD-DAY-DATES.
           MOVE WS-HOME-CALENDAR TO WS-CAL-CCY
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-HORIZON-DAYS
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-CAL-DATE-N
              PERFORM ROLL-TO-BUSINESS-DAY
              MOVE WS-CAL-DATE TO WS-DAY-DATE(WS-DAY-IDX)
           END-PERFORM.

       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
              COMPUTE WS-CAL-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                 TO WS-CAL-DATE-N
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      * A date is a business day on a calendar unless it falls on a
      * Saturday or Sunday or the holiday calendar lists it. Day 1 of
      * the integer calendar (1601-01-01) was a Monday, so the
      * remainder by seven is 6 for a Saturday and 0 for a Sunday.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY
           COMPUTE WS-CAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CAL-INT 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE "N" TO WS-BUSINESS-DAY
           ELSE
              MOVE WS-CAL-CCY  TO HOL-CALENDAR
              MOVE WS-CAL-DATE TO HOL-DATE
              READ HOL-CAL-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "N" TO WS-BUSINESS-DAY
              END-READ
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END SET ACCTMSTR-EOF TO TRUE
               AT END SET HOLDFILE-EOF TO TRUE
           END-READ.

      * The sweep only runs on the slot days, so a hold comes back
      * on the first of them on or after its expiry date.
       FIND-DAY-SLOT-FOR-EXPIRY.
           MOVE HOLD-EXPIRY(1:8) TO WS-CAL-DATE
           PERFORM FIND-FIRST-SLOT-ON-OR-AFTER.

       FIND-FIRST-SLOT-ON-OR-AFTER.
           MOVE 0 TO WS-DAY-SLOT
           PERFORM VARYING WS-DAY-IDX FROM WS-HORIZON-DAYS BY -1
              UNTIL WS-DAY-IDX < 1
              IF WS-DAY-DATE(WS-DAY-IDX) NOT < WS-CAL-DATE
                 MOVE WS-DAY-IDX TO WS-DAY-SLOT
              END-IF
           END-PERFORM.

      * Walks the order's due dates through the window without
      * touching the order itself - the same advance arithmetic
      * STORUN applies for real, run on a local date. Each due date
      * is rolled to its currency's next business day, as STORUN
      * does; an occurrence rolling past today lands in the first
      * slot on or after the rolled date, while one STORUN already
      * paid today rolls to no later than today and is skipped.
       SIMULATE-ORDER-WEEK.
           IF STO-NEXT-DATE NUMERIC
              MOVE STO-NEXT-DATE TO WS-SIM-DATE
              PERFORM UNTIL WS-SIM-DATE > WS-DAY-DATE(WS-HORIZON-DAYS)
                 OR (STO-END-DATE NOT = SPACES
                     AND WS-SIM-DATE > STO-END-DATE)
                 MOVE STO-CCY     TO WS-CAL-CCY
                 MOVE WS-SIM-DATE TO WS-CAL-DATE
                 PERFORM ROLL-TO-BUSINESS-DAY
                 IF WS-CAL-DATE > WS-RUN-DATE
                    PERFORM APPLY-ORDER-OCCURRENCE
                 END-IF
                 PERFORM ADVANCE-SIM-DATE
           END-IF.

       APPLY-ORDER-OCCURRENCE.
           PERFORM FIND-FIRST-SLOT-ON-OR-AFTER
           IF WS-DAY-SLOT > 0
              IF STO-FROM = ACCT-ID
                 SUBTRACT STO-AMOUNT FROM WS-DAY-DELTA(WS-DAY-SLOT)
              WRITE AVAIL-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "AVAILFC"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-SHORT-COUNT       TO RHIST-WRITTEN
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
              IF RUNCTL-AVAILFC-DONE = "Y"
                 DISPLAY "AVAILFC: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
