       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRPT.

      * Daily fraud-alert report - runs after the posting step and
      * lists, for the fraud team, every transfer or hold TXNPOST
      * scored against the account-takeover rules on the run date:
      * first the blocks held unposted on the FRAUDQ review queue,
      * then the near misses that scored at or above the near-miss
      * threshold but went on through the normal posting checks,
      * each with its auth code, customer, amount, score, the rules
      * that fired and the journal status it ended on, followed by
      * how often each rule fired. The scoring log is multi-day, so
      * only the run date's entries are read, and each is proved
      * against the journal first - a log line whose auth code never
      * reached the journal was left by an interrupted posting run
      * (the resumed run scores the block again under a new auth
      * code), so it is counted but not listed. The run date comes
      * from the RUNCTL run control record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-LOG-FILE ASSIGN TO "FRAUDLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAUDLOG-STATUS.

           SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JRNL-AUTH
              FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT FRAUD-RPT-FILE ASSIGN TO "FRAUDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAUDRPT-STATUS.

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
       FD  FRAUD-LOG-FILE.
           COPY FRAUDLOG.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  FRAUD-RPT-FILE.
       01  FRAUD-RPT-LINE         PIC X(132).

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
       01  WS-FRAUDLOG-STATUS   PIC X(2) VALUE SPACES.
           88  FRAUDLOG-EOF         VALUE "10".
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
           88  TXNJRNL-OK           VALUE "00".
       01  WS-FRAUDRPT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-SECTION           PIC X(1)  VALUE SPACES.
           88  SECTION-HELD         VALUE "H".
           88  SECTION-NEAR         VALUE "N".
       01  WS-PAYEE             PIC X(17) VALUE SPACES.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-LOG-COUNT         PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-NEAR-COUNT        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNJOURNALED-COUNT PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT      PIC 9(7) VALUE 0.

      * How often each rule fired across the day's holds and near
      * misses - the rule names are the tags TXNPOST writes.
       01  WS-RULE-NAMES.
           05  FILLER           PIC X(8) VALUE "MOBILE".
           05  FILLER           PIC X(8) VALUE "NEWBEN".
           05  FILLER           PIC X(8) VALUE "REACT".
           05  FILLER           PIC X(8) VALUE "VELOCITY".
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME OCCURS 4 TIMES PIC X(8).
       01  WS-RULE-COUNTS.
           05  WS-RULE-HELD OCCURS 4 TIMES PIC 9(7).
           05  WS-RULE-NEAR OCCURS 4 TIMES PIC 9(7).
       01  WS-RULE-IDX          PIC 9(1) VALUE 0.
       01  WS-RULE-TALLY        PIC 9(3) VALUE 0.
       01  WS-HELD-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-NEAR-EDIT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           MOVE ZEROS TO WS-RULE-COUNTS

           OPEN INPUT TXN-JOURNAL-FILE
           OPEN OUTPUT FRAUD-RPT-FILE

           PERFORM WRITE-REPORT-HEADER

           SET SECTION-HELD TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-HELD-COUNT
           SET SECTION-NEAR TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-NEAR-COUNT

           PERFORM WRITE-REPORT-TRAILER

           CLOSE TXN-JOURNAL-FILE
           CLOSE FRAUD-RPT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "FRAUDRPT: " WS-LOG-COUNT " SCORED ITEMS FOR "
              WS-RUN-DATE ", " WS-HELD-COUNT " HELD, "
              WS-NEAR-COUNT " NEAR MISSES, "
              WS-UNJOURNALED-COUNT " NOT JOURNALED"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * One pass of the log per section, so the holds are listed
      * together ahead of the near misses. The run date's entries
      * and the unjournaled ones are counted on the first pass only.
       LIST-ONE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           MOVE SPACES TO FRAUD-RPT-LINE
           IF SECTION-HELD
              STRING "HELD FOR FRAUD REVIEW (FRAUDQ)"
                 DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           ELSE
              STRING "NEAR MISSES - SCORED BUT NOT HELD"
                 DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           END-IF
           WRITE FRAUD-RPT-LINE
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING "AUTH CODE   TYPE      FROM      "
              "TO / BENEFICIARY   CUSTOMER    "
              "           AMOUNT CCY SCORE RULES"
              "                          STATUS"
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE

           OPEN INPUT FRAUD-LOG-FILE
           IF WS-FRAUDLOG-STATUS NOT = "00"
              SET FRAUDLOG-EOF TO TRUE
           ELSE
              MOVE SPACES TO WS-FRAUDLOG-STATUS
              PERFORM READ-NEXT-LOG
           END-IF
           PERFORM UNTIL FRAUDLOG-EOF
              IF FLOG-BUS-DATE = WS-RUN-DATE
                 PERFORM CHECK-ONE-ENTRY
              END-IF
              PERFORM READ-NEXT-LOG
           END-PERFORM
           CLOSE FRAUD-LOG-FILE

           IF WS-SECTION-COUNT = 0
              MOVE SPACES TO FRAUD-RPT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO FRAUD-RPT-LINE
              WRITE FRAUD-RPT-LINE
           END-IF.

       READ-NEXT-LOG.
           READ FRAUD-LOG-FILE
               AT END SET FRAUDLOG-EOF TO TRUE
           END-READ.

       CHECK-ONE-ENTRY.
           MOVE FLOG-AUTH TO JRNL-AUTH
           READ TXN-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SECTION-HELD
              ADD 1 TO WS-LOG-COUNT
              IF NOT TXNJRNL-OK
                 ADD 1 TO WS-UNJOURNALED-COUNT
              END-IF
           END-IF
           IF TXNJRNL-OK
              AND FLOG-ACTION = WS-SECTION
              ADD 1 TO WS-SECTION-COUNT
              ADD 1 TO WS-LISTED-COUNT
              PERFORM WRITE-DETAIL-LINE
              PERFORM TALLY-RULES
           END-IF.

       WRITE-DETAIL-LINE.
           IF FLOG-BEN-BANK NOT = SPACES
              MOVE SPACES TO WS-PAYEE
              STRING FLOG-BEN-BANK " " FLOG-BEN-ACCT
                 DELIMITED BY SIZE INTO WS-PAYEE
           ELSE
              MOVE FLOG-TO TO WS-PAYEE
           END-IF
           MOVE FLOG-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING FLOG-AUTH "  " FLOG-TXNTYPE "  " FLOG-FROM "  "
              WS-PAYEE "  " FLOG-CUSTID "  " WS-AMOUNT-EDIT " "
              FLOG-CCY "  " FLOG-SCORE "  " FLOG-RULES " "
              JRNL-STATUS
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE.

       TALLY-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > 4
              MOVE 0 TO WS-RULE-TALLY
              INSPECT FLOG-RULES TALLYING WS-RULE-TALLY
                 FOR ALL FUNCTION TRIM(WS-RULE-NAME(WS-RULE-IDX))
              IF WS-RULE-TALLY > 0
                 IF SECTION-HELD
                    ADD 1 TO WS-RULE-HELD(WS-RULE-IDX)
                 ELSE
                    ADD 1 TO WS-RULE-NEAR(WS-RULE-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING "DAILY FRAUD-ALERT REPORT - " WS-RUN-DATE
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING "RULE          HELD  NEAR MISS"
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > 4
              MOVE WS-RULE-HELD(WS-RULE-IDX) TO WS-HELD-EDIT
              MOVE WS-RULE-NEAR(WS-RULE-IDX) TO WS-NEAR-EDIT
              MOVE SPACES TO FRAUD-RPT-LINE
              STRING WS-RULE-NAME(WS-RULE-IDX) " " WS-HELD-EDIT
                 "  " WS-NEAR-EDIT
                 DELIMITED BY SIZE INTO FRAUD-RPT-LINE
              WRITE FRAUD-RPT-LINE
           END-PERFORM
           MOVE SPACES TO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING "TOTAL HELD FOR REVIEW:   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           MOVE WS-NEAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FRAUD-RPT-LINE
           STRING "TOTAL NEAR MISSES:       " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO FRAUD-RPT-LINE
           WRITE FRAUD-RPT-LINE
           IF WS-UNJOURNALED-COUNT > 0
              MOVE WS-UNJOURNALED-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO FRAUD-RPT-LINE
              STRING "NOT JOURNALED (INTERRUPTED POSTING RUN), "
                 "NOT LISTED: " WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO FRAUD-RPT-LINE
              WRITE FRAUD-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "FRAUDRPT"           TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-LOG-COUNT         TO RHIST-READ
           MOVE WS-LISTED-COUNT      TO RHIST-WRITTEN
           MOVE WS-UNJOURNALED-COUNT TO RHIST-REJECTED
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
              DISPLAY "FRAUDRPT: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-FRAUDRPT-DONE = "Y"
                 DISPLAY "FRAUDRPT: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-FRAUDRPT-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
