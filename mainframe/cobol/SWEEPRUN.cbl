       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRUN.

      * Nightly corporate balance sweep run - executes every active
      * instruction on the SWPMSTR sweep master once per business
      * date, after the day's postings and clearing have landed and
      * ahead of INTACCR, so interest accrues on the swept balances.
      * Concentration sweeps run first: everything in a collection
      * account above the instruction's target amount, less any
      * open holds against it, moves to the concentration account.
      * Top-up sweeps run second, so they draw on the freshly
      * concentrated funds: a payroll account below its floor is
      * topped back up to the target amount from the concentration
      * account, as far as that account's balance, overdraft limit
      * and open holds allow - a short source tops up what it can
      * and the instruction is listed as an exception. Both accounts
      * must be on file, OPEN and in the same currency, or the
      * instruction is not attempted and is listed for the branch.
      * Each movement is journaled as a SWEEP entry - kept apart
      * from TRANSFER so EODRECON's batch control totals see only
      * the posting feed - carrying the instruction id in
      * JRNL-REF-AUTH, and cross-referenced so STMTRPT, GLEXTR and
      * TRIALBAL see it. An instruction records the last date it
      * moved money, so a resumed run never sweeps it twice. The
      * SWEEPRPT report lists the night's sweeps group by group with
      * per-currency totals, then the exceptions. The run date is
      * the RUNCTL business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWP-MASTER-FILE ASSIGN TO "SWPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWP-ID
              FILE STATUS IS WS-SWPMSTR-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JRNL-AUTH
              FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT AUTH-CTL-FILE ASSIGN TO "AUTHCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUTHCTL-KEY
              FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-AUTH
              FILE STATUS IS WS-HOLDFILE-STATUS.

           SELECT SWEEP-RPT-FILE ASSIGN TO "SWEEPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SWEEPRPT-STATUS.

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
       FD  SWP-MASTER-FILE.
           COPY SWPREC.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  SWEEP-RPT-FILE.
       01  SWEEP-RPT-LINE         PIC X(132).

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
       01  WS-SWPMSTR-STATUS    PIC X(2) VALUE SPACES.
           88  SWPMSTR-EOF          VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS    PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
       01  WS-SWEEPRPT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-PASS-DIRECTION    PIC X(1)  VALUE SPACES.
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.
       01  WS-OUTCOME           PIC X(30) VALUE SPACES.
       01  WS-HOLD-ACCT         PIC X(8)  VALUE SPACES.
       01  WS-HELD-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-SRC-BALANCE       PIC S9(9)V99 VALUE 0.
       01  WS-SRC-OD-LIMIT      PIC S9(9)V99 VALUE 0.
       01  WS-SRC-CCY           PIC X(3)  VALUE SPACES.
       01  WS-TGT-BALANCE       PIC S9(9)V99 VALUE 0.
       01  WS-TGT-CCY           PIC X(3)  VALUE SPACES.
       01  WS-SWEEP-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-SWEEP-NEED        PIC S9(9)V99 VALUE 0.
       01  WS-SWEEP-AVAIL       PIC S9(9)V99 VALUE 0.

      * The night's sweeps and exceptions, in the order executed,
      * and the corporate groups in the order they first appear -
      * the report prints each group's lines together.
       01  WS-RESULT-MAX        PIC 9(4)  VALUE 500.
       01  WS-RESULT-COUNT      PIC 9(4)  VALUE 0.
       01  WS-RESULT-IDX        PIC 9(4)  VALUE 0.
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ENTRY OCCURS 500 TIMES.
               10  WS-RES-GROUP     PIC X(10).
               10  WS-RES-SWPID     PIC X(10).
               10  WS-RES-DIRECTION PIC X(1).
               10  WS-RES-SOURCE    PIC X(8).
               10  WS-RES-TARGET    PIC X(8).
               10  WS-RES-CCY       PIC X(3).
               10  WS-RES-AMOUNT    PIC S9(9)V99.
               10  WS-RES-AUTH      PIC X(10).
               10  WS-RES-OUTCOME   PIC X(30).
       01  WS-GROUP-COUNT       PIC 9(4)  VALUE 0.
       01  WS-GROUP-IDX         PIC 9(4)  VALUE 0.
       01  WS-GROUP-SLOT        PIC 9(4)  VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-NAME OCCURS 500 TIMES PIC X(10).
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

      * One group's totals by currency, rebuilt for each group.
       01  WS-CCY-MAX           PIC 9(2)  VALUE 20.
       01  WS-CCY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-CCY-IDX           PIC 9(2)  VALUE 0.
       01  WS-CCY-SLOT          PIC 9(2)  VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-CONC      PIC S9(11)V99.
               10  WS-CCY-TOPUP     PIC S9(11)V99.

       01  WS-DIRECTION-TEXT    PIC X(11) VALUE SPACES.
       01  WS-AMT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT2-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-SWEEP-COUNT       PIC 9(7) VALUE 0.
       01  WS-CONC-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOPUP-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXCEPT-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE

           OPEN I-O SWP-MASTER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT SWEEP-RPT-FILE

           MOVE "C" TO WS-PASS-DIRECTION
           PERFORM RUN-SWEEP-PASS
           MOVE "T" TO WS-PASS-DIRECTION
           PERFORM RUN-SWEEP-PASS

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
              UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              PERFORM WRITE-GROUP-SECTION
           END-PERFORM
           IF WS-GROUP-COUNT = 0
              MOVE SPACES TO SWEEP-RPT-LINE
              MOVE "  NONE" TO SWEEP-RPT-LINE
              WRITE SWEEP-RPT-LINE
           END-IF
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-REPORT-TRAILER

           CLOSE SWP-MASTER-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE HOLD-FILE
           CLOSE SWEEP-RPT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "SWEEPRUN: " WS-SWEEP-COUNT " INSTRUCTIONS SCANNED, "
              WS-CONC-COUNT " CONCENTRATED, " WS-TOPUP-COUNT
              " TOPPED UP, " WS-EXCEPT-COUNT " EXCEPTIONS"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * One pass over the sweep master for one direction - the
      * concentration pass, then the top-up pass.
       RUN-SWEEP-PASS.
           MOVE SPACES TO WS-SWPMSTR-STATUS
           MOVE LOW-VALUES TO SWP-ID
           START SWP-MASTER-FILE KEY IS NOT LESS THAN SWP-ID
               INVALID KEY
                   SET SWPMSTR-EOF TO TRUE
           END-START
           IF NOT SWPMSTR-EOF
              PERFORM READ-NEXT-SWEEP
              PERFORM UNTIL SWPMSTR-EOF
                 IF SWP-DIRECTION = WS-PASS-DIRECTION
                    ADD 1 TO WS-SWEEP-COUNT
                    IF SWP-ACTIVE
                       AND SWP-LAST-DATE NOT = WS-RUN-DATE
                       PERFORM EXECUTE-ONE-SWEEP
                    END-IF
                 END-IF
                 PERFORM READ-NEXT-SWEEP
              END-PERFORM
           END-IF.

       READ-NEXT-SWEEP.
           READ SWP-MASTER-FILE NEXT RECORD
               AT END SET SWPMSTR-EOF TO TRUE
           END-READ.

      * The accounts are checked and the amount sized before
      * anything is journaled - an instruction that cannot run is
      * untouched and is simply tried again the next night.
       EXECUTE-ONE-SWEEP.
           MOVE 0 TO WS-SWEEP-AMOUNT
           MOVE SPACES TO WS-OUTCOME
           MOVE SPACES TO WS-AUTH
           PERFORM LOAD-SWEEP-ACCOUNTS
           IF WS-OUTCOME = SPACES
              IF SWP-CONCENTRATE
                 PERFORM SIZE-CONCENTRATION
              ELSE
                 PERFORM SIZE-TOPUP
              END-IF
           END-IF
           IF WS-SWEEP-AMOUNT > 0
              PERFORM POST-SWEEP
           END-IF
           IF WS-SWEEP-AMOUNT > 0 OR WS-OUTCOME NOT = SPACES
              PERFORM RECORD-SWEEP-RESULT
           END-IF.

       LOAD-SWEEP-ACCOUNTS.
           MOVE SWP-SOURCE TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "SOURCE ACCOUNT NOT FOUND" TO WS-OUTCOME
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                      MOVE "SOURCE ACCOUNT NOT OPEN" TO WS-OUTCOME
                   END-IF
                   MOVE ACCT-BALANCE  TO WS-SRC-BALANCE
                   MOVE ACCT-OD-LIMIT TO WS-SRC-OD-LIMIT
                   MOVE ACCT-CCY      TO WS-SRC-CCY
           END-READ
           IF WS-OUTCOME = SPACES
              MOVE SWP-TARGET TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      MOVE "TARGET ACCOUNT NOT FOUND" TO WS-OUTCOME
                  NOT INVALID KEY
                      IF NOT ACCT-OPEN
                         MOVE "TARGET ACCOUNT NOT OPEN" TO WS-OUTCOME
                      END-IF
                      MOVE ACCT-BALANCE  TO WS-TGT-BALANCE
                      MOVE ACCT-CCY      TO WS-TGT-CCY
              END-READ
           END-IF
           IF WS-OUTCOME = SPACES AND WS-SRC-CCY NOT = WS-TGT-CCY
              MOVE "ACCOUNT CURRENCIES DIFFER" TO WS-OUTCOME
           END-IF.

      * Only the collected balance above the target amount moves -
      * funds pinned by an open hold stay where the hold expects
      * to capture them, and an overdrawn collection account
      * sweeps nothing.
       SIZE-CONCENTRATION.
           MOVE SWP-SOURCE TO WS-HOLD-ACCT
           PERFORM SUM-OPEN-HOLDS
           COMPUTE WS-SWEEP-AMOUNT =
              WS-SRC-BALANCE - WS-HELD-AMOUNT - SWP-TARGET-AMT
           IF WS-SWEEP-AMOUNT < 0
              MOVE 0 TO WS-SWEEP-AMOUNT
           END-IF.

      * A top-up draws on the concentration account no further than
      * posting would let a customer - balance plus authorized
      * overdraft, less open holds.
       SIZE-TOPUP.
           IF WS-TGT-BALANCE < SWP-FLOOR-AMT
              COMPUTE WS-SWEEP-NEED = SWP-TARGET-AMT - WS-TGT-BALANCE
              MOVE SWP-SOURCE TO WS-HOLD-ACCT
              PERFORM SUM-OPEN-HOLDS
              COMPUTE WS-SWEEP-AVAIL =
                 WS-SRC-BALANCE + WS-SRC-OD-LIMIT - WS-HELD-AMOUNT
              IF WS-SWEEP-AVAIL NOT > 0
                 MOVE "NO FUNDS IN SOURCE ACCOUNT" TO WS-OUTCOME
              ELSE
                 IF WS-SWEEP-AVAIL < WS-SWEEP-NEED
                    MOVE WS-SWEEP-AVAIL TO WS-SWEEP-AMOUNT
                    MOVE "PARTIAL - SOURCE FUNDS SHORT" TO WS-OUTCOME
                 ELSE
                    MOVE WS-SWEEP-NEED TO WS-SWEEP-AMOUNT
                 END-IF
              END-IF
           END-IF.

       POST-SWEEP.
           MOVE SWP-SOURCE TO ACCT-ID
           READ ACCT-MASTER-FILE
           SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE SWP-TARGET TO ACCT-ID
           READ ACCT-MASTER-FILE
           ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD

           PERFORM NEXT-AUTH-CODE
           SET JRNL-SWEEP      TO TRUE
           MOVE SWP-SOURCE     TO JRNL-FROM
           MOVE SWP-TARGET     TO JRNL-TO
           MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT
           MOVE SPACES         TO JRNL-REASON
           IF SWP-CONCENTRATE
              STRING "SWEEP CONCENTRATION " SWP-ID
                 DELIMITED BY SIZE INTO JRNL-REASON
              ADD 1 TO WS-CONC-COUNT
           ELSE
              STRING "SWEEP TOP-UP " SWP-ID
                 DELIMITED BY SIZE INTO JRNL-REASON
              ADD 1 TO WS-TOPUP-COUNT
           END-IF
           PERFORM WRITE-SWEEP-JOURNAL-RECORD

           MOVE WS-RUN-DATE     TO SWP-LAST-DATE
           MOVE WS-SWEEP-AMOUNT TO SWP-LAST-AMOUNT
           MOVE WS-AUTH         TO SWP-LAST-AUTH
           REWRITE SWP-RECORD.

      * A result that no longer fits is still swept - only its
      * report line is lost, and the loss is reported once.
       RECORD-SWEEP-RESULT.
           IF WS-OUTCOME NOT = SPACES
              ADD 1 TO WS-EXCEPT-COUNT
           END-IF
           IF WS-RESULT-COUNT < WS-RESULT-MAX
              ADD 1 TO WS-RESULT-COUNT
              MOVE SWP-GROUP       TO WS-RES-GROUP(WS-RESULT-COUNT)
              MOVE SWP-ID          TO WS-RES-SWPID(WS-RESULT-COUNT)
              MOVE SWP-DIRECTION
                 TO WS-RES-DIRECTION(WS-RESULT-COUNT)
              MOVE SWP-SOURCE      TO WS-RES-SOURCE(WS-RESULT-COUNT)
              MOVE SWP-TARGET      TO WS-RES-TARGET(WS-RESULT-COUNT)
              MOVE WS-SRC-CCY      TO WS-RES-CCY(WS-RESULT-COUNT)
              MOVE WS-SWEEP-AMOUNT TO WS-RES-AMOUNT(WS-RESULT-COUNT)
              MOVE WS-AUTH         TO WS-RES-AUTH(WS-RESULT-COUNT)
              MOVE WS-OUTCOME      TO WS-RES-OUTCOME(WS-RESULT-COUNT)
              PERFORM FIND-GROUP-SLOT
           ELSE
              IF NOT TABLE-FULL
                 DISPLAY "SWEEPRUN: RESULT TABLE FULL - " SWP-ID
                    " AND LATER SWEEPS NOT REPORTED"
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.

       FIND-GROUP-SLOT.
           MOVE 0 TO WS-GROUP-SLOT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
              UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
              OR WS-GROUP-SLOT > 0
              IF WS-GROUP-NAME(WS-GROUP-IDX) = SWP-GROUP
                 MOVE WS-GROUP-IDX TO WS-GROUP-SLOT
              END-IF
           END-PERFORM
           IF WS-GROUP-SLOT = 0
              ADD 1 TO WS-GROUP-COUNT
              MOVE SWP-GROUP TO WS-GROUP-NAME(WS-GROUP-COUNT)
           END-IF.

      * The account's JRNLXREF rows point at exactly the holds that
      * could pin it, the way the posting run's own check works.
       SUM-OPEN-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE WS-HOLD-ACCT TO XREF-ACCT
           MOVE LOW-VALUES TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           MOVE SPACES TO WS-JRNLXREF-STATUS
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = WS-HOLD-ACCT
                 IF XREF-TYPE = "HOLD" AND XREF-FROM-SIDE
                    AND XREF-STATUS = "APPROVED"
                    MOVE XREF-AUTH TO HOLD-AUTH
                    READ HOLD-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF HOLD-OPEN
                               AND HOLD-FROM = WS-HOLD-ACCT
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                            END-IF
                    END-READ
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

       NEXT-AUTH-CODE.
           MOVE "A" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   MOVE 0 TO AUTHCTL-LAST-SEQ
           END-READ
           ADD 1 TO AUTHCTL-LAST-SEQ
           MOVE AUTHCTL-LAST-SEQ TO WS-AUTH-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF
           STRING "AUTH" WS-AUTH-SEQ DELIMITED BY SIZE INTO WS-AUTH.

       WRITE-SWEEP-JOURNAL-RECORD.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE RUNCTL-BUS-DATE TO JRNL-TIMESTAMP(1:8)
           MOVE WS-SRC-CCY     TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE SWP-ID         TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE JRNL-AMOUNT    TO JRNL-AMOUNT-TO
           MOVE WS-SRC-CCY     TO JRNL-CCY-TO
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "CORPORATE BALANCE SWEEP REPORT - " WS-RUN-DATE
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE SPACES TO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE.

      * One corporate group - its sweep lines, then what it
      * concentrated and topped up in each currency.
       WRITE-GROUP-SECTION.
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "GROUP " WS-GROUP-NAME(WS-GROUP-IDX)
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE 0 TO WS-CCY-COUNT
           INITIALIZE WS-CCY-TABLE
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
              UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
              IF WS-RES-GROUP(WS-RESULT-IDX)
                 = WS-GROUP-NAME(WS-GROUP-IDX)
                 PERFORM WRITE-RESULT-LINE
                 PERFORM ADD-GROUP-CCY-TOTAL
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
              MOVE WS-CCY-CONC(WS-CCY-IDX) TO WS-AMT-EDIT
              MOVE WS-CCY-TOPUP(WS-CCY-IDX) TO WS-AMT2-EDIT
              MOVE SPACES TO SWEEP-RPT-LINE
              STRING "  TOTAL " WS-CCY-CODE(WS-CCY-IDX)
                 "  CONCENTRATED " WS-AMT-EDIT
                 "  TOPPED UP " WS-AMT2-EDIT
                 DELIMITED BY SIZE INTO SWEEP-RPT-LINE
              WRITE SWEEP-RPT-LINE
           END-PERFORM
           MOVE SPACES TO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE.

       WRITE-RESULT-LINE.
           IF WS-RES-DIRECTION(WS-RESULT-IDX) = "C"
              MOVE "CONCENTRATE" TO WS-DIRECTION-TEXT
           ELSE
              MOVE "TOP-UP" TO WS-DIRECTION-TEXT
           END-IF
           MOVE WS-RES-AMOUNT(WS-RESULT-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "  " WS-RES-SWPID(WS-RESULT-IDX)
              "  " WS-DIRECTION-TEXT
              "  " WS-RES-SOURCE(WS-RESULT-IDX)
              " TO " WS-RES-TARGET(WS-RESULT-IDX)
              "  " WS-AMT-EDIT " " WS-RES-CCY(WS-RESULT-IDX)
              "  " WS-RES-AUTH(WS-RESULT-IDX)
              "  " WS-RES-OUTCOME(WS-RESULT-IDX)
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE.

       ADD-GROUP-CCY-TOTAL.
           MOVE 0 TO WS-CCY-SLOT
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
              OR WS-CCY-SLOT > 0
              IF WS-CCY-CODE(WS-CCY-IDX) = WS-RES-CCY(WS-RESULT-IDX)
                 MOVE WS-CCY-IDX TO WS-CCY-SLOT
              END-IF
           END-PERFORM
           IF WS-CCY-SLOT = 0 AND WS-CCY-COUNT < WS-CCY-MAX
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-SLOT
              MOVE WS-RES-CCY(WS-RESULT-IDX)
                 TO WS-CCY-CODE(WS-CCY-SLOT)
           END-IF
           IF WS-CCY-SLOT > 0
              IF WS-RES-DIRECTION(WS-RESULT-IDX) = "C"
                 ADD WS-RES-AMOUNT(WS-RESULT-IDX)
                    TO WS-CCY-CONC(WS-CCY-SLOT)
              ELSE
                 ADD WS-RES-AMOUNT(WS-RESULT-IDX)
                    TO WS-CCY-TOPUP(WS-CCY-SLOT)
              END-IF
           END-IF.

      * Every instruction that could not run, or ran short, is
      * repeated here for the branch to action.
       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO SWEEP-RPT-LINE
           MOVE "EXCEPTIONS - NOT SWEPT OR SWEPT SHORT"
              TO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           IF WS-EXCEPT-COUNT = 0
              MOVE SPACES TO SWEEP-RPT-LINE
              MOVE "  NONE" TO SWEEP-RPT-LINE
              WRITE SWEEP-RPT-LINE
           END-IF
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
              UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
              IF WS-RES-OUTCOME(WS-RESULT-IDX) NOT = SPACES
                 PERFORM WRITE-RESULT-LINE
              END-IF
           END-PERFORM.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE WS-SWEEP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "INSTRUCTIONS SCANNED:" WS-COUNT-EDIT
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE WS-CONC-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "CONCENTRATED:        " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE WS-TOPUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "TOPPED UP:           " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SWEEP-RPT-LINE
           STRING "EXCEPTIONS:          " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO SWEEP-RPT-LINE
           WRITE SWEEP-RPT-LINE
           IF TABLE-FULL
              MOVE SPACES TO SWEEP-RPT-LINE
              MOVE "*** RESULT TABLE FULL - LISTING INCOMPLETE ***"
                 TO SWEEP-RPT-LINE
              WRITE SWEEP-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "SWEEPRUN"           TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-SWEEP-COUNT       TO RHIST-READ
           COMPUTE RHIST-WRITTEN =
              WS-CONC-COUNT + WS-TOPUP-COUNT
           MOVE WS-EXCEPT-COUNT      TO RHIST-REJECTED
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
              DISPLAY "SWEEPRUN: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-SWEEPRUN-DONE = "Y"
                 DISPLAY "SWEEPRUN: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-SWEEPRUN-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.

      * Mirrors the entry just journaled into the account-and-date
      * cross-reference, one row per side, so the keyed readers see
      * it the moment it exists. An entry whose from- and to-account
      * are the same writes only the from-side row - the two rows
      * would share a key, and the readers (fee counting, duplicate
      * and daily-limit checks) test the from side, so that is the
      * one that must survive.
       WRITE-JOURNAL-XREF.
           IF JRNL-FROM NOT = SPACES
              MOVE JRNL-FROM           TO XREF-ACCT
              MOVE JRNL-TIMESTAMP(1:8) TO XREF-DATE
              MOVE JRNL-AUTH           TO XREF-AUTH
              SET XREF-FROM-SIDE TO TRUE
              MOVE JRNL-TYPE           TO XREF-TYPE
              MOVE JRNL-STATUS         TO XREF-STATUS
              MOVE JRNL-AMOUNT         TO XREF-AMOUNT
              WRITE XREF-RECORD
                  INVALID KEY
                      REWRITE XREF-RECORD
              END-WRITE
           END-IF
           IF JRNL-TO NOT = SPACES AND JRNL-TO NOT = JRNL-FROM
              MOVE JRNL-TO             TO XREF-ACCT
              MOVE JRNL-TIMESTAMP(1:8) TO XREF-DATE
              MOVE JRNL-AUTH           TO XREF-AUTH
              SET XREF-TO-SIDE TO TRUE
              MOVE JRNL-TYPE           TO XREF-TYPE
              MOVE JRNL-STATUS         TO XREF-STATUS
              MOVE JRNL-AMOUNT-TO      TO XREF-AMOUNT
              WRITE XREF-RECORD
                  INVALID KEY
                      REWRITE XREF-RECORD
              END-WRITE
           END-IF.
