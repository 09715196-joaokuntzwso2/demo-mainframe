       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRECOV.

      * Ledger roll-forward recovery - the repair for the drift
      * TRIALBAL reports, in place of a hand-computed ACCTLOAD edit.
      * Cards on SYSIN name the accounts (one ACCOUNT=id card each,
      * or ACCOUNT=ALL) and the business date to recover from
      * (DATE=YYYYMMDD, default the RUNCTL business date; never a
      * date after it). Each account's balance is rebuilt from the
      * SNAPSHOT record for the day before that date plus every
      * approved journal entry touching it from that date up to the
      * business date, read through the JRNLXREF account-and-date
      * cross-reference and applied with the arithmetic TRIALBAL and
      * STMTRPT use (JRNL-AMOUNT-TO on the credit leg, reversal signs
      * inverted). The RCVRPT report prints the current, recomputed
      * and delta balance of each account. On its own the run only
      * reports - a drift ends RC=4 for the operator to review. With
      * an APPLY=Y card, and an OPERATOR= active on the operator
      * master (OPERMSTR) with the approve entitlement, each drifted
      * account is corrected to the recomputed balance with a
      * before/after ACCTHIST entry, and the snapshots from the date
      * onward are re-taken from the rolled-forward balances, so the
      * next TRIALBAL proves clean. An account with no prior
      * snapshot cannot be rebuilt and is listed, never touched.
      * The rebuild is only as good as the live journal: run it
      * before JRNLARC has archived the dates it reads. Operator-run,
      * not part of the recurring daily cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SNAP-KEY
              FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JRNL-AUTH
              FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT RCV-RPT-FILE ASSIGN TO "RCVRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCVRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCV-INPUT-FILE.
       01  RCV-INPUT-LINE         PIC X(80).

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCT-HIST-FILE.
           COPY ACCTHIST.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  RCV-RPT-FILE.
       01  RCV-RPT-LINE           PIC X(132).

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE              PIC X(80).
       01  WS-SYSIN-STATUS      PIC X(2) VALUE SPACES.
           88  SYSIN-EOF            VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK          VALUE "00".
           88  ACCTMSTR-EOF         VALUE "10".
       01  WS-ACCTHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-SNAPSHOT-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-RCVRPT-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           88  RUNCTL-OK            VALUE "00".
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK          VALUE "00".

      * Run cards.
       01  WS-CARD-DATE         PIC X(8)  VALUE SPACES.
       01  WS-APPLY             PIC X(1)  VALUE "N".
           88  APPLY-MODE           VALUE "Y".
       01  WS-ALL-ACCOUNTS      PIC X(1)  VALUE "N".
           88  ALL-ACCOUNTS         VALUE "Y".
       01  WS-OPERATOR          PIC X(8)  VALUE SPACES.
       01  WS-LIST-MAX          PIC 9(3)  VALUE 200.
       01  WS-LIST-COUNT        PIC 9(3)  VALUE 0.
       01  WS-LIST-IDX          PIC 9(3)  VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ACCT OCCURS 200 TIMES PIC X(8).
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".
       01  WS-REFUSAL           PIC X(40) VALUE SPACES.
       01  WS-OPER-ALLOWED      PIC X(1)  VALUE "N".
           88  OPERATOR-ALLOWED     VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.

      * Dates - the recovery date, the snapshot day before it, and
      * the day being rolled forward, as calendar integers for the
      * day loop.
       01  WS-BUS-DATE          PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE         PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-DATE        PIC X(8)  VALUE SPACES.
       01  WS-DAY-DATE          PIC X(8)  VALUE SPACES.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-FROM-INT          PIC 9(7)  VALUE 0.
       01  WS-TO-INT            PIC 9(7)  VALUE 0.
       01  WS-DAY-INT           PIC 9(7)  VALUE 0.
       01  WS-DATE-VALID        PIC X(1)  VALUE "N".
           88  DATE-VALID           VALUE "Y".
       01  WS-DATE-WORK.
           05  WS-DW-YEAR       PIC 9(4).
           05  WS-DW-MONTH      PIC 9(2).
           05  WS-DW-DAY        PIC 9(2).
       01  WS-MONTH-DAYS        PIC 9(2)  VALUE 0.

       01  WS-PRIOR-FOUND       PIC X(1)  VALUE "N".
           88  PRIOR-FOUND          VALUE "Y".
       01  WS-PRIOR-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-DAY-MOVEMENT      PIC S9(9)V99 VALUE 0.
       01  WS-NET-MOVEMENT      PIC S9(9)V99 VALUE 0.
       01  WS-RECOMPUTED        PIC S9(9)V99 VALUE 0.
       01  WS-CURRENT-BALANCE   PIC S9(9)V99 VALUE 0.
       01  WS-DELTA             PIC S9(9)V99 VALUE 0.
       01  WS-ACTION            PIC X(12) VALUE SPACES.

       01  WS-PRIOR-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-MOVE-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CURRENT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RECOMP-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DELTA-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-HIST-EDIT         PIC -9(9).99.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.

       01  WS-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
       01  WS-BALANCED-COUNT    PIC 9(7) VALUE 0.
       01  WS-DRIFT-COUNT       PIC 9(7) VALUE 0.
       01  WS-CORRECTED-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNPROVED-COUNT    PIC 9(7) VALUE 0.
       01  WS-RESNAP-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-RUN-CARDS
           PERFORM VALIDATE-RUN
           IF WS-REFUSAL NOT = SPACES
              DISPLAY "BALRECOV: RUN REFUSED - " WS-REFUSAL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF APPLY-MODE
              OPEN I-O ACCT-MASTER-FILE
              OPEN I-O SNAPSHOT-FILE
              OPEN EXTEND ACCT-HIST-FILE
           ELSE
              OPEN INPUT ACCT-MASTER-FILE
              OPEN INPUT SNAPSHOT-FILE
           END-IF
           OPEN INPUT TXN-JOURNAL-FILE
           OPEN INPUT JRNL-XREF-FILE
           OPEN OUTPUT RCV-RPT-FILE

           PERFORM WRITE-REPORT-HEADER
           IF ALL-ACCOUNTS
              MOVE LOW-VALUES TO ACCT-ID
              START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
                  INVALID KEY
                      SET ACCTMSTR-EOF TO TRUE
              END-START
              IF NOT ACCTMSTR-EOF
                 PERFORM READ-NEXT-ACCOUNT
                 PERFORM UNTIL ACCTMSTR-EOF
                    PERFORM RECOVER-ONE-ACCOUNT
                    PERFORM READ-NEXT-ACCOUNT
                 END-PERFORM
              END-IF
           ELSE
              PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                 UNTIL WS-LIST-IDX > WS-LIST-COUNT
                 MOVE WS-LIST-ACCT(WS-LIST-IDX) TO ACCT-ID
                 READ ACCT-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                 END-READ
                 IF ACCTMSTR-OK
                    PERFORM RECOVER-ONE-ACCOUNT
                 ELSE
                    PERFORM WRITE-NOT-FOUND-LINE
                 END-IF
              END-PERFORM
           END-IF
           PERFORM WRITE-REPORT-TRAILER

           CLOSE ACCT-MASTER-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE RCV-RPT-FILE
           IF APPLY-MODE
              CLOSE ACCT-HIST-FILE
           END-IF

           IF WS-DRIFT-COUNT > WS-CORRECTED-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "BALRECOV: " WS-ACCOUNT-COUNT " ACCOUNTS FROM "
              WS-FROM-DATE ", " WS-BALANCED-COUNT " IN BALANCE, "
              WS-DRIFT-COUNT " DRIFTED, " WS-CORRECTED-COUNT
              " CORRECTED, " WS-UNPROVED-COUNT " NOT REBUILT"
           GOBACK.

       READ-RUN-CARDS.
           OPEN INPUT RCV-INPUT-FILE
           PERFORM READ-NEXT-CARD
           PERFORM UNTIL SYSIN-EOF
              PERFORM PARSE-RUN-CARD
              PERFORM READ-NEXT-CARD
           END-PERFORM
           CLOSE RCV-INPUT-FILE.

       READ-NEXT-CARD.
           READ RCV-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PARSE-RUN-CARD.
           IF WS-LINE(1:5) = "DATE="
              MOVE WS-LINE(6:8) TO WS-CARD-DATE
           END-IF
           IF WS-LINE(1:6) = "APPLY="
              MOVE WS-LINE(7:1) TO WS-APPLY
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF
           IF WS-LINE(1:8) = "ACCOUNT="
              IF WS-LINE(9:8) = "ALL"
                 SET ALL-ACCOUNTS TO TRUE
              ELSE
                 IF WS-LINE(9:8) NOT = SPACES
                    IF WS-LIST-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-LINE(9:8)
                          TO WS-LIST-ACCT(WS-LIST-COUNT)
                    ELSE
                       SET TABLE-FULL TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Everything that could make the run do the wrong thing is
      * settled before a file is opened for update - an APPLY run
      * that is refused changes nothing.
       VALIDATE-RUN.
           MOVE SPACES TO WS-REFUSAL
           OPEN INPUT RUN-CTL-FILE
           MOVE "R" TO RUNCTL-KEY
           READ RUN-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF RUNCTL-OK
              MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
           END-IF
           CLOSE RUN-CTL-FILE

           IF WS-CARD-DATE = SPACES
              MOVE WS-BUS-DATE TO WS-FROM-DATE
           ELSE
              MOVE WS-CARD-DATE TO WS-FROM-DATE
           END-IF
           PERFORM VALIDATE-FROM-DATE

           EVALUATE TRUE
              WHEN NOT RUNCTL-OK
                 MOVE "RUN CONTROL RECORD MISSING" TO WS-REFUSAL
              WHEN NOT DATE-VALID
                 MOVE "DATE= IS NOT A VALID CALENDAR DATE"
                    TO WS-REFUSAL
              WHEN WS-FROM-DATE > WS-BUS-DATE
                 MOVE "DATE= IS AFTER THE BUSINESS DATE"
                    TO WS-REFUSAL
              WHEN NOT ALL-ACCOUNTS AND WS-LIST-COUNT = 0
                 MOVE "NO ACCOUNT= CARD" TO WS-REFUSAL
              WHEN ALL-ACCOUNTS AND WS-LIST-COUNT > 0
                 MOVE "ACCOUNT=ALL WITH AN ACCOUNT LIST"
                    TO WS-REFUSAL
              WHEN TABLE-FULL
                 MOVE "MORE THAN 200 ACCOUNT= CARDS" TO WS-REFUSAL
              WHEN NOT (WS-APPLY = "Y" OR "N")
                 MOVE "APPLY= MUST BE Y OR N" TO WS-REFUSAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-REFUSAL = SPACES AND APPLY-MODE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 STRING "OPERATOR " WS-OPER-REASON
                    DELIMITED BY SIZE INTO WS-REFUSAL
              END-IF
           END-IF

           IF WS-REFUSAL = SPACES
              COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-FROM-DATE))
              COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BUS-DATE))
              COMPUTE WS-DAY-INT = WS-FROM-INT - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-N
              MOVE WS-DATE-N TO WS-PRIOR-DATE
           END-IF.

       VALIDATE-FROM-DATE.
           MOVE "N" TO WS-DATE-VALID
           IF WS-FROM-DATE NUMERIC
              MOVE WS-FROM-DATE TO WS-DATE-WORK
              IF WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
                 PERFORM SET-MONTH-DAYS
                 IF WS-DW-DAY >= 1 AND WS-DW-DAY <= WS-MONTH-DAYS
                    SET DATE-VALID TO TRUE
                 END-IF
              END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-DW-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-DW-YEAR 4) = 0
                    AND (FUNCTION MOD(WS-DW-YEAR 100) NOT = 0
                         OR FUNCTION MOD(WS-DW-YEAR 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END SET ACCTMSTR-EOF TO TRUE
           END-READ.

      * Prior snapshot, then one day at a time up to the business
      * date - on an APPLY run each day's snapshot is re-taken from
      * the rolled-forward balance as the day is passed.
       RECOVER-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE ACCT-ID       TO SNAP-ACCT-ID
           MOVE WS-PRIOR-DATE TO SNAP-DATE
           READ SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRIOR-FOUND TO TRUE
                   MOVE SNAP-BALANCE TO WS-PRIOR-BALANCE
           END-READ
           IF NOT PRIOR-FOUND
              ADD 1 TO WS-UNPROVED-COUNT
              MOVE SPACES TO RCV-RPT-LINE
              STRING ACCT-ID "  NO SNAPSHOT FOR " WS-PRIOR-DATE
                 " - NOT REBUILT"
                 DELIMITED BY SIZE INTO RCV-RPT-LINE
              WRITE RCV-RPT-LINE
           ELSE
              MOVE WS-PRIOR-BALANCE TO WS-RECOMPUTED
              MOVE 0 TO WS-NET-MOVEMENT
              PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                 UNTIL WS-DAY-INT > WS-TO-INT
                 PERFORM ROLL-FORWARD-ONE-DAY
              END-PERFORM
              MOVE ACCT-BALANCE TO WS-CURRENT-BALANCE
              COMPUTE WS-DELTA = WS-RECOMPUTED - WS-CURRENT-BALANCE
              IF WS-DELTA = 0
                 ADD 1 TO WS-BALANCED-COUNT
                 MOVE "IN BALANCE" TO WS-ACTION
              ELSE
                 ADD 1 TO WS-DRIFT-COUNT
                 IF APPLY-MODE
                    PERFORM CORRECT-ACCOUNT-BALANCE
                    MOVE "CORRECTED" TO WS-ACTION
                 ELSE
                    MOVE "DRIFTED" TO WS-ACTION
                 END-IF
              END-IF
              PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       ROLL-FORWARD-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-DAY-DATE
           PERFORM SUM-DAY-MOVEMENT
           ADD WS-DAY-MOVEMENT TO WS-RECOMPUTED
           ADD WS-DAY-MOVEMENT TO WS-NET-MOVEMENT
           IF APPLY-MODE
              PERFORM RETAKE-DAY-SNAPSHOT
           END-IF.

      * One START on the cross-reference at (account, day) reads
      * exactly the day's entries for the account. The debit leg
      * moves at JRNL-AMOUNT and the credit leg of a cross-currency
      * posting at JRNL-AMOUNT-TO; a REVERSAL moves the money back
      * the other way - the TRIALBAL arithmetic, entry type for
      * entry type.
       SUM-DAY-MOVEMENT.
           MOVE 0 TO WS-DAY-MOVEMENT
           MOVE ACCT-ID TO XREF-ACCT
           MOVE WS-DAY-DATE TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           MOVE SPACES TO WS-JRNLXREF-STATUS
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = ACCT-ID
                 OR XREF-DATE NOT = WS-DAY-DATE
                 MOVE XREF-AUTH TO JRNL-AUTH
                 READ TXN-JOURNAL-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF JRNL-STATUS = "APPROVED"
                            AND (JRNL-TRANSFER OR JRNL-REVERSAL
                                 OR JRNL-CAPTURE OR JRNL-INTEREST
                                 OR JRNL-FEE OR JRNL-TDEPOSIT
                                 OR JRNL-WHTAX OR JRNL-SWEEP)
                            PERFORM APPLY-ENTRY-MOVEMENT
                         END-IF
                 END-READ
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

       APPLY-ENTRY-MOVEMENT.
           IF JRNL-REVERSAL
              IF JRNL-FROM = ACCT-ID
                 ADD JRNL-AMOUNT TO WS-DAY-MOVEMENT
              END-IF
              IF JRNL-TO = ACCT-ID
                 SUBTRACT JRNL-AMOUNT-TO FROM WS-DAY-MOVEMENT
              END-IF
           ELSE
              IF JRNL-FROM = ACCT-ID
                 SUBTRACT JRNL-AMOUNT FROM WS-DAY-MOVEMENT
              END-IF
              IF JRNL-TO = ACCT-ID
                 ADD JRNL-AMOUNT-TO TO WS-DAY-MOVEMENT
              END-IF
           END-IF.

      * The snapshot is written or rewritten the way BALSNAP takes
      * it, but only where it differs from the rolled-forward
      * balance - a day BALSNAP has not reached yet gets its record
      * early and BALSNAP simply rewrites it.
       RETAKE-DAY-SNAPSHOT.
           MOVE ACCT-ID     TO SNAP-ACCT-ID
           MOVE WS-DAY-DATE TO SNAP-DATE
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE ACCT-ID       TO SNAP-ACCT-ID
                   MOVE WS-DAY-DATE   TO SNAP-DATE
                   MOVE WS-RECOMPUTED TO SNAP-BALANCE
                   MOVE ACCT-CCY      TO SNAP-CCY
                   WRITE SNAP-RECORD
                   ADD 1 TO WS-RESNAP-COUNT
               NOT INVALID KEY
                   IF SNAP-BALANCE NOT = WS-RECOMPUTED
                      MOVE WS-RECOMPUTED TO SNAP-BALANCE
                      REWRITE SNAP-RECORD
                      ADD 1 TO WS-RESNAP-COUNT
                   END-IF
           END-READ.

       CORRECT-ACCOUNT-BALANCE.
           MOVE ACCT-BALANCE TO WS-HIST-EDIT
           MOVE WS-HIST-EDIT TO AHIST-OLD-VALUE
           MOVE WS-RECOMPUTED TO WS-HIST-EDIT
           MOVE WS-HIST-EDIT TO AHIST-NEW-VALUE
           MOVE WS-RECOMPUTED TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE ACCT-ID                TO AHIST-ACCTID
           MOVE FUNCTION CURRENT-DATE  TO AHIST-TIMESTAMP
           MOVE "BALANCE"              TO AHIST-FIELD
           MOVE WS-OPERATOR            TO AHIST-OPERATOR
           WRITE AHIST-RECORD
           ADD 1 TO WS-CORRECTED-COUNT.

       WRITE-ACCOUNT-LINE.
           MOVE WS-PRIOR-BALANCE TO WS-PRIOR-EDIT
           MOVE WS-NET-MOVEMENT  TO WS-MOVE-EDIT
           MOVE WS-CURRENT-BALANCE TO WS-CURRENT-EDIT
           MOVE WS-RECOMPUTED    TO WS-RECOMP-EDIT
           MOVE WS-DELTA         TO WS-DELTA-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING ACCT-ID " " ACCT-CCY " " WS-PRIOR-EDIT " "
              WS-MOVE-EDIT " " WS-CURRENT-EDIT " " WS-RECOMP-EDIT
              " " WS-DELTA-EDIT "  " WS-ACTION
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE.

       WRITE-NOT-FOUND-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD 1 TO WS-UNPROVED-COUNT
           MOVE SPACES TO RCV-RPT-LINE
           STRING WS-LIST-ACCT(WS-LIST-IDX)
              "  NOT ON THE ACCOUNT MASTER - NOT REBUILT"
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RCV-RPT-LINE
           STRING "LEDGER ROLL-FORWARD RECOVERY - FROM " WS-FROM-DATE
              " TO " WS-BUS-DATE " (PRIOR SNAPSHOT " WS-PRIOR-DATE
              ")"
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE SPACES TO RCV-RPT-LINE
           IF APPLY-MODE
              STRING "APPLY RUN - DRIFTED BALANCES CORRECTED BY "
                 WS-OPERATOR
                 DELIMITED BY SIZE INTO RCV-RPT-LINE
           ELSE
              MOVE "REPORT RUN - NOTHING CHANGED" TO RCV-RPT-LINE
           END-IF
           WRITE RCV-RPT-LINE
           MOVE SPACES TO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE SPACES TO RCV-RPT-LINE
           STRING "ACCOUNT  CCY"
              "    PRIOR SNAPSHOT"
              "  JOURNAL MOVEMENT"
              "           CURRENT"
              "        RECOMPUTED"
              "             DELTA"
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING "ACCOUNTS EXAMINED:   " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE WS-BALANCED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING "IN BALANCE:          " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE WS-DRIFT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING "DRIFTED:             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING "CORRECTED:           " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           MOVE WS-UNPROVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCV-RPT-LINE
           STRING "NOT REBUILT:         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RCV-RPT-LINE
           WRITE RCV-RPT-LINE
           IF APPLY-MODE
              MOVE WS-RESNAP-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RCV-RPT-LINE
              STRING "SNAPSHOTS RE-TAKEN:  " WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RCV-RPT-LINE
              WRITE RCV-RPT-LINE
           END-IF.

      * OPERATOR= must name an operator on the operator master who
      * is active and holds the entitlement this program needs -
      * an unknown, suspended or departed id, or one without the
      * role, is refused and reported. A missing master refuses
      * everyone rather than letting anyone through.
       CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-ALLOWED
           MOVE SPACES TO WS-OPER-REASON
           OPEN INPUT OPER-MASTER-FILE
           MOVE WS-OPERATOR TO OPER-ID
           READ OPER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN WS-OPERATOR = SPACES
                 MOVE "NOT SUPPLIED" TO WS-OPER-REASON
              WHEN NOT OPERMSTR-OK
                 MOVE "NOT ON FILE" TO WS-OPER-REASON
              WHEN NOT OPER-ACTIVE
                 MOVE "NOT ACTIVE" TO WS-OPER-REASON
              WHEN NOT OPER-MAY-APPROVE
                 MOVE "NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE.
