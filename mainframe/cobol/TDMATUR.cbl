       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.

      * Nightly term deposit maturity run - walks the TDEPMSTR term
      * deposit master and settles every active deposit whose
      * maturity date has arrived (or passed, should a night have
      * been missed). The term's interest - principal times the
      * contract rate for the days from start to maturity over 365 -
      * is first capitalized into the deposit as a TDINTRST entry,
      * and tax is withheld from it at source exactly as INTACCR
      * withholds it from account interest - by the CUST-TAX-STATUS
      * of the customer who owns the linked TDEP-ACCT, at the
      * WHT-RATE-RES or WHT-RATE-NONRES rate off PARMFILE, nothing
      * under an exemption whose certificate has not expired. The
      * tax comes off the deposit as a WHTAX entry from the TDEP-ID
      * carrying the TDINTRST auth code, and the gross interest and
      * tax go on the WHTLEDG withholding ledger under the deposit's
      * id for the WHTRPT remittance summary and certificates.
      * A deposit marked for pay-out then has its whole balance
      * credited to the linked TDEP-ACCT as a TDEPOSIT entry and is
      * closed MATURED; a deposit marked for renewal keeps the
      * enlarged principal and starts a new term of the same length
      * from the old maturity date. Every movement is journaled and
      * cross-referenced so STMTRPT, GLEXTR and TRIALBAL see it, and
      * the step runs ahead of INTACCR so a paid-out balance earns
      * the night's account interest. A pay-out whose linked account
      * is missing, closed or frozen is not attempted at all - the
      * deposit stays active, is listed on TDMATRPT for the branch,
      * and is picked up again the first night the account can take
      * it. The run date is the RUNCTL business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDEP-MASTER-FILE ASSIGN TO "TDEPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TDEP-ID
              FILE STATUS IS WS-TDEPMSTR-STATUS.

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

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARM-KEY
              FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT WHT-LEDGER-FILE ASSIGN TO "WHTLEDG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WHT-KEY
              FILE STATUS IS WS-WHTLEDG-STATUS.

           SELECT TD-RPT-FILE ASSIGN TO "TDMATRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TDMATRPT-STATUS.

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
       FD  TDEP-MASTER-FILE.
           COPY TDEPREC.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  WHT-LEDGER-FILE.
           COPY WHTREC.

       FD  TD-RPT-FILE.
       01  TD-RPT-LINE            PIC X(132).

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
       01  WS-TDEPMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  TDEPMSTR-EOF         VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS    PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TDMATRPT-STATUS   PIC X(2) VALUE SPACES.
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE        PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND        PIC X(1) VALUE "N".
           88  PARM-FOUND           VALUE "Y".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
       01  WS-WHTLEDG-STATUS    PIC X(2) VALUE SPACES.
           88  WHTLEDG-OK           VALUE "00".

      * Withholding tax rates - compiled fallbacks for WHT-RATE-RES
      * and WHT-RATE-NONRES, as in INTACCR.
       01  WS-WHT-RESIDENT-RATE PIC 9V9(6) VALUE 0.050000.
       01  WS-WHT-NONRES-RATE   PIC 9V9(6) VALUE 0.140000.
       01  WS-TAX-CUSTID        PIC X(10) VALUE SPACES.
       01  WS-TAX-STATUS        PIC X(1)  VALUE SPACES.
       01  WS-TAX-RATE          PIC 9V9(6) VALUE 0.
       01  WS-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-INTEREST-AUTH     PIC X(10) VALUE SPACES.

       01  WS-DAYS-IN-YEAR      PIC 9(3)   VALUE 365.
       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-TERM-RUN          PIC 9(5)  VALUE 0.
       01  WS-INTEREST          PIC S9(9)V99 VALUE 0.
       01  WS-PAYOUT            PIC S9(9)V99 VALUE 0.
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.
       01  WS-ACCT-FOUND        PIC X(1) VALUE "N".
           88  ACCT-FOUND           VALUE "Y".

       01  WS-AMT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-INT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-TAX-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-DEPOSIT-COUNT     PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT        PIC 9(7) VALUE 0.
       01  WS-RENEWED-COUNT     PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-TAXED-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           PERFORM LOAD-RUN-PARAMETERS

           OPEN I-O TDEP-MASTER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN I-O WHT-LEDGER-FILE
           OPEN OUTPUT TD-RPT-FILE

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-NEXT-DEPOSIT
           PERFORM UNTIL TDEPMSTR-EOF
              IF TDEP-ACTIVE
                 AND TDEP-MATURITY-DATE NOT > WS-RUN-DATE
                 PERFORM SETTLE-ONE-DEPOSIT
              END-IF
              ADD 1 TO WS-DEPOSIT-COUNT
              PERFORM READ-NEXT-DEPOSIT
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER

           CLOSE TDEP-MASTER-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE WHT-LEDGER-FILE
           CLOSE TD-RPT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "TDMATUR: " WS-DEPOSIT-COUNT " DEPOSITS SCANNED, "
              WS-PAID-COUNT " PAID OUT, " WS-RENEWED-COUNT
              " RENEWED, " WS-HELD-COUNT " HELD, "
              WS-TAXED-COUNT " TAX WITHHELD"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE "WHT-RATE-RES" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-WHT-RESIDENT-RATE
           END-IF
           MOVE "WHT-RATE-NONRES" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-WHT-NONRES-RATE
           END-IF
           CLOSE PARM-FILE.

      * Records for one name sit in effective-date order under the
      * key, so the last one dated on or before the business date
      * wins.
       READ-ONE-PARAMETER.
           MOVE "N" TO WS-PARM-FOUND
           MOVE 0 TO WS-PARM-VALUE
           MOVE WS-PARM-NAME TO PARM-NAME
           MOVE LOW-VALUES TO PARM-EFF-DATE
           START PARM-FILE KEY IS NOT LESS THAN PARM-KEY
               INVALID KEY
                   SET PARMFILE-EOF TO TRUE
           END-START
           IF NOT PARMFILE-EOF
              PERFORM READ-NEXT-PARAMETER
              PERFORM UNTIL PARMFILE-EOF
                 OR PARM-NAME NOT = WS-PARM-NAME
                 IF PARM-EFF-DATE NOT > WS-RUN-DATE
                    MOVE PARM-VALUE TO WS-PARM-VALUE
                    SET PARM-FOUND TO TRUE
                 END-IF
                 PERFORM READ-NEXT-PARAMETER
              END-PERFORM
           END-IF.

       READ-NEXT-PARAMETER.
           READ PARM-FILE NEXT RECORD
               AT END SET PARMFILE-EOF TO TRUE
           END-READ.

       READ-NEXT-DEPOSIT.
           READ TDEP-MASTER-FILE NEXT RECORD
               AT END SET TDEPMSTR-EOF TO TRUE
           END-READ.

      * The payout account is checked before anything is journaled,
      * so a held deposit is untouched and tomorrow's retry computes
      * the same interest from the same principal.
       SETTLE-ONE-DEPOSIT.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE TDEP-ACCT TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ

           IF TDEP-PAYOUT
              AND (NOT ACCT-FOUND OR ACCT-CLOSED OR ACCT-FROZEN)
              ADD 1 TO WS-HELD-COUNT
              PERFORM WRITE-HELD-LINE
           ELSE
              PERFORM CAPITALIZE-TERM-INTEREST
              IF TDEP-PAYOUT
                 PERFORM PAY-OUT-DEPOSIT
              ELSE
                 PERFORM RENEW-DEPOSIT
              END-IF
              REWRITE TDEP-RECORD
           END-IF.

      * The tax is taken off the capitalized interest before the
      * balance is paid out or renewed, so the customer receives (or
      * rolls over) the net.
       CAPITALIZE-TERM-INTEREST.
           COMPUTE WS-TERM-RUN =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(TDEP-MATURITY-DATE))
              - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(TDEP-START-DATE))
           COMPUTE WS-INTEREST ROUNDED =
              TDEP-PRINCIPAL * TDEP-RATE * WS-TERM-RUN
              / WS-DAYS-IN-YEAR
           IF WS-INTEREST > 0
              ADD WS-INTEREST TO TDEP-PRINCIPAL
              PERFORM NEXT-AUTH-CODE
              SET JRNL-TDINTRST   TO TRUE
              MOVE SPACES         TO JRNL-FROM
              MOVE TDEP-ID        TO JRNL-TO
              MOVE WS-INTEREST    TO JRNL-AMOUNT
              MOVE "TD INTEREST AT MATURITY" TO JRNL-REASON
              PERFORM WRITE-TDEP-JOURNAL-RECORD
              MOVE WS-AUTH        TO TDEP-LAST-AUTH
              PERFORM COMPUTE-WITHHOLDING-TAX
              IF WS-TAX > 0
                 SUBTRACT WS-TAX FROM TDEP-PRINCIPAL
                 MOVE WS-AUTH TO WS-INTEREST-AUTH
                 PERFORM NEXT-AUTH-CODE
                 PERFORM WRITE-TAX-JOURNAL-ENTRY
                 MOVE WS-AUTH     TO TDEP-LAST-AUTH
                 ADD 1 TO WS-TAXED-COUNT
              END-IF
              PERFORM UPDATE-WHT-LEDGER
           ELSE
              MOVE 0 TO WS-TAX
           END-IF.

      * The owner of the linked account decides the rate, falling
      * back to the deposit's own customer when that account has
      * gone. An exemption holds through the expiry date on its
      * certificate and lapses to resident the day after, as does
      * an unknown customer.
       COMPUTE-WITHHOLDING-TAX.
           IF ACCT-FOUND
              MOVE ACCT-CUSTID TO WS-TAX-CUSTID
           ELSE
              MOVE TDEP-CUSTID TO WS-TAX-CUSTID
           END-IF
           MOVE "R" TO WS-TAX-STATUS
           MOVE WS-TAX-CUSTID TO CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTMSTR-OK
              IF CUST-TAX-NONRESIDENT
                 MOVE "N" TO WS-TAX-STATUS
              END-IF
              IF CUST-TAX-EXEMPT
                 AND CUST-TAX-EXEMPT-EXP NOT < RUNCTL-BUS-DATE
                 MOVE "E" TO WS-TAX-STATUS
              END-IF
           END-IF
           EVALUATE WS-TAX-STATUS
              WHEN "N"
                 MOVE WS-WHT-NONRES-RATE TO WS-TAX-RATE
              WHEN "E"
                 MOVE 0 TO WS-TAX-RATE
              WHEN OTHER
                 MOVE WS-WHT-RESIDENT-RATE TO WS-TAX-RATE
           END-EVALUATE
           COMPUTE WS-TAX ROUNDED = WS-INTEREST * WS-TAX-RATE.

      * One ledger record per year, customer, deposit, month and
      * tax status, as INTACCR keeps them per account.
       UPDATE-WHT-LEDGER.
           MOVE RUNCTL-BUS-DATE(1:4) TO WHT-YEAR
           MOVE WS-TAX-CUSTID        TO WHT-CUSTID
           MOVE TDEP-ID              TO WHT-ACCT
           MOVE RUNCTL-BUS-DATE(5:2) TO WHT-MONTH
           MOVE WS-TAX-STATUS        TO WHT-TAX-STATUS
           READ WHT-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WHTLEDG-OK
              ADD WS-INTEREST TO WHT-GROSS
              ADD WS-TAX      TO WHT-TAX
              ADD 1           TO WHT-CREDIT-COUNT
              MOVE RUNCTL-BUS-DATE TO WHT-LAST-DATE
              REWRITE WHT-RECORD
           ELSE
              MOVE TDEP-CCY        TO WHT-CCY
              MOVE WS-INTEREST     TO WHT-GROSS
              MOVE WS-TAX          TO WHT-TAX
              MOVE 1               TO WHT-CREDIT-COUNT
              MOVE RUNCTL-BUS-DATE TO WHT-LAST-DATE
              WRITE WHT-RECORD
           END-IF.

       PAY-OUT-DEPOSIT.
           MOVE TDEP-PRINCIPAL TO WS-PAYOUT
           ADD WS-PAYOUT TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD

           PERFORM NEXT-AUTH-CODE
           SET JRNL-TDEPOSIT   TO TRUE
           MOVE TDEP-ID        TO JRNL-FROM
           MOVE ACCT-ID        TO JRNL-TO
           MOVE WS-PAYOUT      TO JRNL-AMOUNT
           MOVE "TD MATURED - PAID OUT" TO JRNL-REASON
           PERFORM WRITE-TDEP-JOURNAL-RECORD

           MOVE 0 TO TDEP-PRINCIPAL
           MOVE WS-AUTH TO TDEP-LAST-AUTH
           SET TDEP-MATURED TO TRUE
           ADD 1 TO WS-PAID-COUNT

           MOVE WS-PAYOUT TO WS-AMT-EDIT
           MOVE WS-INTEREST TO WS-INT-EDIT
           MOVE WS-TAX TO WS-TAX-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING TDEP-ID "  PAID OUT TO " ACCT-ID "  "
              WS-AMT-EDIT " " TDEP-CCY "  INTEREST " WS-INT-EDIT
              "  TAX " WS-TAX-EDIT "  " WS-AUTH
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE.

       RENEW-DEPOSIT.
           MOVE TDEP-MATURITY-DATE TO TDEP-START-DATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(TDEP-START-DATE)) + TDEP-TERM-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO TDEP-MATURITY-DATE
           ADD 1 TO WS-RENEWED-COUNT

           MOVE TDEP-PRINCIPAL TO WS-AMT-EDIT
           MOVE WS-INTEREST TO WS-INT-EDIT
           MOVE WS-TAX TO WS-TAX-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING TDEP-ID "  RENEWED TO " TDEP-MATURITY-DATE "  "
              WS-AMT-EDIT " " TDEP-CCY "  INTEREST " WS-INT-EDIT
              "  TAX " WS-TAX-EDIT
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE.

       WRITE-HELD-LINE.
           MOVE TDEP-PRINCIPAL TO WS-AMT-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING TDEP-ID "  *** NOT PAID - ACCOUNT " TDEP-ACCT
              " MISSING, CLOSED OR FROZEN  " WS-AMT-EDIT " "
              TDEP-CCY " - BRANCH TO ACTION ***"
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE.

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

      * The tax leaves the deposit it was capitalized into, with
      * the interest entry's auth code alongside so the two pair up
      * in the GL extract.
       WRITE-TAX-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE RUNCTL-BUS-DATE TO JRNL-TIMESTAMP(1:8)
           SET JRNL-WHTAX      TO TRUE
           MOVE TDEP-ID        TO JRNL-FROM
           MOVE SPACES         TO JRNL-TO
           MOVE WS-TAX         TO JRNL-AMOUNT
           MOVE TDEP-CCY       TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE WS-INTEREST-AUTH TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE WS-TAX         TO JRNL-AMOUNT-TO
           MOVE TDEP-CCY       TO JRNL-CCY-TO
           IF WS-TAX-STATUS = "N"
              MOVE "WITHHOLDING TAX NON-RESIDENT" TO JRNL-REASON
           ELSE
              MOVE "WITHHOLDING TAX RESIDENT" TO JRNL-REASON
           END-IF
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-TDEP-JOURNAL-RECORD.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE RUNCTL-BUS-DATE TO JRNL-TIMESTAMP(1:8)
           MOVE TDEP-CCY       TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE TDEP-ID        TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE JRNL-AMOUNT    TO JRNL-AMOUNT-TO
           MOVE TDEP-CCY       TO JRNL-CCY-TO
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TD-RPT-LINE
           STRING "TERM DEPOSIT MATURITY REPORT - " WS-RUN-DATE
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE
           MOVE SPACES TO TD-RPT-LINE
           WRITE TD-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO TD-RPT-LINE
           WRITE TD-RPT-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING "PAID OUT:            " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE
           MOVE WS-RENEWED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING "RENEWED:             " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO TD-RPT-LINE
           STRING "HELD - NOT PAID:     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO TD-RPT-LINE
           WRITE TD-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "TDMATUR"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-DEPOSIT-COUNT     TO RHIST-READ
           COMPUTE RHIST-WRITTEN =
              WS-PAID-COUNT + WS-RENEWED-COUNT
           MOVE WS-HELD-COUNT        TO RHIST-REJECTED
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
              DISPLAY "TDMATUR: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-TDMATUR-DONE = "Y"
                 DISPLAY "TDMATUR: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-TDMATUR-DONE
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
