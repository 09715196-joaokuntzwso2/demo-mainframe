      * properly before it closes it: it refuses while any hold is
      * still open against the account, credits the day's interest
      * accrual at the segment rate the way INTACCR would have that
      * night (less the customer's withholding tax, journaled and
      * added to the WHTLEDG ledger as INTACCR does), transfers
      * the remaining balance to the destination account as a
      * journaled posting (converted through the day's
      * FXRATE pair when the destination is held in another
      * currency, and refused when the pair is missing), prints a
      * final STMTRPT-style statement of the account's journaled
      * CLOSED with the ACCTHIST before/after trail. An overdrawn
      * account refuses too - the facility must be repaid before
      * the account can settle. Journal entries carry the RUNCTL
      * business date like every posting program's. OPERATOR= must
      * be active on the operator master (OPERMSTR) with the close
      * entitlement, or the closure is refused before anything
      * is touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

           SELECT WHT-LEDGER-FILE ASSIGN TO "WHTLEDG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WHT-KEY
              FILE STATUS IS WS-WHTLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       FD  WHT-LEDGER-FILE.
           COPY WHTREC.

       WORKING-STORAGE SECTION.
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF        VALUE "10".
           88  HOLDFILE-EOF         VALUE "10".
       01  WS-FXRATE-STATUS     PIC X(2) VALUE SPACES.
           88  FXRATE-OK            VALUE "00".
       01  WS-WHTLEDG-STATUS    PIC X(2) VALUE SPACES.
           88  WHTLEDG-OK           VALUE "00".
       01  WS-ACCTHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-CLSSTMT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ACCTID      PIC X(8)  VALUE SPACES.
       01  WS-DESTACCT    PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-RESULT      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).
       01  WS-DAYS-IN-YEAR      PIC 9(3)   VALUE 365.
       01  WS-RATE              PIC 9V9(6) VALUE 0.
       01  WS-INTEREST          PIC S9(9)V99 VALUE 0.
       01  WS-WHT-RESIDENT-RATE PIC 9V9(6) VALUE 0.050000.
       01  WS-WHT-NONRES-RATE   PIC 9V9(6) VALUE 0.140000.
       01  WS-TAX-STATUS        PIC X(1)  VALUE SPACES.
       01  WS-TAX-RATE          PIC 9V9(6) VALUE 0.
       01  WS-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-INTEREST-AUTH     PIC X(10) VALUE SPACES.

       01  WS-RESIDUE           PIC S9(9)V99 VALUE 0.
       01  WS-RESIDUE-TO        PIC S9(9)V99 VALUE 0.
              MOVE "REJECTED" TO WS-RESULT
              MOVE "DEST EQUALS CLOSING ACCOUNT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-RESULT
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 PERFORM LOAD-RUN-PARAMETERS
                 PERFORM SETTLE-AND-CLOSE
              END-IF
           END-IF
           END-IF

           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-STANDARD-RATE
           END-IF
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
           OPEN INPUT FX-RATE-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN I-O WHT-LEDGER-FILE

           MOVE "OK" TO WS-RESULT
           MOVE SPACES TO WS-REASON
           CLOSE HOLD-FILE
           CLOSE FX-RATE-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE WHT-LEDGER-FILE.

       COUNT-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-HOLDS
           END-READ.

      * One day's accrual at the segment rate, journaled INTEREST
      * exactly as INTACCR journals the nightly credit, with the
      * same withholding taken off it - the account buffer holds
      * the account on entry and on exit.
       CREDIT-FINAL-INTEREST.
           IF ACCT-BALANCE > 0
              EVALUATE ACCT-SEGMENT
              COMPUTE WS-INTEREST ROUNDED =
                 ACCT-BALANCE * WS-RATE / WS-DAYS-IN-YEAR
              IF WS-INTEREST > 0
                 PERFORM COMPUTE-WITHHOLDING-TAX
                 ADD WS-INTEREST TO ACCT-BALANCE
                 SUBTRACT WS-TAX FROM ACCT-BALANCE
                 REWRITE ACCOUNT-RECORD
                 PERFORM NEXT-AUTH-CODE
                 PERFORM WRITE-INTEREST-JOURNAL-ENTRY
                 IF WS-TAX > 0
                    MOVE WS-AUTH TO WS-INTEREST-AUTH
                    PERFORM NEXT-AUTH-CODE
                    PERFORM WRITE-TAX-JOURNAL-ENTRY
                 END-IF
                 PERFORM UPDATE-WHT-LEDGER
              END-IF
           END-IF.

      * INTACCR's rule: an exemption holds through its certificate
      * expiry, and an unknown customer is taxed as resident.
       COMPUTE-WITHHOLDING-TAX.
           MOVE "R" TO WS-TAX-STATUS
           MOVE ACCT-CUSTID TO CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTMSTR-OK
              IF CUST-TAX-NONRESIDENT
                 MOVE "N" TO WS-TAX-STATUS
              END-IF
              IF CUST-TAX-EXEMPT
                 AND CUST-TAX-EXEMPT-EXP NOT < WS-RUN-DATE
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

       UPDATE-WHT-LEDGER.
           MOVE WS-RUN-DATE(1:4) TO WHT-YEAR
           MOVE ACCT-CUSTID      TO WHT-CUSTID
           MOVE WS-ACCTID        TO WHT-ACCT
           MOVE WS-RUN-DATE(5:2) TO WHT-MONTH
           MOVE WS-TAX-STATUS    TO WHT-TAX-STATUS
           READ WHT-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WHTLEDG-OK
              ADD WS-INTEREST TO WHT-GROSS
              ADD WS-TAX      TO WHT-TAX
              ADD 1           TO WHT-CREDIT-COUNT
              MOVE WS-RUN-DATE TO WHT-LAST-DATE
              REWRITE WHT-RECORD
           ELSE
              MOVE WS-FROM-CCY TO WHT-CCY
              MOVE WS-INTEREST TO WHT-GROSS
              MOVE WS-TAX      TO WHT-TAX
              MOVE 1           TO WHT-CREDIT-COUNT
              MOVE WS-RUN-DATE TO WHT-LAST-DATE
              WRITE WHT-RECORD
           END-IF.

      * The residue leaves as an ordinary journaled transfer so the
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-TAX-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-RUN-DATE    TO JRNL-TIMESTAMP(1:8)
           SET JRNL-WHTAX      TO TRUE
           MOVE WS-ACCTID      TO JRNL-FROM
           MOVE SPACES         TO JRNL-TO
           MOVE WS-TAX         TO JRNL-AMOUNT
           MOVE WS-FROM-CCY    TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE WS-INTEREST-AUTH TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE WS-TAX         TO JRNL-AMOUNT-TO
           MOVE WS-FROM-CCY    TO JRNL-CCY-TO
           IF WS-TAX-STATUS = "N"
              MOVE "WITHHOLDING TAX NON-RESIDENT" TO JRNL-REASON
           ELSE
              MOVE "WITHHOLDING TAX RESIDENT" TO JRNL-REASON
           END-IF
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-TRANSFER-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
                      REWRITE XREF-RECORD
              END-WRITE
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
              WHEN NOT OPERMSTR-OK
                 MOVE "OPERATOR NOT ON FILE" TO WS-OPER-REASON
              WHEN NOT OPER-ACTIVE
                 MOVE "OPERATOR NOT ACTIVE" TO WS-OPER-REASON
              WHEN NOT OPER-MAY-CLOSE
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "ACCTCLS: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
