      * up on the customer's statement alongside ordinary transfers.
      * Frozen and closed accounts are skipped - an account under
      * investigation or shut by the branch must not keep earning.
      * Tax is withheld at source from each credit by the owning
      * customer's CUST-TAX-STATUS - at the WHT-RATE-RES or
      * WHT-RATE-NONRES rate off PARMFILE, nothing for an exemption
      * whose certificate has not expired - and journaled as its own
      * WHTAX entry debiting the account, which GLEXTR books to the
      * tax payable GL account. Each credit and its tax are added to
      * the WHTLEDG withholding ledger the WHTRPT remittance summary
      * and year-end certificates are printed from. An account whose
      * customer is not on file is taxed as a resident.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
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
       FD  PARM-FILE.
           COPY PARMREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  WHT-LEDGER-FILE.
           COPY WHTREC.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF        VALUE "10".
           88  RUNCTL-OK            VALUE "00".
       01  WS-RUN-BLOCKED       PIC X(1) VALUE "N".
           88  RUN-BLOCKED          VALUE "Y".
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS    PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
       01  WS-WHTLEDG-STATUS    PIC X(2) VALUE SPACES.
           88  WHTLEDG-OK           VALUE "00".

       01  WS-PLATINUM-RATE     PIC 9V9(6) VALUE 0.050000.
       01  WS-STANDARD-RATE     PIC 9V9(6) VALUE 0.020000.
       01  WS-DAYS-IN-YEAR      PIC 9(3)   VALUE 365.
       01  WS-WHT-RESIDENT-RATE PIC 9V9(6) VALUE 0.050000.
       01  WS-WHT-NONRES-RATE   PIC 9V9(6) VALUE 0.140000.

       01  WS-RATE              PIC 9V9(6) VALUE 0.
       01  WS-INTEREST          PIC S9(9)V99 VALUE 0.
       01  WS-TAX-STATUS        PIC X(1)  VALUE SPACES.
       01  WS-TAX-RATE          PIC 9V9(6) VALUE 0.
       01  WS-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-INTEREST-AUTH     PIC X(10) VALUE SPACES.
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.

       01  WS-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
       01  WS-CREDITED-COUNT    PIC 9(7) VALUE 0.
       01  WS-TAXED-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN I-O WHT-LEDGER-FILE

           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL ACCTMSTR-EOF
           CLOSE TXN-JOURNAL-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE WHT-LEDGER-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "INTACCR: " WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
              WS-CREDITED-COUNT " CREDITED, "
              WS-TAXED-COUNT " TAX WITHHELD"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * The compiled VALUE clauses above are the fallback schedule -
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
              COMPUTE WS-INTEREST ROUNDED =
                 ACCT-BALANCE * WS-RATE / WS-DAYS-IN-YEAR
              IF WS-INTEREST > 0
                 PERFORM COMPUTE-WITHHOLDING-TAX
                 ADD WS-INTEREST TO ACCT-BALANCE
                 SUBTRACT WS-TAX FROM ACCT-BALANCE
                 REWRITE ACCOUNT-RECORD
                 PERFORM NEXT-AUTH-CODE
                 PERFORM WRITE-INTEREST-JOURNAL-ENTRY
                 ADD 1 TO WS-CREDITED-COUNT
                 IF WS-TAX > 0
                    MOVE WS-AUTH TO WS-INTEREST-AUTH
                    PERFORM NEXT-AUTH-CODE
                    PERFORM WRITE-TAX-JOURNAL-ENTRY
                    ADD 1 TO WS-TAXED-COUNT
                 END-IF
                 PERFORM UPDATE-WHT-LEDGER
              END-IF
           END-IF.

      * The customer's status decides the rate. An exemption holds
      * through the expiry date on its certificate and lapses to
      * resident the day after, as does an unknown customer.
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

      * One ledger record per year, customer, account, month and
      * tax status accumulates the month's credits.
       UPDATE-WHT-LEDGER.
           MOVE RUNCTL-BUS-DATE(1:4) TO WHT-YEAR
           MOVE ACCT-CUSTID          TO WHT-CUSTID
           MOVE ACCT-ID              TO WHT-ACCT
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
              MOVE ACCT-CCY        TO WHT-CCY
              MOVE WS-INTEREST     TO WHT-GROSS
              MOVE WS-TAX          TO WHT-TAX
              MOVE 1               TO WHT-CREDIT-COUNT
              MOVE RUNCTL-BUS-DATE TO WHT-LAST-DATE
              WRITE WHT-RECORD
           END-IF.

       NEXT-AUTH-CODE.
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

      * The tax leaves the account it was credited to, with the
      * interest entry's auth code alongside so the two pair up on
      * the statement and in the GL extract.
       WRITE-TAX-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE RUNCTL-BUS-DATE TO JRNL-TIMESTAMP(1:8)
           SET JRNL-WHTAX      TO TRUE
           MOVE ACCT-ID        TO JRNL-FROM
           MOVE SPACES         TO JRNL-TO
           MOVE WS-TAX         TO JRNL-AMOUNT
           MOVE ACCT-CCY       TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE WS-INTEREST-AUTH TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE WS-TAX         TO JRNL-AMOUNT-TO
           MOVE ACCT-CCY       TO JRNL-CCY-TO
           IF WS-TAX-STATUS = "N"
              MOVE "WITHHOLDING TAX NON-RESIDENT" TO JRNL-REASON
           ELSE
              MOVE "WITHHOLDING TAX RESIDENT" TO JRNL-REASON
           END-IF
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "INTACCR"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ACCOUNT-COUNT     TO RHIST-READ
           MOVE WS-CREDITED-COUNT    TO RHIST-WRITTEN
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
              IF RUNCTL-INTACCR-DONE = "Y"
                 DISPLAY "INTACCR: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
