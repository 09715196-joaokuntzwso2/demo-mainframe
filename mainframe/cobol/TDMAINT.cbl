       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAINT.

      * Term deposit maintenance - books and breaks the fixed
      * deposits held on the TDEPMSTR term deposit master, which sits
      * next to the account master the way a current account sits in
      * ACCTMSTR. Requests arrive on SYSIN as blocks separated by a
      * blank line, STOMAINT style:
      *   ACTION=BOOK  ACCT=  AMOUNT=  RATE=  TERM=<days>
      *                INSTR=R (renew) / P (pay out, the default)
      *                CCY= (optional - must match the account)
      *   ACTION=BREAK TDID=
      * each with OPERATOR=. A booking debits the funding account
      * exactly as a TXNPOST transfer would - the account must be
      * open and in the deposit's currency, and the principal must be
      * covered by the balance less open holds (an overdraft cannot
      * fund a deposit) - and is journaled as a TDEPOSIT entry from
      * the account to the new deposit, so the statement, the GL
      * extract and the trial balance all see the money leave. The
      * deposit number is issued from the AUTHCTL "T" record. A
      * break before the maturity date pays the principal back to the
      * linked account with interest for the days actually run at the
      * contract rate less the TD-PENALTY-RATE parameter (never below
      * zero): the interest is capitalized as a TDINTRST entry and
      * the whole balance paid out as one TDEPOSIT entry, the same
      * pair the nightly TDMATUR step writes at maturity. Tax is
      * withheld at source from that interest as TDMATUR withholds
      * it - by the tax status of the linked account's customer, as
      * a WHTAX entry from the deposit, added to the WHTLEDG
      * withholding ledger - before the balance is paid out. A deposit
      * on or past its maturity date is left to TDMATUR - breaking it
      * here would charge the customer a penalty on a term already
      * served. The run date is the RUNCTL business date. Malformed
      * blocks go to SUSPENSE. Every block's OPERATOR= must be
      * active on the operator master (OPERMSTR) with the maintain
      * entitlement, or the block is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT TDEP-MASTER-FILE ASSIGN TO "TDEPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT AUTH-CTL-FILE ASSIGN TO "AUTHCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUTHCTL-KEY
              FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-AUTH
              FILE STATUS IS WS-HOLDFILE-STATUS.

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

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TD-INPUT-FILE.
       01  TD-INPUT-LINE      PIC X(80).

       FD  TDEP-MASTER-FILE.
           COPY TDEPREC.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  WHT-LEDGER-FILE.
           COPY WHTREC.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(6)  VALUE SPACES.
           88  ACTION-BOOK    VALUE "BOOK".
           88  ACTION-BREAK   VALUE "BREAK".
       01  WS-TDID        PIC X(8)  VALUE SPACES.
       01  WS-ACCT        PIC X(8)  VALUE SPACES.
       01  WS-AMOUNT      PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-NUM  PIC S9(9)V99 VALUE 0.
       01  WS-RATE-TEXT   PIC X(12) VALUE SPACES.
       01  WS-RATE-NUM    PIC 9V9(6) VALUE 0.
       01  WS-TERM-TEXT   PIC X(6)  VALUE SPACES.
       01  WS-TERM-NUM    PIC 9(4)  VALUE 0.
       01  WS-INSTR       PIC X(1)  VALUE SPACES.
           88  INSTR-VALID    VALUE "R" "P".
       01  WS-CCY         PIC X(3)  VALUE SPACES.
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-STATUS      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.

       01  WS-SYSIN-STATUS     PIC X(2) VALUE SPACES.
           88  SYSIN-EOF          VALUE "10".
       01  WS-TDEPMSTR-STATUS  PIC X(2) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS  PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS   PIC X(2) VALUE SPACES.
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF       VALUE "10".
       01  WS-AUTHCTL-STATUS   PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK         VALUE "00".
       01  WS-HOLDFILE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-PARMFILE-STATUS  PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF       VALUE "10".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE SPACES.
           88  RUNCTL-OK          VALUE "00".
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-CUSTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK        VALUE "00".
       01  WS-WHTLEDG-STATUS   PIC X(2) VALUE SPACES.
           88  WHTLEDG-OK         VALUE "00".

       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE        PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND        PIC X(1) VALUE "N".
           88  PARM-FOUND           VALUE "Y".

      * Rate points knocked off the contract rate when a deposit is
      * broken early - compiled fallback for TD-PENALTY-RATE.
       01  WS-PENALTY-RATE      PIC 9V9(6) VALUE 0.010000.
       01  WS-DAYS-IN-YEAR      PIC 9(3)   VALUE 365.

      * Withholding tax rates - compiled fallbacks for WHT-RATE-RES
      * and WHT-RATE-NONRES, as in INTACCR.
       01  WS-WHT-RESIDENT-RATE PIC 9V9(6) VALUE 0.050000.
       01  WS-WHT-NONRES-RATE   PIC 9V9(6) VALUE 0.140000.
       01  WS-TAX-CUSTID        PIC X(10) VALUE SPACES.
       01  WS-TAX-STATUS        PIC X(1)  VALUE SPACES.
       01  WS-TAX-RATE          PIC 9V9(6) VALUE 0.
       01  WS-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-INTEREST-AUTH     PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-DAYS-RUN          PIC 9(5)  VALUE 0.
       01  WS-BREAK-RATE        PIC S9V9(6) VALUE 0.
       01  WS-INTEREST          PIC S9(9)V99 VALUE 0.
       01  WS-PAYOUT            PIC S9(9)V99 VALUE 0.
       01  WS-HELD-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.
       01  WS-TD-SEQ            PIC 9(6)  VALUE 0.
       01  WS-AMOUNT-EDIT       PIC -9(9).99.
       01  WS-INTEREST-EDIT     PIC -9(9).99.
       01  WS-TAX-EDIT          PIC -9(9).99.

       01  WS-ACCT-FOUND        PIC X(1) VALUE "N".
           88  ACCT-FOUND           VALUE "Y".
       01  WS-TDEP-FOUND        PIC X(1) VALUE "N".
           88  TDEP-FOUND           VALUE "Y".
       01  WS-REQUEST-COUNT     PIC 9(7) VALUE 0.
       01  WS-BOOKED-COUNT      PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-DATE = SPACES
              DISPLAY "TDMAINT: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS

           OPEN INPUT TD-INPUT-FILE
           OPEN I-O TDEP-MASTER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN I-O WHT-LEDGER-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE TD-INPUT-FILE
           CLOSE TDEP-MASTER-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE HOLD-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE WHT-LEDGER-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "TDMAINT: " WS-REQUEST-COUNT " REQUESTS, "
              WS-BOOKED-COUNT " BOOKED, " WS-BROKEN-COUNT " BROKEN"
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT RUN-CTL-FILE
           MOVE "R" TO RUNCTL-KEY
           READ RUN-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF RUNCTL-OK
              MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           END-IF
           CLOSE RUN-CTL-FILE.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE "TD-PENALTY-RATE" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-PENALTY-RATE
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

       READ-NEXT-INPUT-LINE.
           READ TD-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-TDID WS-ACCT WS-AMOUNT
           MOVE SPACES TO WS-RATE-TEXT WS-TERM-TEXT WS-INSTR
           MOVE SPACES TO WS-CCY WS-OPERATOR
           MOVE 0 TO WS-AMOUNT-NUM WS-RATE-NUM WS-TERM-NUM
           MOVE 0 TO WS-INTEREST WS-TAX
           MOVE WS-LINE TO WS-BLOCK-FIRST-LINE

           PERFORM UNTIL WS-LINE = SPACES OR SYSIN-EOF
              PERFORM PARSE-REQUEST-LINE
              PERFORM READ-NEXT-INPUT-LINE
           END-PERFORM
           IF NOT SYSIN-EOF
              PERFORM READ-NEXT-INPUT-LINE
           END-IF

           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           IF NOT (ACTION-BOOK OR ACTION-BREAK)
              OR (ACTION-BOOK AND WS-ACCT = SPACES)
              OR (ACTION-BREAK AND WS-TDID = SPACES)
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 IF ACTION-BOOK
                    PERFORM BOOK-TERM-DEPOSIT
                 ELSE
                    PERFORM BREAK-TERM-DEPOSIT
                 END-IF
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:6) TO WS-ACTION
           END-IF
           IF WS-LINE(1:5) = "TDID="
              MOVE WS-LINE(6:8) TO WS-TDID
           END-IF
           IF WS-LINE(1:5) = "ACCT="
              MOVE WS-LINE(6:8) TO WS-ACCT
           END-IF
           IF WS-LINE(1:7) = "AMOUNT="
              MOVE WS-LINE(8:20) TO WS-AMOUNT
           END-IF
           IF WS-LINE(1:5) = "RATE="
              MOVE WS-LINE(6:12) TO WS-RATE-TEXT
           END-IF
           IF WS-LINE(1:5) = "TERM="
              MOVE WS-LINE(6:6) TO WS-TERM-TEXT
           END-IF
           IF WS-LINE(1:6) = "INSTR="
              MOVE WS-LINE(7:1) TO WS-INSTR
           END-IF
           IF WS-LINE(1:4) = "CCY="
              MOVE WS-LINE(5:3) TO WS-CCY
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE "TDMAINT"              TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

      * The funding checks mirror TXNPOST's for the debit side of a
      * transfer, except that the overdraft limit is not counted -
      * a deposit funded from an overdraft would pay the customer
      * interest on the bank's own money.
       BOOK-TERM-DEPOSIT.
           IF WS-INSTR = SPACES
              MOVE "P" TO WS-INSTR
           END-IF
           IF WS-AMOUNT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT))
                 TO WS-AMOUNT-NUM
           END-IF
           IF WS-RATE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RATE-TEXT))
                 TO WS-RATE-NUM
           END-IF
           IF WS-TERM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TERM-TEXT))
                 TO WS-TERM-NUM
           END-IF
           PERFORM LOOKUP-ACCOUNT

           EVALUATE TRUE
              WHEN NOT ACCT-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "ACCOUNT NOT FOUND" TO WS-REASON
              WHEN NOT ACCT-OPEN
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "ACCOUNT NOT OPEN" TO WS-REASON
              WHEN WS-CCY NOT = SPACES AND WS-CCY NOT = ACCT-CCY
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "CURRENCY MISMATCH" TO WS-REASON
              WHEN WS-AMOUNT-NUM NOT > 0
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID AMOUNT" TO WS-REASON
              WHEN WS-RATE-NUM NOT > 0
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID RATE" TO WS-REASON
              WHEN WS-TERM-NUM NOT > 0
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID TERM" TO WS-REASON
              WHEN NOT INSTR-VALID
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID INSTRUCTION" TO WS-REASON
              WHEN OTHER
                 PERFORM SUM-OPEN-HOLDS
                 IF ACCT-BALANCE - WS-HELD-AMOUNT < WS-AMOUNT-NUM
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INSUFFICIENT FUNDS" TO WS-REASON
                 ELSE
                    PERFORM POST-DEPOSIT-BOOKING
                 END-IF
           END-EVALUATE.

       LOOKUP-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE WS-ACCT TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

      * Every hold was journaled as a HOLD entry, so the account's
      * cross-reference rows point at exactly the holds that could
      * pin it - the hold record itself says whether each is still
      * open.
       SUM-OPEN-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE WS-ACCT TO XREF-ACCT
           MOVE LOW-VALUES TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = WS-ACCT
                 IF XREF-TYPE = "HOLD" AND XREF-FROM-SIDE
                    AND XREF-STATUS = "APPROVED"
                    MOVE XREF-AUTH TO HOLD-AUTH
                    READ HOLD-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF HOLD-OPEN AND HOLD-FROM = WS-ACCT
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

      * The account is debited and the deposit written before the
      * journal entry, so the entry never points at a deposit that
      * is not on file.
       POST-DEPOSIT-BOOKING.
           PERFORM NEXT-DEPOSIT-NUMBER
           SUBTRACT WS-AMOUNT-NUM FROM ACCT-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE WS-TDID        TO TDEP-ID
           MOVE ACCT-CUSTID    TO TDEP-CUSTID
           MOVE ACCT-ID        TO TDEP-ACCT
           MOVE WS-AMOUNT-NUM  TO TDEP-PRINCIPAL
           MOVE ACCT-CCY       TO TDEP-CCY
           MOVE WS-RATE-NUM    TO TDEP-RATE
           MOVE WS-RUN-DATE    TO TDEP-START-DATE
           MOVE WS-TERM-NUM    TO TDEP-TERM-DAYS
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-RUN-DATE)) + WS-TERM-NUM
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N      TO TDEP-MATURITY-DATE
           MOVE WS-INSTR       TO TDEP-INSTRUCTION
           SET TDEP-ACTIVE     TO TRUE

           PERFORM NEXT-AUTH-CODE
           MOVE WS-AUTH        TO TDEP-BOOK-AUTH
           MOVE WS-AUTH        TO TDEP-LAST-AUTH
           WRITE TDEP-RECORD

           MOVE ACCT-ID        TO JRNL-FROM
           MOVE TDEP-ID        TO JRNL-TO
           MOVE WS-AMOUNT-NUM  TO JRNL-AMOUNT
           MOVE SPACES         TO JRNL-REASON
           STRING "TD BOOKED - OPR " WS-OPERATOR
              DELIMITED BY SIZE INTO JRNL-REASON
           PERFORM WRITE-DEPOSIT-JOURNAL-ENTRY

           ADD 1 TO WS-BOOKED-COUNT
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       BREAK-TERM-DEPOSIT.
           MOVE "N" TO WS-TDEP-FOUND
           MOVE WS-TDID TO TDEP-ID
           READ TDEP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TDEP-FOUND TO TRUE
           END-READ

           IF NOT TDEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "DEPOSIT NOT FOUND" TO WS-REASON
           ELSE
              MOVE TDEP-ACCT TO WS-ACCT
              PERFORM LOOKUP-ACCOUNT
              EVALUATE TRUE
                 WHEN NOT TDEP-ACTIVE
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "DEPOSIT NOT ACTIVE" TO WS-REASON
                 WHEN WS-RUN-DATE NOT < TDEP-MATURITY-DATE
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "DEPOSIT AT MATURITY" TO WS-REASON
                 WHEN NOT ACCT-FOUND
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "PAYOUT ACCOUNT NOT FOUND" TO WS-REASON
                 WHEN ACCT-CLOSED OR ACCT-FROZEN
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "PAYOUT ACCOUNT NOT OPEN" TO WS-REASON
                 WHEN OTHER
                    PERFORM POST-DEPOSIT-BREAK
              END-EVALUATE
           END-IF.

      * Interest for the days actually run, at the contract rate
      * less the penalty, is capitalized first, and the tax on it
      * withheld, so the payout entry carries the whole balance the
      * customer receives.
       POST-DEPOSIT-BREAK.
           COMPUTE WS-DAYS-RUN =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TDEP-START-DATE))
           COMPUTE WS-BREAK-RATE = TDEP-RATE - WS-PENALTY-RATE
           IF WS-BREAK-RATE < 0
              MOVE 0 TO WS-BREAK-RATE
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
              TDEP-PRINCIPAL * WS-BREAK-RATE * WS-DAYS-RUN
              / WS-DAYS-IN-YEAR

           IF WS-INTEREST > 0
              ADD WS-INTEREST TO TDEP-PRINCIPAL
              PERFORM NEXT-AUTH-CODE
              SET JRNL-TDINTRST   TO TRUE
              MOVE SPACES         TO JRNL-FROM
              MOVE TDEP-ID        TO JRNL-TO
              MOVE WS-INTEREST    TO JRNL-AMOUNT
              MOVE "TD INTEREST - PENALTY RATE" TO JRNL-REASON
              PERFORM WRITE-TDEP-JOURNAL-RECORD
              PERFORM COMPUTE-WITHHOLDING-TAX
              IF WS-TAX > 0
                 SUBTRACT WS-TAX FROM TDEP-PRINCIPAL
                 MOVE WS-AUTH TO WS-INTEREST-AUTH
                 PERFORM NEXT-AUTH-CODE
                 PERFORM WRITE-TAX-JOURNAL-ENTRY
              END-IF
              PERFORM UPDATE-WHT-LEDGER
           END-IF

           MOVE TDEP-PRINCIPAL TO WS-PAYOUT
           MOVE WS-PAYOUT TO WS-AMOUNT-NUM
           ADD WS-PAYOUT TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD

           PERFORM NEXT-AUTH-CODE
           MOVE TDEP-ID        TO JRNL-FROM
           MOVE ACCT-ID        TO JRNL-TO
           MOVE WS-PAYOUT      TO JRNL-AMOUNT
           MOVE SPACES         TO JRNL-REASON
           STRING "TD BROKEN - OPR " WS-OPERATOR
              DELIMITED BY SIZE INTO JRNL-REASON
           PERFORM WRITE-DEPOSIT-JOURNAL-ENTRY

           MOVE 0 TO TDEP-PRINCIPAL
           MOVE WS-AUTH TO TDEP-LAST-AUTH
           SET TDEP-BROKEN TO TRUE
           REWRITE TDEP-RECORD

           ADD 1 TO WS-BROKEN-COUNT
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

      * The owner of the linked account decides the rate. An
      * exemption holds through the expiry date on its certificate
      * and lapses to resident the day after, as does an unknown
      * customer.
       COMPUTE-WITHHOLDING-TAX.
           MOVE ACCT-CUSTID TO WS-TAX-CUSTID
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

      * One ledger record per year, customer, deposit, month and
      * tax status, as INTACCR keeps them per account.
       UPDATE-WHT-LEDGER.
           MOVE WS-RUN-DATE(1:4)     TO WHT-YEAR
           MOVE WS-TAX-CUSTID        TO WHT-CUSTID
           MOVE TDEP-ID              TO WHT-ACCT
           MOVE WS-RUN-DATE(5:2)     TO WHT-MONTH
           MOVE WS-TAX-STATUS        TO WHT-TAX-STATUS
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
              MOVE TDEP-CCY    TO WHT-CCY
              MOVE WS-INTEREST TO WHT-GROSS
              MOVE WS-TAX      TO WHT-TAX
              MOVE 1           TO WHT-CREDIT-COUNT
              MOVE WS-RUN-DATE TO WHT-LAST-DATE
              WRITE WHT-RECORD
           END-IF.

       NEXT-DEPOSIT-NUMBER.
           MOVE "T" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   MOVE 0 TO AUTHCTL-LAST-SEQ
           END-READ
           ADD 1 TO AUTHCTL-LAST-SEQ
           MOVE AUTHCTL-LAST-SEQ TO WS-TD-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF
           MOVE SPACES TO WS-TDID
           STRING "TD" WS-TD-SEQ DELIMITED BY SIZE INTO WS-TDID.

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

      * Booking and payout legs - the caller has taken the auth code
      * and set from, to, amount and reason.
       WRITE-DEPOSIT-JOURNAL-ENTRY.
           SET JRNL-TDEPOSIT TO TRUE
           PERFORM WRITE-TDEP-JOURNAL-RECORD.

      * The tax leaves the deposit it was capitalized into, with
      * the interest entry's auth code alongside so the two pair up
      * in the GL extract.
       WRITE-TAX-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-RUN-DATE    TO JRNL-TIMESTAMP(1:8)
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
           MOVE WS-RUN-DATE    TO JRNL-TIMESTAMP(1:8)
           MOVE TDEP-CCY       TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE TDEP-ID        TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE JRNL-AMOUNT    TO JRNL-AMOUNT-TO
           MOVE TDEP-CCY       TO JRNL-CCY-TO
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       WRITE-REQUEST-RESULT.
           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT
           MOVE WS-INTEREST   TO WS-INTEREST-EDIT
           MOVE WS-TAX        TO WS-TAX-EDIT
           STRING
             'JSON:{"type":"TermDepositMaint",'
             '"action":"' WS-ACTION '",'
             '"tdId":"' WS-TDID '",'
             '"account":"' WS-ACCT '",'
             '"amount":"' WS-AMOUNT-EDIT '",'
             '"interest":"' WS-INTEREST-EDIT '",'
             '"tax":"' WS-TAX-EDIT '",'
             '"status":"' WS-STATUS '",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON.

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
              WHEN NOT OPER-MAY-MAINTAIN
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "TDMAINT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
