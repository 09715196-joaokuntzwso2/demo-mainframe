      * reconciliation AND after the fee and interest steps have
      * journaled - earlier in the night their FEE and INTEREST
      * entries for this business date would not exist yet and would
      * never reach the ledger. Term deposit money (TDEPOSIT
      * bookings and pay-outs, TDINTRST capitalized interest) sits on
      * its own term deposit liability account. The outward
      * clearing suspense id OUTCLEAR is not a customer account: an
      * outward interbank payment credits (and a network return of
      * one debits) the outward clearing suspense GL account. Nor
      * is the dispute suspense id DISPSUSP: a provisional credit
      * the DSPCASE workbench gives a disputing customer debits (and
      * its withdrawal credits) the dispute suspense GL account. Tax
      * withheld at source from interest (WHTAX) debits the
      * customer, or the term deposit account for tax off a
      * deposit's interest, and credits the withholding tax payable
      * account until finance remits it. A SWEEPRUN balance sweep
      * (SWEEP) books like a TRANSFER between the two accounts. The
      * holiday cycle runs no extract, so the entries it journals
      * (interest accrued on a weekend or holiday) are swept into the
      * next business day's batch: the extract takes every entry
      * dated after the previous business date (RUNCTL-PREV-BUS-DATE)
      * up to and including the business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-JOURNAL-FILE.
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
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
           88  TXNJRNL-EOF          VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
       01  WS-GL-INT-EXPENSE    PIC X(5) VALUE "51000".
       01  WS-GL-FEE-INCOME     PIC X(5) VALUE "41000".
       01  WS-GL-FX-CLEARING    PIC X(5) VALUE "18000".
       01  WS-GL-TERM-DEPOSIT   PIC X(5) VALUE "22000".
       01  WS-GL-OUT-CLEARING   PIC X(5) VALUE "19100".
       01  WS-GL-DISPUTE-SUSP   PIC X(5) VALUE "19200".
       01  WS-GL-WHT-PAYABLE    PIC X(5) VALUE "23100".
       01  WS-OUTWARD-CLEARING-ID PIC X(8) VALUE "OUTCLEAR".
       01  WS-DISPUTE-SUSP-ID   PIC X(8) VALUE "DISPSUSP".
       01  WS-CLEARING-SIDE     PIC X(1)  VALUE "N".
           88  CLEARING-SIDE        VALUE "Y".
       01  WS-CLEARING-GL       PIC X(5)  VALUE SPACES.

       01  WS-GL-DATE           PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-DATE        PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-DATE-N      PIC 9(8)  VALUE 0.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.
       01  WS-DEBIT-GL          PIC X(5)  VALUE SPACES.
       01  WS-CREDIT-GL         PIC X(5)  VALUE SPACES.
       01  WS-DEBIT-AMOUNT      PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-GL-DATE
           IF RUNCTL-PREV-BUS-DATE NOT = SPACES
              MOVE RUNCTL-PREV-BUS-DATE TO WS-PRIOR-DATE
           ELSE
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-GL-DATE)) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-PRIOR-DATE-N
              MOVE WS-PRIOR-DATE-N TO WS-PRIOR-DATE
           END-IF

           OPEN INPUT TXN-JOURNAL-FILE
           OPEN INPUT ACCT-MASTER-FILE
           PERFORM MARK-STEP-COMPLETE
           DISPLAY "GLEXTR: " WS-ENTRY-COUNT " JOURNAL ENTRIES, "
              WS-LINE-SEQ " GL LINES FOR " WS-GL-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-JOURNAL.

       EXTRACT-JOURNAL-ENTRY.
           IF JRNL-STATUS = "APPROVED"
              AND JRNL-TIMESTAMP(1:8) > WS-PRIOR-DATE
              AND JRNL-TIMESTAMP(1:8) NOT > WS-GL-DATE
              AND (JRNL-TRANSFER OR JRNL-REVERSAL OR JRNL-CAPTURE
                   OR JRNL-INTEREST OR JRNL-FEE
                   OR JRNL-TDEPOSIT OR JRNL-TDINTRST
                   OR JRNL-WHTAX OR JRNL-SWEEP)
              PERFORM BUILD-ENTRY-LEGS
              ADD 1 TO WS-ENTRY-COUNT
           END-IF.

      * A TRANSFER, SWEEP or CAPTURE debits the from-side and
      * credits the to-side; a REVERSAL books the opposite way
      * round. INTEREST debits the interest expense account and
      * credits the customer; a FEE debits the customer and credits
      * fee income, and a FEE reversal (to-account empty) refunds
      * the other way. WHTAX debits the customer - or the term
      * deposit account, when the tax came off a deposit's interest
      * (JRNL-FROM is the deposit's "TD" id) - and credits tax
      * payable. TDINTRST debits interest expense and credits the
      * term deposit account; a TDEPOSIT moves money between the
      * customer's liability account and the term deposit account.
       BUILD-ENTRY-LEGS.
           IF JRNL-INTEREST
              MOVE WS-GL-INT-EXPENSE TO WS-DEBIT-GL
                 MOVE JRNL-AMOUNT-TO TO WS-CREDIT-AMOUNT
                 MOVE JRNL-CCY-TO    TO WS-CREDIT-CCY
              ELSE
              IF JRNL-WHTAX
                 IF JRNL-FROM(1:2) = "TD"
                    MOVE WS-GL-TERM-DEPOSIT TO WS-DEBIT-GL
                 ELSE
                    MOVE JRNL-FROM   TO ACCT-ID
                    PERFORM LOOKUP-SEGMENT-GL
                    PERFORM SET-DEBIT-FROM-SEGMENT
                 END-IF
                 MOVE JRNL-AMOUNT    TO WS-DEBIT-AMOUNT
                 MOVE JRNL-CCY       TO WS-DEBIT-CCY
                 MOVE WS-GL-WHT-PAYABLE TO WS-CREDIT-GL
                 MOVE JRNL-AMOUNT-TO TO WS-CREDIT-AMOUNT
                 MOVE JRNL-CCY-TO    TO WS-CREDIT-CCY
              ELSE
              IF JRNL-TDINTRST
                 MOVE WS-GL-INT-EXPENSE  TO WS-DEBIT-GL
                 MOVE JRNL-AMOUNT        TO WS-DEBIT-AMOUNT
                 MOVE JRNL-CCY           TO WS-DEBIT-CCY
                 MOVE WS-GL-TERM-DEPOSIT TO WS-CREDIT-GL
                 MOVE JRNL-AMOUNT-TO     TO WS-CREDIT-AMOUNT
                 MOVE JRNL-CCY-TO        TO WS-CREDIT-CCY
              ELSE
              IF JRNL-TDEPOSIT
                 PERFORM BUILD-DEPOSIT-LEGS
              ELSE
              IF JRNL-REVERSAL AND JRNL-TO = SPACES
                 MOVE WS-GL-FEE-INCOME TO WS-DEBIT-GL
                 MOVE JRNL-AMOUNT    TO WS-DEBIT-AMOUNT
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF

           IF WS-DEBIT-CCY = WS-CREDIT-CCY
              PERFORM WRITE-FX-CLEARED-LEGS
           END-IF.

      * The deposit's own id rides in JRNL-REF-AUTH, which says
      * which side of the entry is the deposit - a pay-out comes
      * from it, a booking goes to it.
       BUILD-DEPOSIT-LEGS.
           IF JRNL-FROM = JRNL-REF-AUTH(1:8)
              MOVE WS-GL-TERM-DEPOSIT TO WS-DEBIT-GL
              MOVE JRNL-TO        TO ACCT-ID
              PERFORM LOOKUP-SEGMENT-GL
              PERFORM SET-CREDIT-FROM-SEGMENT
           ELSE
              MOVE JRNL-FROM      TO ACCT-ID
              PERFORM LOOKUP-SEGMENT-GL
              PERFORM SET-DEBIT-FROM-SEGMENT
              MOVE WS-GL-TERM-DEPOSIT TO WS-CREDIT-GL
           END-IF
           MOVE JRNL-AMOUNT       TO WS-DEBIT-AMOUNT
           MOVE JRNL-CCY          TO WS-DEBIT-CCY
           MOVE JRNL-AMOUNT-TO    TO WS-CREDIT-AMOUNT
           MOVE JRNL-CCY-TO       TO WS-CREDIT-CCY.

      * The outward clearing and dispute suspense ids are
      * recognised before the master is read - neither has an
      * account record, and each side of the entry belongs on its
      * own suspense GL account, not on the catch-all liability
      * account an unknown id falls to.
       LOOKUP-SEGMENT-GL.
           MOVE "N" TO WS-CLEARING-SIDE
           IF ACCT-ID = WS-OUTWARD-CLEARING-ID
              SET CLEARING-SIDE TO TRUE
              MOVE WS-GL-OUT-CLEARING TO WS-CLEARING-GL
              MOVE SPACES TO ACCT-SEGMENT
           ELSE
           IF ACCT-ID = WS-DISPUTE-SUSP-ID
              SET CLEARING-SIDE TO TRUE
              MOVE WS-GL-DISPUTE-SUSP TO WS-CLEARING-GL
              MOVE SPACES TO ACCT-SEGMENT
           ELSE
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO ACCT-SEGMENT
              END-READ
           END-IF
           END-IF.

       SET-DEBIT-FROM-SEGMENT.
           IF CLEARING-SIDE
              MOVE WS-CLEARING-GL TO WS-DEBIT-GL
           ELSE
           EVALUATE ACCT-SEGMENT
              WHEN "PLATINUM"
                 MOVE WS-GL-LIAB-PLATINUM TO WS-DEBIT-GL
                 MOVE WS-GL-LIAB-STANDARD TO WS-DEBIT-GL
              WHEN OTHER
                 MOVE WS-GL-LIAB-OTHER    TO WS-DEBIT-GL
           END-EVALUATE
           END-IF.

       SET-CREDIT-FROM-SEGMENT.
           IF CLEARING-SIDE
              MOVE WS-CLEARING-GL TO WS-CREDIT-GL
           ELSE
           EVALUATE ACCT-SEGMENT
              WHEN "PLATINUM"
                 MOVE WS-GL-LIAB-PLATINUM TO WS-CREDIT-GL
                 MOVE WS-GL-LIAB-STANDARD TO WS-CREDIT-GL
              WHEN OTHER
                 MOVE WS-GL-LIAB-OTHER    TO WS-CREDIT-GL
           END-EVALUATE
           END-IF.

      * Cross-currency: settle each leg over the FX clearing account
      * in its own currency so the batch balances within currency -
           WRITE GL-INTF-LINE FROM GL-DETAIL-RECORD
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "GLEXTR"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ENTRY-COUNT       TO RHIST-READ
           MOVE WS-LINE-SEQ          TO RHIST-WRITTEN
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
              IF RUNCTL-GLEXTR-DONE = "Y"
                 DISPLAY "GLEXTR: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
