      * usual, but a future value date sends the whole block to the
      * forward-posting warehouse instead of debiting anything today -
      * the FWDREL cycle step releases it into the posting input the
      * day the value date arrives. A value date falling on a weekend
      * or a holiday of the block currency's calendar (HOLCAL) is
      * taken as the next business day of that calendar, and a hold
      * expires HOLD-EXPIRY-DAYS business days (of the hold
      * currency's calendar) after it is placed. The warehoused
      * block is journaled with its own auth code and a WAREHOUSED
      * status so the item is auditable from the day it was keyed,
      * not just the day it posts. The keyed posting file itself
      * must open with an HDR record (date and batch number, proved
      * against the RUNCTL business date) and close with a TRL
      * record (block count and amount total, proved against what
      * the run read) - a rerun pointed at a stale generation, or a
      * truncated file, refuses with RC=8 instead of posting the
      * wrong day's work.
      * A transfer block matching one already journaled APPROVED for
      * the same business date (same FROM/TO/AMOUNT/CCY) is parked
      * unposted on the DUPEFILE review file unless it carries an
      * queue - a CAPTURE needs no screen of its own, because it can
      * only finalize a hold that already passed one. SCREENOK=Y,
      * stamped by the COMPREV workbench on release, lets a cleared
      * item through. A transfer block may name a beneficiary at
      * another bank instead of a TO= account - BENBANK=<bank code>
      * and BENACCT=<account at that bank> - and is then an outward
      * interbank payment: the customer is debited under the same
      * checks as any transfer, the credit goes to the outward
      * clearing suspense account (OUTCLEAR, carried in JRNL-TO with
      * the beneficiary in JRNL-REASON), and the item is staged on
      * OUTITEMS in the network's layout for the OUTCLG step to
      * send. An outward item cannot be reversed here - once it has
      * left, the money only comes back as a network return, which
      * OUTRET matches and re-credits. Every transfer and HOLD that
      * clears the watch list is also scored against the account-
      * takeover fraud rules - a MOBILE change on the CUSTHIST trail
      * within FRAUD-MOBILE-DAY days, a large payment to a NEWBEN
      * (a beneficiary the account has never paid on the JRNLXREF
      * history), a dormant account REACTivated now or within
      * FRAUD-REACT-DAYS days (ACCTHIST), and same-day VELOCITY -
      * each rule adding its parameter-master weight. A score at
      * FRAUD-HOLD-SCORE holds the block unposted on the FRAUDQ
      * review queue with the rules that fired, for the COMPREV
      * workbench to release (FRAUDOK=Y) or reject; holds and near
      * misses (FRAUD-NEAR-SCORE) are logged to FRAUDLOG for the
      * FRAUDRPT step's daily fraud-alert report. A REVERSAL block
      * may carry CASE=<dispute case id> - the DSPCASE workbench
      * resolves a customer dispute by feeding the reversal of the
      * disputed posting, or of the case's provisional credit, in
      * here - and an approved reversal is then journaled with the
      * case in its reason, so the DSPAGE step can close the case.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS RUNCTL-KEY
              FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOL-KEY
              FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT FWD-WHSE-FILE ASSIGN TO "FWDWHSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FWDWHSE-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPQ-STATUS.

           SELECT OUT-ITEMS-FILE ASSIGN TO "OUTITEMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTITEMS-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO "FRAUDQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAUDQ-STATUS.

           SELECT FRAUD-LOG-FILE ASSIGN TO "FRAUDLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRAUDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-INPUT-FILE.
       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       FD  HOL-CAL-FILE.
           COPY HOLCAL.

       FD  FWD-WHSE-FILE.
       01  FWD-WHSE-LINE      PIC X(80).

       FD  COMP-QUEUE-FILE.
           COPY COMPQREC.

       FD  OUT-ITEMS-FILE.
           COPY OUTITEM.

       FD  CUST-HIST-FILE.
           COPY CUSTHIST.

       FD  FRAUD-QUEUE-FILE.
       01  FRAUD-QUEUE-LINE   PIC X(184).

       FD  FRAUD-LOG-FILE.
           COPY FRAUDLOG.

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
           88  TXNTYPE-CAPTURE   VALUE "CAPTURE".
           88  TXNTYPE-RELEASE   VALUE "RELEASE".
       01  WS-REFAUTH     PIC X(10) VALUE SPACES.
       01  WS-CASE-ID     PIC X(8)  VALUE SPACES.
       01  WS-VALUE-DATE  PIC X(8)  VALUE SPACES.
       01  WS-JSON        PIC X(260).
       01  WS-FROM-FOUND  PIC X(1) VALUE "N".
       01  WS-SKIP-THRU        PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
       01  WS-HOLD-EXPIRY-DAYS PIC 9(3)  VALUE 7.
       01  WS-HOLCAL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-CAL-CCY          PIC X(3)  VALUE SPACES.
       01  WS-CAL-DATE         PIC X(8)  VALUE SPACES.
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INT          PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK      PIC 9(1)  VALUE 0.
       01  WS-BUSINESS-DAY     PIC X(1)  VALUE "Y".
           88  BUSINESS-DAY        VALUE "Y".
       01  WS-BUS-DAYS-ADDED   PIC 9(3)  VALUE 0.
       01  WS-FWDWHSE-STATUS   PIC X(2) VALUE SPACES.
       01  WS-WAREHOUSED-COUNT PIC 9(7) VALUE 0.
       01  WS-ACCTHIST-STATUS  PIC X(2) VALUE SPACES.
       01  WS-WATCHLST-STATUS  PIC X(2) VALUE SPACES.
           88  WATCHLST-EOF        VALUE "10".
       01  WS-COMPQ-STATUS     PIC X(2) VALUE SPACES.
       01  WS-OUTITEMS-STATUS  PIC X(2) VALUE SPACES.
       01  WS-CUSTHIST-STATUS  PIC X(2) VALUE SPACES.
           88  CUSTHIST-EOF        VALUE "10".
       01  WS-ACCTHIST-EOF     PIC X(1) VALUE "N".
           88  ACCTHIST-EOF        VALUE "Y".
       01  WS-FRAUDQ-STATUS    PIC X(2) VALUE SPACES.
       01  WS-FRAUDLOG-STATUS  PIC X(2) VALUE SPACES.

      * Outward interbank payment - a block naming BENBANK=/BENACCT=
      * instead of TO= debits the customer against the outward
      * clearing suspense account and stages the item for the
      * network. The beneficiary rides in the journal reason, which
      * is also what tells two same-amount outward payments to
      * different beneficiaries apart in the duplicate check.
       01  WS-OUTWARD-CLEARING-ID PIC X(8) VALUE "OUTCLEAR".
       01  WS-BEN-BANK         PIC X(8) VALUE SPACES.
       01  WS-BEN-ACCT         PIC X(8) VALUE SPACES.
       01  WS-OUTWARD          PIC X(1) VALUE "N".
           88  OUTWARD-BLOCK       VALUE "Y".
       01  WS-OUTWARD-REASON   PIC X(30) VALUE SPACES.
       01  WS-OUTWARD-COUNT    PIC 9(7) VALUE 0.

      * Watch-list screening - listed NICs and names maintained by
      * operations on the WATCHLST dataset, loaded once per run. A
               10  WS-WL-NIC        PIC X(12).
               10  WS-WL-NAME       PIC X(30).

      * Account-takeover fraud scoring - rule weights, thresholds
      * and look-back windows from the parameter master (compiled
      * values are the fallback). The mobile-change table holds the
      * customers whose CUSTHIST trail shows a MOBILE change inside
      * the window; the reactivation table the accounts ACCTHIST
      * shows going from dormant to open inside theirs, plus any
      * this run wakes. FRAUDOK=Y, stamped by the review workbench
      * on release, lets a cleared item through unscored.
       01  WS-FRAUD-HOLD-SCORE  PIC 9(3) VALUE 70.
       01  WS-FRAUD-NEAR-SCORE  PIC 9(3) VALUE 40.
       01  WS-FRAUD-WT-MOBILE   PIC 9(3) VALUE 40.
       01  WS-FRAUD-WT-NEWBEN   PIC 9(3) VALUE 30.
       01  WS-FRAUD-WT-REACT    PIC 9(3) VALUE 50.
       01  WS-FRAUD-WT-VELOC    PIC 9(3) VALUE 20.
       01  WS-FRAUD-MOBILE-DAYS PIC 9(3) VALUE 7.
       01  WS-FRAUD-REACT-DAYS  PIC 9(3) VALUE 7.
       01  WS-FRAUD-VELOC-CNT   PIC 9(3) VALUE 4.
       01  WS-FRAUD-NEWBEN-AMT  PIC S9(11)V99 VALUE 100000.00.
       01  WS-FRAUDOK           PIC X(1) VALUE "N".
           88  FRAUD-CLEARED        VALUE "Y".
       01  WS-FRAUD-HOLD        PIC X(1) VALUE "N".
           88  FRAUD-HOLD-REQUIRED  VALUE "Y".
       01  WS-FRAUD-SCORE       PIC 9(3) VALUE 0.
       01  WS-FRAUD-RULES       PIC X(30) VALUE SPACES.
       01  WS-RULE-PTR          PIC 9(2) VALUE 1.
       01  WS-FRAUD-CUSTID      PIC X(10) VALUE SPACES.
       01  WS-PAYEE-KNOWN       PIC X(1) VALUE "N".
           88  PAYEE-KNOWN          VALUE "Y".
       01  WS-RULE-HIT          PIC X(1) VALUE "N".
           88  RULE-HIT             VALUE "Y".
       01  WS-VELOC-COUNT       PIC 9(5) VALUE 0.
       01  WS-FRAUD-HELD-COUNT  PIC 9(7) VALUE 0.
       01  WS-WINDOW-INT        PIC 9(7) VALUE 0.
       01  WS-MOBILE-FROM-DATE  PIC 9(8) VALUE 0.
       01  WS-REACT-FROM-DATE   PIC 9(8) VALUE 0.
       01  WS-MC-MAX            PIC 9(3) VALUE 500.
       01  WS-MC-COUNT          PIC 9(3) VALUE 0.
       01  WS-MC-IDX            PIC 9(3) VALUE 0.
       01  WS-MC-TABLE.
           05  WS-MC-CUST OCCURS 500 TIMES PIC X(10).
       01  WS-RA-MAX            PIC 9(3) VALUE 500.
       01  WS-RA-COUNT          PIC 9(3) VALUE 0.
       01  WS-RA-IDX            PIC 9(3) VALUE 0.
       01  WS-RA-TABLE.
           05  WS-RA-ACCT OCCURS 500 TIMES PIC X(8).

      * Batch identity and totals from the keyed posting file's HDR
      * and TRL records - the header's date is held to the RUNCTL
      * business date so a rerun pointed at a stale generation
           88  HOLD-FOUND          VALUE "Y".
       01  WS-HELD-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-TXN-COUNT        PIC 9(7) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(7) VALUE 0.

       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-BLOCK-VALID      PIC X(1)  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-FRAUD-WINDOWS
           PERFORM LOAD-REACTIVATIONS

           OPEN INPUT TXN-INPUT-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN INPUT FX-RATE-FILE
           OPEN I-O RST-CTL-FILE
           OPEN EXTEND FWD-WHSE-FILE
           OPEN INPUT HOL-CAL-FILE
           OPEN EXTEND ACCT-HIST-FILE
           OPEN EXTEND DUPE-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN EXTEND COMP-QUEUE-FILE
           OPEN EXTEND OUT-ITEMS-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN EXTEND FRAUD-QUEUE-FILE
           OPEN EXTEND FRAUD-LOG-FILE
           PERFORM LOAD-LIMIT-OVERRIDES
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-MOBILE-CHANGES
           IF RUN-BLOCKED
              PERFORM CLOSE-ALL-FILES
              CLOSE RUN-CTL-FILE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF

           IF BATCH-FAILED
              PERFORM CLOSE-ALL-FILES
              CLOSE RUN-CTL-FILE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF

              WS-SKIPPED-COUNT " ALREADY-JOURNALED BLOCKS SKIPPED, "
              WS-WAREHOUSED-COUNT " FORWARD-DATED BLOCKS WAREHOUSED, "
              WS-PARKED-COUNT " DUPLICATES PARKED, "
              WS-SCREENED-COUNT " HELD FOR COMPLIANCE, "
              WS-FRAUD-HELD-COUNT " HELD FOR FRAUD REVIEW, "
              WS-OUTWARD-COUNT " OUTWARD ITEMS STAGED"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       CLOSE-ALL-FILES.
           CLOSE FX-RATE-FILE
           CLOSE RST-CTL-FILE
           CLOSE FWD-WHSE-FILE
           CLOSE HOL-CAL-FILE
           CLOSE ACCT-HIST-FILE
           CLOSE DUPE-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE COMP-QUEUE-FILE
           CLOSE OUT-ITEMS-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE FRAUD-QUEUE-FILE
           CLOSE FRAUD-LOG-FILE.

      * The compiled VALUE clauses above are the fallback schedule -
      * a parameter the master does not carry (or whose records are
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-DAILY-LIM-HIGH
           END-IF
           MOVE "FRAUD-HOLD-SCORE" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-HOLD-SCORE
           END-IF
           MOVE "FRAUD-NEAR-SCORE" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-NEAR-SCORE
           END-IF
           MOVE "FRAUD-WT-MOBILE" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-WT-MOBILE
           END-IF
           MOVE "FRAUD-WT-NEWBEN" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-WT-NEWBEN
           END-IF
           MOVE "FRAUD-WT-REACT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-WT-REACT
           END-IF
           MOVE "FRAUD-WT-VELOC" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-WT-VELOC
           END-IF
           MOVE "FRAUD-MOBILE-DAY" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-MOBILE-DAYS
           END-IF
           MOVE "FRAUD-REACT-DAYS" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-REACT-DAYS
           END-IF
           MOVE "FRAUD-VELOC-CNT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-VELOC-CNT
           END-IF
           MOVE "FRAUD-NEWBEN-AMT" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-FRAUD-NEWBEN-AMT
           END-IF
           CLOSE PARM-FILE.

      * The look-back windows count calendar days back from the
      * business date - a fraudster does not wait for the weekend
      * to pass.
       SET-FRAUD-WINDOWS.
           MOVE RUNCTL-BUS-DATE TO WS-CAL-DATE
           COMPUTE WS-WINDOW-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
              - WS-FRAUD-MOBILE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
              TO WS-MOBILE-FROM-DATE
           COMPUTE WS-WINDOW-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
              - WS-FRAUD-REACT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
              TO WS-REACT-FROM-DATE
           MOVE SPACES TO WS-CAL-DATE.

      * Accounts ACCTHIST shows moving from dormant back to open
      * inside the window - by this run's own reactivation, the
      * sweep's or an operator's through ACCTMNT alike. Read before
      * the log is opened for this run's own entries. Like the
      * watch list, the scoring control fails closed: an unreadable
      * trail or one too big for the table refuses the run rather
      * than scoring against a partial picture.
       LOAD-REACTIVATIONS.
           OPEN INPUT ACCT-HIST-FILE
           IF WS-ACCTHIST-STATUS NOT = "00"
              DISPLAY "TXNPOST: ACCOUNT HISTORY NOT AVAILABLE "
                 "(STATUS " WS-ACCTHIST-STATUS ") - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
           PERFORM READ-NEXT-ACCTHIST
           PERFORM UNTIL ACCTHIST-EOF
              IF AHIST-FIELD = "STATUS"
                 AND AHIST-OLD-VALUE(1:1) = "D"
                 AND AHIST-NEW-VALUE(1:1) = "O"
                 AND AHIST-TIMESTAMP(1:8) NOT < WS-REACT-FROM-DATE
                 IF WS-RA-COUNT = WS-RA-MAX
                    DISPLAY "TXNPOST: MORE THAN " WS-RA-MAX
                       " RECENT REACTIVATIONS - RUN REFUSED"
                    MOVE 8 TO RETURN-CODE
                    SET RUN-BLOCKED TO TRUE
                    SET ACCTHIST-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-RA-COUNT
                    MOVE AHIST-ACCTID TO WS-RA-ACCT(WS-RA-COUNT)
                 END-IF
              END-IF
              IF NOT ACCTHIST-EOF
                 PERFORM READ-NEXT-ACCTHIST
              END-IF
           END-PERFORM
           CLOSE ACCT-HIST-FILE
           END-IF.

       READ-NEXT-ACCTHIST.
           READ ACCT-HIST-FILE
               AT END SET ACCTHIST-EOF TO TRUE
           END-READ.

      * Customers whose mobile number CUSTPROF changed inside the
      * window. CUSTHIST is stamped with the wall-clock time of the
      * change, so anything dated on or after the window start
      * counts, including a change keyed while tonight's cycle runs.
       LOAD-MOBILE-CHANGES.
           OPEN INPUT CUST-HIST-FILE
           IF WS-CUSTHIST-STATUS NOT = "00"
              DISPLAY "TXNPOST: CUSTOMER HISTORY NOT AVAILABLE "
                 "(STATUS " WS-CUSTHIST-STATUS ") - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
           PERFORM READ-NEXT-CUSTHIST
           PERFORM UNTIL CUSTHIST-EOF
              IF HIST-FIELD = "MOBILE"
                 AND HIST-TIMESTAMP(1:8) NOT < WS-MOBILE-FROM-DATE
                 IF WS-MC-COUNT = WS-MC-MAX
                    DISPLAY "TXNPOST: MORE THAN " WS-MC-MAX
                       " RECENT MOBILE CHANGES - RUN REFUSED"
                    MOVE 8 TO RETURN-CODE
                    SET RUN-BLOCKED TO TRUE
                    SET CUSTHIST-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-MC-COUNT
                    MOVE HIST-CUSTID TO WS-MC-CUST(WS-MC-COUNT)
                    PERFORM READ-NEXT-CUSTHIST
                 END-IF
              ELSE
                 PERFORM READ-NEXT-CUSTHIST
              END-IF
           END-PERFORM
           CLOSE CUST-HIST-FILE
           END-IF.

       READ-NEXT-CUSTHIST.
           READ CUST-HIST-FILE
               AT END SET CUSTHIST-EOF TO TRUE
           END-READ.

      * Only the business date's uplifts are kept - yesterday's
      * approval must not quietly raise today's cap.
       LOAD-LIMIT-OVERRIDES.
           MOVE SPACES TO WS-FROM WS-TO WS-CCY
           MOVE SPACES TO WS-AMOUNT
           MOVE SPACES TO WS-REFAUTH
           MOVE SPACES TO WS-CASE-ID
           MOVE SPACES TO WS-VALUE-DATE
           MOVE SPACES TO WS-BEN-BANK WS-BEN-ACCT
           MOVE SPACES TO WS-OUTWARD-REASON
           MOVE "N" TO WS-OUTWARD
           MOVE "N" TO WS-OVERRIDE
           MOVE "N" TO WS-SCREENOK
           MOVE "N" TO WS-FRAUDOK
           MOVE "N" TO WS-FRAUD-HOLD
           MOVE 0 TO WS-FRAUD-SCORE
           MOVE SPACES TO WS-FRAUD-RULES
           MOVE "LKR" TO WS-CCY
           MOVE 0 TO WS-AMOUNT-NUM
           MOVE 0 TO WS-AMOUNT-TO
              PERFORM WRITE-TXN-RESULT
           ELSE
              PERFORM NEXT-AUTH-CODE
              MOVE SPACES TO WS-CAL-DATE
              IF WS-VALUE-DATE NOT = SPACES
                 MOVE WS-CCY        TO WS-CAL-CCY
                 MOVE WS-VALUE-DATE TO WS-CAL-DATE
                 PERFORM ROLL-TO-BUSINESS-DAY
              END-IF
              IF WS-VALUE-DATE NOT = SPACES
                 AND WS-CAL-DATE > RUNCTL-BUS-DATE
                 PERFORM WAREHOUSE-FORWARD-BLOCK
                 PERFORM WRITE-JOURNAL-ENTRY
                 PERFORM WRITE-TXN-RESULT
                    IF WATCH-HIT AND NOT SCREEN-CLEARED
                       PERFORM HOLD-FOR-COMPLIANCE
                    ELSE
                       PERFORM SCORE-FRAUD-RULES
                       IF FRAUD-HOLD-REQUIRED
                          PERFORM HOLD-FOR-FRAUD-REVIEW
                       ELSE
                          PERFORM VALIDATE-AND-POST-HOLD
                       END-IF
                    END-IF
                 WHEN TXNTYPE-CAPTURE
                    PERFORM VALIDATE-AND-POST-CAPTURE
                    IF DUP-FOUND AND NOT DUP-OVERRIDE
                       PERFORM PARK-DUPLICATE-BLOCK
                    ELSE
                       PERFORM SCORE-FRAUD-RULES
                       IF FRAUD-HOLD-REQUIRED
                          PERFORM HOLD-FOR-FRAUD-REVIEW
                       ELSE
                          PERFORM VALIDATE-AND-POST
                       END-IF
                    END-IF
                    END-IF
              END-EVALUATE
              IF WS-STATUS = "FRAUDHELD"
                 OR (WS-FRAUD-SCORE > 0
                     AND WS-FRAUD-SCORE NOT < WS-FRAUD-NEAR-SCORE)
                 PERFORM WRITE-FRAUD-LOG
              END-IF
              IF WS-STATUS = "APPROVED"
                 AND (TXNTYPE-TRANSFER OR TXNTYPE-HOLD
                      OR TXNTYPE-CAPTURE)
                         WRITE AHIST-RECORD
                         SET ACCT-OPEN TO TRUE
                         REWRITE ACCOUNT-RECORD
                         PERFORM NOTE-REACTIVATION
                      END-IF
              END-READ
           END-IF.

      * An account woken tonight counts as recently reactivated for
      * the rest of the run, so the block that woke it and the ones
      * that follow it are scored alike.
       NOTE-REACTIVATION.
           IF WS-RA-COUNT < WS-RA-MAX
              ADD 1 TO WS-RA-COUNT
              MOVE ACCT-ID TO WS-RA-ACCT(WS-RA-COUNT)
           ELSE
              DISPLAY "TXNPOST: REACTIVATION TABLE FULL - "
                 ACCT-ID " NOT NOTED FOR FRAUD SCORING"
           END-IF.

       VALIDATE-BLOCK-STRUCTURE.
           MOVE "Y" TO WS-BLOCK-VALID
           EVALUATE TRUE
                    MOVE "E001" TO WS-SUSP-REASON
                 END-IF
              WHEN TXNTYPE-TRANSFER OR TXNTYPE-HOLD
                 IF WS-BEN-BANK NOT = SPACES
                    OR WS-BEN-ACCT NOT = SPACES
                    PERFORM VALIDATE-OUTWARD-FIELDS
                 ELSE
                    PERFORM VALIDATE-TRANSFER-FIELDS
                 END-IF
              WHEN OTHER
                 MOVE "N"    TO WS-BLOCK-VALID
                 MOVE "E001" TO WS-SUSP-REASON
              END-IF
           END-IF.

      * An outward payment names both halves of the beneficiary and
      * no TO= account - a block carrying both would leave it unclear
      * where the money is meant to go - and only a plain transfer
      * can leave the bank; a HOLD has nothing to reserve against at
      * the other end. The outward clearing suspense account stands
      * in as the to-side from here on, so the rest of the block
      * checks run exactly as they do for an internal transfer.
       VALIDATE-OUTWARD-FIELDS.
           IF TXNTYPE-HOLD OR WS-TO NOT = SPACES
              OR WS-BEN-BANK = SPACES OR WS-BEN-ACCT = SPACES
              MOVE "N"    TO WS-BLOCK-VALID
              MOVE "E001" TO WS-SUSP-REASON
           ELSE
              SET OUTWARD-BLOCK TO TRUE
              MOVE WS-OUTWARD-CLEARING-ID TO WS-TO
              STRING "OUTWARD " WS-BEN-BANK " " WS-BEN-ACCT
                 DELIMITED BY SIZE INTO WS-OUTWARD-REASON
              PERFORM VALIDATE-TRANSFER-FIELDS
           END-IF.

       VALIDATE-AMOUNT-NUMERIC.
           MOVE FUNCTION TRIM(WS-AMOUNT) TO WS-AMOUNT-TRIM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AMOUNT))
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
           END-IF
           IF OUTWARD-BLOCK
              MOVE SPACES TO FWD-WHSE-LINE
              STRING "BENBANK=" WS-BEN-BANK DELIMITED BY SIZE
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
              MOVE SPACES TO FWD-WHSE-LINE
              STRING "BENACCT=" WS-BEN-ACCT DELIMITED BY SIZE
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
           ELSE
           IF WS-TO NOT = SPACES
              MOVE SPACES TO FWD-WHSE-LINE
              STRING "TO=" WS-TO DELIMITED BY SIZE
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
           END-IF
           END-IF
           IF WS-AMOUNT NOT = SPACES
              MOVE SPACES TO FWD-WHSE-LINE
              STRING "AMOUNT=" WS-AMOUNT DELIMITED BY SIZE
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
           END-IF
           IF WS-CASE-ID NOT = SPACES
              MOVE SPACES TO FWD-WHSE-LINE
              STRING "CASE=" WS-CASE-ID DELIMITED BY SIZE
                 INTO FWD-WHSE-LINE
              WRITE FWD-WHSE-LINE
           END-IF
           MOVE SPACES TO FWD-WHSE-LINE
           STRING "VALUEDATE=" WS-VALUE-DATE DELIMITED BY SIZE
              INTO FWD-WHSE-LINE
           END-IF
           IF WS-LINE(1:9) = "SCREENOK="
              MOVE WS-LINE(10:1) TO WS-SCREENOK
           END-IF
           IF WS-LINE(1:8) = "BENBANK="
              MOVE WS-LINE(9:8) TO WS-BEN-BANK
           END-IF
           IF WS-LINE(1:8) = "BENACCT="
              MOVE WS-LINE(9:8) TO WS-BEN-ACCT
           END-IF
           IF WS-LINE(1:8) = "FRAUDOK="
              MOVE WS-LINE(9:1) TO WS-FRAUDOK
           END-IF
           IF WS-LINE(1:5) = "CASE="
              MOVE WS-LINE(6:8) TO WS-CASE-ID
           END-IF.

       NEXT-AUTH-CODE.
                                TO WS-REASON
                          END-IF
                       ELSE
                          IF OUTWARD-BLOCK
                             PERFORM POST-OUTWARD-DEBIT
                          ELSE
                             PERFORM POST-DEBIT-CREDIT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * The outward leg never touches a second account - the credit
      * sits on the outward clearing suspense account until the
      * network settles it - so the item is staged for the network
      * in the account's own currency as soon as the debit is on the
      * master. The staged line is on disk before the journal entry,
      * the same ordering the forward warehouse keeps: an abend in
      * between leaves a stray staged item with no journal entry
      * behind it, which OUTCLG lists and refuses to send, never a
      * journaled payment that silently never left.
       POST-OUTWARD-DEBIT.
           SUBTRACT WS-AMOUNT-NUM FROM ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE SPACES         TO OUT-ITEM-RECORD
           SET OUT-CREDIT      TO TRUE
           MOVE WS-BEN-BANK    TO OUT-BANK
           MOVE WS-BEN-ACCT    TO OUT-ACCT
           MOVE WS-AMOUNT-NUM  TO OUT-AMOUNT
           MOVE WS-CCY         TO OUT-CCY
           MOVE WS-AUTH        TO OUT-REF
           WRITE OUT-ITEM-RECORD
           MOVE WS-AMOUNT-NUM  TO WS-AMOUNT-TO
           MOVE WS-CCY         TO WS-CCY-TO
           MOVE 1              TO WS-FX-RATE
           MOVE "APPROVED"     TO WS-STATUS
           MOVE WS-OUTWARD-REASON TO WS-REASON
           ADD 1 TO WS-OUTWARD-COUNT.

       UNDO-FROM-DEBIT.
           MOVE WS-FROM TO ACCT-ID
           READ ACCT-MASTER-FILE
                 IF NOT (JRNL-TRANSFER OR JRNL-FEE)
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "TYPE CANNOT BE REVERSED" TO WS-REASON
                 ELSE
                 IF WS-TO = WS-OUTWARD-CLEARING-ID
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "OUTWARD ITEM - NETWORK RETURN"
                       TO WS-REASON
                 ELSE
                    PERFORM CHECK-ALREADY-REVERSED
                    IF ALREADY-REVERSED
                       PERFORM POST-REVERSAL-DEBIT-CREDIT
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE WS-TXNTYPE            TO CQ-TXNTYPE
           MOVE SPACES                TO CQ-NEW-VALUE
           MOVE SPACES                TO CQ-MAKER
           MOVE WS-BEN-BANK           TO CQ-BEN-BANK
           MOVE WS-BEN-ACCT           TO CQ-BEN-ACCT
           MOVE WS-WATCH-MATCH        TO CQ-MATCH-NAME
           SET CQ-PENDING TO TRUE
           MOVE SPACES TO CQ-DISP-OPERATOR
           MOVE "WATCH LIST MATCH" TO WS-REASON
           ADD 1 TO WS-SCREENED-COUNT.

      * Scores the block against the account-takeover rules, each
      * rule that fires adding its weight and its name to the list
      * the review queue and the fraud log carry. Only the
      * from-account's customer is scored - it is the account being
      * taken over. A from-account that is not on the master scores
      * nothing; the posting validation rejects it on its own terms.
       SCORE-FRAUD-RULES.
           MOVE "N" TO WS-FRAUD-HOLD
           MOVE 0 TO WS-FRAUD-SCORE
           MOVE SPACES TO WS-FRAUD-RULES
           MOVE SPACES TO WS-FRAUD-CUSTID
           MOVE 1 TO WS-RULE-PTR
           IF NOT FRAUD-CLEARED
              MOVE WS-FROM TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF ACCTMSTR-OK
                 MOVE ACCT-CUSTID TO WS-FRAUD-CUSTID
                 PERFORM CHECK-MOBILE-CHANGE
                 PERFORM CHECK-NEW-BENEFICIARY
                 PERFORM CHECK-REACTIVATION
                 PERFORM CHECK-SAME-DAY-VELOCITY
                 IF WS-FRAUD-SCORE NOT < WS-FRAUD-HOLD-SCORE
                    SET FRAUD-HOLD-REQUIRED TO TRUE
                 END-IF
              END-IF
           END-IF.

       CHECK-MOBILE-CHANGE.
           MOVE "N" TO WS-RULE-HIT
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
              UNTIL WS-MC-IDX > WS-MC-COUNT OR RULE-HIT
              IF WS-MC-CUST(WS-MC-IDX) = WS-FRAUD-CUSTID
                 AND WS-FRAUD-CUSTID NOT = SPACES
                 SET RULE-HIT TO TRUE
              END-IF
           END-PERFORM
           IF RULE-HIT
              ADD WS-FRAUD-WT-MOBILE TO WS-FRAUD-SCORE
              STRING "MOBILE " DELIMITED BY SIZE
                 INTO WS-FRAUD-RULES WITH POINTER WS-RULE-PTR
           END-IF.

      * A large payment (FRAUD-NEWBEN-AMT in base currency) to a
      * beneficiary this account has never paid. The account's
      * cross-reference rows are its whole payment history back to
      * the last journal archive; an approved transfer or capture
      * to the same account - or, for an outward payment, to the
      * same bank and account - makes the payee known. Money moved
      * between two accounts of the same customer has no new
      * beneficiary.
       CHECK-NEW-BENEFICIARY.
           MOVE WS-AMOUNT-NUM TO WS-CONV-AMOUNT
           MOVE WS-CCY        TO WS-CONV-CCY
           PERFORM CONVERT-TO-BASE-CCY
           MOVE "N" TO WS-PAYEE-KNOWN
           IF WS-LKR-AMOUNT < WS-FRAUD-NEWBEN-AMT
              SET PAYEE-KNOWN TO TRUE
           ELSE
              IF NOT OUTWARD-BLOCK
                 MOVE WS-TO TO ACCT-ID
                 READ ACCT-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF ACCT-CUSTID = WS-FRAUD-CUSTID
                            SET PAYEE-KNOWN TO TRUE
                         END-IF
                 END-READ
              END-IF
           END-IF
           IF NOT PAYEE-KNOWN
              PERFORM SCAN-PAYEE-HISTORY
              IF NOT PAYEE-KNOWN
                 ADD WS-FRAUD-WT-NEWBEN TO WS-FRAUD-SCORE
                 STRING "NEWBEN " DELIMITED BY SIZE
                    INTO WS-FRAUD-RULES WITH POINTER WS-RULE-PTR
              END-IF
           END-IF.

       SCAN-PAYEE-HISTORY.
           MOVE WS-FROM TO XREF-ACCT
           MOVE LOW-VALUES TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF OR PAYEE-KNOWN
                 OR XREF-ACCT NOT = WS-FROM
                 IF (XREF-TYPE = "TRANSFER" OR XREF-TYPE = "CAPTURE")
                    AND XREF-FROM-SIDE
                    AND XREF-STATUS = "APPROVED"
                    MOVE XREF-AUTH TO JRNL-AUTH
                    READ TXN-JOURNAL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF JRNL-TO = WS-TO
                               AND (NOT OUTWARD-BLOCK
                                    OR JRNL-REASON = WS-OUTWARD-REASON)
                               SET PAYEE-KNOWN TO TRUE
                            END-IF
                    END-READ
                 END-IF
                 IF NOT PAYEE-KNOWN
                    PERFORM READ-NEXT-XREF
                 END-IF
              END-PERFORM
           END-IF.

      * A from-account still DORMANT is about to be woken by this
      * very block; one already on the reactivation table was woken
      * inside the window.
       CHECK-REACTIVATION.
           MOVE WS-FROM TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "N" TO WS-RULE-HIT
           IF ACCTMSTR-OK AND ACCT-DORMANT
              SET RULE-HIT TO TRUE
           END-IF
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
              UNTIL WS-RA-IDX > WS-RA-COUNT OR RULE-HIT
              IF WS-RA-ACCT(WS-RA-IDX) = WS-FROM
                 SET RULE-HIT TO TRUE
              END-IF
           END-PERFORM
           IF RULE-HIT
              ADD WS-FRAUD-WT-REACT TO WS-FRAUD-SCORE
              STRING "REACT " DELIMITED BY SIZE
                 INTO WS-FRAUD-RULES WITH POINTER WS-RULE-PTR
           END-IF.

      * Same-day velocity - this block would be at least the
      * FRAUD-VELOC-CNT'th approved outgoing transfer or capture
      * from the account on the business date.
       CHECK-SAME-DAY-VELOCITY.
           MOVE 0 TO WS-VELOC-COUNT
           MOVE WS-FROM TO XREF-ACCT
           MOVE RUNCTL-BUS-DATE TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = WS-FROM
                 OR XREF-DATE NOT = RUNCTL-BUS-DATE
                 IF (XREF-TYPE = "TRANSFER" OR XREF-TYPE = "CAPTURE")
                    AND XREF-FROM-SIDE
                    AND XREF-STATUS = "APPROVED"
                    ADD 1 TO WS-VELOC-COUNT
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF
           IF WS-FRAUD-VELOC-CNT > 0
              AND WS-VELOC-COUNT + 1 NOT < WS-FRAUD-VELOC-CNT
              ADD WS-FRAUD-WT-VELOC TO WS-FRAUD-SCORE
              STRING "VELOCITY" DELIMITED BY SIZE
                 INTO WS-FRAUD-RULES WITH POINTER WS-RULE-PTR
           END-IF.

      * The held block moves no money - it waits on the FRAUDQ
      * review queue, in the compliance queue's layout, for the
      * COMPREV workbench (run against FRAUDQ) to release it back
      * into the posting input with FRAUDOK=Y or reject it. The
      * queue record carries the rules that fired in place of a
      * watch-list match, and CQ-NEW-VALUE remembers a block that
      * had already been cleared by compliance so the release
      * keeps its SCREENOK=Y.
       HOLD-FOR-FRAUD-REVIEW.
           MOVE "FRAUD"               TO CQ-SOURCE
           MOVE FUNCTION CURRENT-DATE TO CQ-TIMESTAMP
           MOVE RUNCTL-BUS-DATE       TO CQ-TIMESTAMP(1:8)
           MOVE WS-AUTH               TO CQ-AUTH
           MOVE WS-FROM               TO CQ-KEY1
           MOVE WS-TO                 TO CQ-KEY2
           MOVE WS-AMOUNT             TO CQ-AMOUNT
           MOVE WS-CCY                TO CQ-CCY
           MOVE WS-TXNTYPE            TO CQ-TXNTYPE
           IF SCREEN-CLEARED
              MOVE "SCREENOK"         TO CQ-NEW-VALUE
           ELSE
              MOVE SPACES             TO CQ-NEW-VALUE
           END-IF
           MOVE SPACES                TO CQ-MAKER
           MOVE WS-BEN-BANK           TO CQ-BEN-BANK
           MOVE WS-BEN-ACCT           TO CQ-BEN-ACCT
           MOVE WS-FRAUD-RULES        TO CQ-MATCH-NAME
           SET CQ-PENDING TO TRUE
           MOVE SPACES TO CQ-DISP-OPERATOR
           MOVE SPACES TO CQ-DISP-TIMESTAMP
           WRITE FRAUD-QUEUE-LINE FROM CQ-RECORD
           MOVE "FRAUDHELD" TO WS-STATUS
           MOVE SPACES TO WS-REASON
           STRING "FRAUD REVIEW - SCORE " WS-FRAUD-SCORE
              DELIMITED BY SIZE INTO WS-REASON
           ADD 1 TO WS-FRAUD-HELD-COUNT.

      * Holds and near misses go to the fraud log with the status
      * the block ended on, ahead of the journal entry like the
      * other staged outputs - FRAUDRPT proves each against the
      * journal, so a line left by an interrupted run is not
      * reported as if it had happened.
       WRITE-FRAUD-LOG.
           MOVE SPACES           TO FLOG-RECORD
           MOVE RUNCTL-BUS-DATE  TO FLOG-BUS-DATE
           MOVE WS-AUTH          TO FLOG-AUTH
           IF WS-STATUS = "FRAUDHELD"
              SET FLOG-HELD TO TRUE
           ELSE
              SET FLOG-NEAR-MISS TO TRUE
           END-IF
           MOVE WS-TXNTYPE       TO FLOG-TXNTYPE
           MOVE WS-FROM          TO FLOG-FROM
           MOVE WS-TO            TO FLOG-TO
           MOVE WS-BEN-BANK      TO FLOG-BEN-BANK
           MOVE WS-BEN-ACCT      TO FLOG-BEN-ACCT
           MOVE WS-FRAUD-CUSTID  TO FLOG-CUSTID
           MOVE WS-AMOUNT-NUM    TO FLOG-AMOUNT
           MOVE WS-CCY           TO FLOG-CCY
           MOVE WS-FRAUD-SCORE   TO FLOG-SCORE
           MOVE WS-FRAUD-RULES   TO FLOG-RULES
           MOVE WS-STATUS        TO FLOG-STATUS
           WRITE FLOG-RECORD.

      * A block whose FROM/TO/AMOUNT/CCY matches a transfer already
      * journaled APPROVED for this business date is almost always
      * the same payment keyed twice. Unless the block carries an
                            IF JRNL-TO = WS-TO
                               AND JRNL-AMOUNT = WS-AMOUNT-NUM
                               AND JRNL-CCY = WS-CCY
                               AND (NOT OUTWARD-BLOCK
                                    OR JRNL-REASON = WS-OUTWARD-REASON)
                               SET DUP-FOUND TO TRUE
                               MOVE JRNL-AUTH TO WS-DUP-AUTH
                            END-IF
           MOVE SPACES TO DUPE-LINE
           STRING "FROM=" WS-FROM DELIMITED BY SIZE INTO DUPE-LINE
           WRITE DUPE-LINE
           IF OUTWARD-BLOCK
              MOVE SPACES TO DUPE-LINE
              STRING "BENBANK=" WS-BEN-BANK DELIMITED BY SIZE
                 INTO DUPE-LINE
              WRITE DUPE-LINE
              MOVE SPACES TO DUPE-LINE
              STRING "BENACCT=" WS-BEN-ACCT DELIMITED BY SIZE
                 INTO DUPE-LINE
              WRITE DUPE-LINE
           ELSE
              MOVE SPACES TO DUPE-LINE
              STRING "TO=" WS-TO DELIMITED BY SIZE INTO DUPE-LINE
              WRITE DUPE-LINE
           END-IF
           MOVE SPACES TO DUPE-LINE
           STRING "AMOUNT=" WS-AMOUNT DELIMITED BY SIZE INTO DUPE-LINE
           WRITE DUPE-LINE
           END-IF

           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON
           IF WS-CASE-ID NOT = SPACES
              STRING "DISPUTE CASE " WS-CASE-ID
                 DELIMITED BY SIZE INTO WS-REASON
           END-IF.

       VALIDATE-AND-POST-HOLD.
           MOVE WS-FROM TO ACCT-ID
           END-IF.

      * Stamps the hold's expiry timestamp - creation time moved
      * forward WS-HOLD-EXPIRY-DAYS business days of the hold
      * currency's calendar - so the nightly HOLDSWP sweep can
      * auto-release it if no CAPTURE or RELEASE arrives. Counting
      * business days keeps a long weekend or a Poya day from eating
      * into the merchant's capture window.
       SET-HOLD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE RUNCTL-BUS-DATE TO WS-NOW(1:8)
           MOVE WS-CCY TO WS-CAL-CCY
           MOVE WS-NOW(1:8) TO WS-CAL-DATE
           MOVE 0 TO WS-BUS-DAYS-ADDED
           PERFORM UNTIL WS-BUS-DAYS-ADDED NOT < WS-HOLD-EXPIRY-DAYS
              COMPUTE WS-EXPIRY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
                 TO WS-CAL-DATE-N
              PERFORM CHECK-BUSINESS-DAY
              IF BUSINESS-DAY
                 ADD 1 TO WS-BUS-DAYS-ADDED
              END-IF
           END-PERFORM
           MOVE WS-CAL-DATE-N TO WS-EXPIRY-DATE
           MOVE WS-NOW TO HOLD-EXPIRY
           MOVE WS-EXPIRY-DATE TO HOLD-EXPIRY(1:8).

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

      * Accumulates the customer's approved outgoing TRANSFER and
      * CAPTURE debits for the business date across every account
      * joined through ACCT-CUSTID, in base currency, and tests this
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON

           IF WS-STATUS = "APPROVED"
              ADD 1 TO WS-APPROVED-COUNT
           END-IF
           IF WS-STATUS = "REJECTED"
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "TXNPOST"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-TXN-COUNT         TO RHIST-READ
           MOVE WS-APPROVED-COUNT    TO RHIST-WRITTEN
           MOVE WS-REJECTED-COUNT    TO RHIST-REJECTED
           MOVE RETURN-CODE          TO RHIST-RC
           IF WS-SKIP-THRU > 0
              MOVE "Y" TO RHIST-RESTART
           ELSE
              MOVE "N" TO RHIST-RESTART
           END-IF
           WRITE RHIST-RECORD
           CLOSE RUN-HIST-FILE.

      * The run control record supplies the official business date
      * and refuses a second run for a date this step has already
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-TXNPOST-DONE = "Y"
                 DISPLAY "TXNPOST: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
