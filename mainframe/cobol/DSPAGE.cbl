       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.

      * Dispute case aging - runs after the posting step each night.
      * It first finishes the cases the DSPCASE workbench resolved:
      * the reversals a resolution fed to TXNPOST are looked for
      * under the case's account in the journal cross-reference from
      * the resolution date on, and each approved one is recorded on
      * the case - the disputed entry's reversal when the finding
      * was in the customer's favour, the provisional credit's when
      * it was taken back - before/after to DSPHIST. A case whose
      * postings are all journaled closes on the business date; one
      * whose reversal TXNPOST rejected becomes an exception for the
      * workbench to resolve again; otherwise it stays resolved,
      * awaiting posting. It then prints the aging report for the
      * disputes team: the open cases and the exceptions against
      * their regulatory resolution deadline - age in days, days
      * left, provisional credit given, flagged OVERDUE past the
      * deadline and DUE SOON within DISPUTE-WARN-DAY days of it -
      * then the cases awaiting posting and those closed today. The
      * run date comes from the RUNCTL run control record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DSPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSP-CASE-ID
              FILE STATUS IS WS-DSPMSTR-STATUS.

           SELECT DSP-HIST-FILE ASSIGN TO "DSPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSPHIST-STATUS.

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

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARM-KEY
              FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT DSP-RPT-FILE ASSIGN TO "DSPAGERP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSPAGERP-STATUS.

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
       FD  DISPUTE-FILE.
           COPY DSPREC.

       FD  DSP-HIST-FILE.
           COPY DSPHIST.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  DSP-RPT-FILE.
       01  DSP-RPT-LINE           PIC X(132).

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
       01  WS-DSPMSTR-STATUS    PIC X(2) VALUE SPACES.
           88  DSPMSTR-EOF          VALUE "10".
       01  WS-DSPHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
           88  TXNJRNL-OK           VALUE "00".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-DSPAGERP-STATUS   PIC X(2) VALUE SPACES.
       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE        PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND        PIC X(1) VALUE "N".
           88  PARM-FOUND           VALUE "Y".

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
      * Days before the deadline a case is flagged DUE SOON - the
      * compiled value is the fallback when PARMFILE has none.
       01  WS-WARN-DAYS         PIC 9(3)  VALUE 10.
       01  WS-SECTION           PIC X(1)  VALUE SPACES.
           88  SECTION-OPEN         VALUE "O".
           88  SECTION-EXCEPTION    VALUE "E".
           88  SECTION-RESOLVED     VALUE "R".
           88  SECTION-CLOSED       VALUE "C".
       01  WS-OLD-STATUS        PIC X(1)  VALUE SPACES.
       01  WS-REV-REJECTED      PIC X(1)  VALUE "N".
           88  REVERSAL-REJECTED    VALUE "Y".
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-RUN-DATE-INT      PIC 9(7)  VALUE 0.
       01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
       01  WS-DAYS-LEFT         PIC S9(5) VALUE 0.
       01  WS-AGE-EDIT          PIC ZZZZ9.
       01  WS-LEFT-EDIT         PIC -ZZZZ9.
       01  WS-FLAG              PIC X(9)  VALUE SPACES.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDIT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-CASE-COUNT        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT     PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT     PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DUE-SOON-COUNT    PIC 9(7) VALUE 0.
       01  WS-NEW-EXCEPTIONS    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DATE-N
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           PERFORM LOAD-RUN-PARAMETERS

           OPEN I-O DISPUTE-FILE
           OPEN EXTEND DSP-HIST-FILE
           OPEN INPUT TXN-JOURNAL-FILE
           OPEN INPUT JRNL-XREF-FILE
           OPEN OUTPUT DSP-RPT-FILE

           PERFORM CONFIRM-RESOLVED-CASES

           PERFORM WRITE-REPORT-HEADER
           SET SECTION-OPEN TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-OPEN-COUNT
           SET SECTION-EXCEPTION TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-EXCEPTION-COUNT
           SET SECTION-RESOLVED TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT
           SET SECTION-CLOSED TO TRUE
           PERFORM LIST-ONE-SECTION
           MOVE WS-SECTION-COUNT TO WS-CLOSED-COUNT
           PERFORM WRITE-REPORT-TRAILER

           CLOSE DISPUTE-FILE
           CLOSE DSP-HIST-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE DSP-RPT-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "DSPAGE: " WS-CASE-COUNT " CASES FOR "
              WS-RUN-DATE ", " WS-OPEN-COUNT " OPEN, "
              WS-OVERDUE-COUNT " OVERDUE, "
              WS-EXCEPTION-COUNT " EXCEPTIONS, "
              WS-CLOSED-COUNT " CLOSED TODAY"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE "DISPUTE-WARN-DAY" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-WARN-DAYS
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

      * First pass over the case file - counts the cases and
      * settles each one awaiting its reversals.
       CONFIRM-RESOLVED-CASES.
           PERFORM START-CASE-FILE
           PERFORM UNTIL DSPMSTR-EOF
              ADD 1 TO WS-CASE-COUNT
              IF DSP-RESOLVED
                 PERFORM CONFIRM-ONE-CASE
              END-IF
              PERFORM READ-NEXT-CASE
           END-PERFORM.

       START-CASE-FILE.
           MOVE SPACES TO WS-DSPMSTR-STATUS
           MOVE LOW-VALUES TO DSP-CASE-ID
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
               INVALID KEY
                   SET DSPMSTR-EOF TO TRUE
           END-START
           IF NOT DSPMSTR-EOF
              PERFORM READ-NEXT-CASE
           END-IF.

       READ-NEXT-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET DSPMSTR-EOF TO TRUE
           END-READ.

      * Both reversals carry the case's account - the disputed
      * entry's as its from-account, the provisional credit's as its
      * to-account - so its cross-reference rows from the resolution
      * date on hold every REVERSAL the resolution can have caused.
      * Only an outstanding posting is looked for, so a reversal
      * already recorded on the case is not taken twice.
       CONFIRM-ONE-CASE.
           MOVE "N" TO WS-REV-REJECTED
           MOVE DSP-ACCT TO XREF-ACCT
           MOVE DSP-RESOLVE-DATE TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           MOVE SPACES TO WS-JRNLXREF-STATUS
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = DSP-ACCT
                 IF XREF-TYPE = "REVERSAL"
                    PERFORM CHECK-ONE-REVERSAL
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF

           IF (DSP-AGAINST OR DSP-REV-AUTH NOT = SPACES)
              AND (DSP-CREDIT-AUTH = SPACES
                   OR DSP-WDR-AUTH NOT = SPACES)
              MOVE DSP-STATUS TO WS-OLD-STATUS
              SET DSP-CLOSED TO TRUE
              MOVE WS-RUN-DATE TO DSP-CLOSE-DATE
              PERFORM WRITE-STATUS-HISTORY
           ELSE
              IF REVERSAL-REJECTED
                 MOVE DSP-STATUS TO WS-OLD-STATUS
                 SET DSP-EXCEPTION TO TRUE
                 ADD 1 TO WS-NEW-EXCEPTIONS
                 PERFORM WRITE-STATUS-HISTORY
              END-IF
           END-IF
           MOVE "DSPAGE" TO DSP-LAST-OPERATOR
           REWRITE DSP-RECORD.

       CHECK-ONE-REVERSAL.
           MOVE XREF-AUTH TO JRNL-AUTH
           READ TXN-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF TXNJRNL-OK
              IF DSP-FAVOUR AND DSP-REV-AUTH = SPACES
                 AND JRNL-REF-AUTH = DSP-ORIG-AUTH
                 IF JRNL-STATUS = "APPROVED"
                    MOVE JRNL-AUTH TO DSP-REV-AUTH
                    MOVE "REV-AUTH" TO DHIST-FIELD
                    PERFORM WRITE-AUTH-HISTORY
                 ELSE
                    SET REVERSAL-REJECTED TO TRUE
                 END-IF
              END-IF
              IF DSP-CREDIT-AUTH NOT = SPACES
                 AND DSP-WDR-AUTH = SPACES
                 AND JRNL-REF-AUTH = DSP-CREDIT-AUTH
                 IF JRNL-STATUS = "APPROVED"
                    MOVE JRNL-AUTH TO DSP-WDR-AUTH
                    MOVE "WDR-AUTH" TO DHIST-FIELD
                    PERFORM WRITE-AUTH-HISTORY
                 ELSE
                    SET REVERSAL-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

       WRITE-AUTH-HISTORY.
           MOVE SPACES    TO DHIST-OLD-VALUE
           MOVE JRNL-AUTH TO DHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY.

       WRITE-STATUS-HISTORY.
           MOVE "STATUS"      TO DHIST-FIELD
           MOVE WS-OLD-STATUS TO DHIST-OLD-VALUE
           MOVE DSP-STATUS    TO DHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY.

       WRITE-HISTORY-ENTRY.
           MOVE DSP-CASE-ID            TO DHIST-CASE-ID
           MOVE FUNCTION CURRENT-DATE  TO DHIST-TIMESTAMP
           MOVE "DSPAGE"               TO DHIST-OPERATOR
           WRITE DHIST-RECORD.

      * One pass of the case file per section, in case order. The
      * closed section lists only the cases closed on the run date.
       LIST-ONE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE SPACES TO DSP-RPT-LINE
           EVALUATE TRUE
              WHEN SECTION-OPEN
                 STRING "OPEN CASES"
                    DELIMITED BY SIZE INTO DSP-RPT-LINE
              WHEN SECTION-EXCEPTION
                 STRING "EXCEPTIONS - REVERSAL REJECTED BY POSTING,"
                    " RESOLVE AGAIN"
                    DELIMITED BY SIZE INTO DSP-RPT-LINE
              WHEN SECTION-RESOLVED
                 STRING "RESOLVED - AWAITING POSTING"
                    DELIMITED BY SIZE INTO DSP-RPT-LINE
              WHEN SECTION-CLOSED
                 STRING "CLOSED TODAY"
                    DELIMITED BY SIZE INTO DSP-RPT-LINE
           END-EVALUATE
           WRITE DSP-RPT-LINE
           MOVE SPACES TO DSP-RPT-LINE
           STRING "CASE      AUTH CODE   ACCOUNT   CUSTOMER    "
              "           AMOUNT CCY OPENED   DEADLINE   AGE  "
              "LEFT     PROV CREDIT O FLAG"
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE

           PERFORM START-CASE-FILE
           PERFORM UNTIL DSPMSTR-EOF
              IF DSP-STATUS = WS-SECTION
                 AND (NOT SECTION-CLOSED
                      OR DSP-CLOSE-DATE = WS-RUN-DATE)
                 ADD 1 TO WS-SECTION-COUNT
                 ADD 1 TO WS-LISTED-COUNT
                 PERFORM WRITE-DETAIL-LINE
              END-IF
              PERFORM READ-NEXT-CASE
           END-PERFORM

           IF WS-SECTION-COUNT = 0
              MOVE SPACES TO DSP-RPT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO DSP-RPT-LINE
              WRITE DSP-RPT-LINE
           END-IF.

      * Age runs from the day the case was opened; days left to the
      * regulatory deadline go negative once it has passed. Only a
      * case still awaiting a decision - open or an exception - is
      * flagged against the deadline.
       WRITE-DETAIL-LINE.
           MOVE DSP-OPEN-DATE TO WS-DATE-N
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           MOVE DSP-DUE-DATE TO WS-DATE-N
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
              - WS-RUN-DATE-INT
           MOVE SPACES TO WS-FLAG
           IF SECTION-OPEN OR SECTION-EXCEPTION
              IF WS-DAYS-LEFT < 0
                 MOVE "OVERDUE" TO WS-FLAG
                 ADD 1 TO WS-OVERDUE-COUNT
              ELSE
                 IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                    MOVE "DUE SOON" TO WS-FLAG
                    ADD 1 TO WS-DUE-SOON-COUNT
                 END-IF
              END-IF
           END-IF
           MOVE WS-AGE-DAYS       TO WS-AGE-EDIT
           MOVE WS-DAYS-LEFT      TO WS-LEFT-EDIT
           MOVE DSP-AMOUNT        TO WS-AMOUNT-EDIT
           MOVE DSP-CREDIT-AMOUNT TO WS-CREDIT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING DSP-CASE-ID "  " DSP-ORIG-AUTH "  " DSP-ACCT "  "
              DSP-CUSTID "  " WS-AMOUNT-EDIT " " DSP-CCY " "
              DSP-OPEN-DATE " " DSP-DUE-DATE " " WS-AGE-EDIT " "
              WS-LEFT-EDIT " " WS-CREDIT-EDIT " " DSP-OUTCOME " "
              WS-FLAG
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DSP-RPT-LINE
           STRING "DISPUTE CASE AGING REPORT - " WS-RUN-DATE
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "TOTAL OPEN:              " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "TOTAL EXCEPTIONS:        " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "  PAST DEADLINE:         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-DUE-SOON-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "  DUE SOON:              " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "TOTAL AWAITING POSTING:  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DSP-RPT-LINE
           STRING "TOTAL CLOSED TODAY:      " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO DSP-RPT-LINE
           WRITE DSP-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "DSPAGE"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-CASE-COUNT        TO RHIST-READ
           MOVE WS-LISTED-COUNT      TO RHIST-WRITTEN
           MOVE WS-NEW-EXCEPTIONS    TO RHIST-REJECTED
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
              DISPLAY "DSPAGE: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-DSPAGE-DONE = "Y"
                 DISPLAY "DSPAGE: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-DSPAGE-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
