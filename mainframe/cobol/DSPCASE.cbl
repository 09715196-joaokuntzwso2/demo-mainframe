       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPCASE.

      * Dispute case workbench - replaces the notebook a customer
      * dispute used to be tracked in once JRNLINQ had found the
      * posting. Requests arrive on SYSIN as blocks separated by a
      * blank line, STOMAINT style, each with OPERATOR=:
      *   ACTION=OPEN    AUTH=<disputed auth code>  REASON=<text>
      *   ACTION=CREDIT  CASE=<case id>  AMOUNT= (optional - the
      *                  disputed amount when omitted)
      *   ACTION=RESOLVE CASE=<case id>  OUTCOME=FAVOUR/AGAINST
      * OPEN files a case on DSPMSTR against an APPROVED TRANSFER or
      * FEE on the live journal that debited one of our accounts -
      * the kinds TXNPOST can reverse - numbered from the AUTHCTL
      * "D" record, with its regulatory resolution deadline set
      * DISPUTE-DAYS calendar days after the business date. An
      * outward interbank payment cannot be disputed here (it only
      * comes back as a network return), nor can an entry already
      * reversed or already under a case. CREDIT posts a provisional
      * credit to the customer at once, journaled as a TRANSFER from
      * the dispute suspense id DISPSUSP with the case id in
      * JRNL-REF-AUTH, the way ACCTCLS posts its closing transfer.
      * RESOLVE records the outcome and finalizes it through the
      * TXNPOST reversal mechanism: it writes REVERSAL blocks, each
      * carrying CASE=, to the DSPPOST file for the next cycle's
      * posting input - of the disputed entry when the finding is in
      * the customer's favour (the provisional credit is then taken
      * back too, since the reversal replaces it), and of the
      * provisional credit alone when it is against them. A case
      * with nothing to post closes at once; otherwise the DSPAGE
      * step closes it once it finds the reversals journaled, or
      * marks it an exception when TXNPOST rejected one, and an
      * exception may be resolved again. Every step is logged
      * before/after to DSPHIST. OPEN needs an operator active on
      * OPERMSTR with the maintain entitlement; CREDIT and RESOLVE
      * need the approve entitlement and a different operator from
      * the one who opened the case. The run date is the RUNCTL
      * business date. Malformed blocks go to SUSPENSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DSPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSP-CASE-ID
              FILE STATUS IS WS-DSPMSTR-STATUS.

           SELECT DSP-HIST-FILE ASSIGN TO "DSPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSPHIST-STATUS.

           SELECT DSP-POST-FILE ASSIGN TO "DSPPOST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSPPOST-STATUS.

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

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARM-KEY
              FILE STATUS IS WS-PARMFILE-STATUS.

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
       FD  DSP-INPUT-FILE.
       01  DSP-INPUT-LINE     PIC X(80).

       FD  DISPUTE-FILE.
           COPY DSPREC.

       FD  DSP-HIST-FILE.
           COPY DSPHIST.

       FD  DSP-POST-FILE.
       01  DSP-POST-LINE      PIC X(80).

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(7)  VALUE SPACES.
           88  ACTION-OPEN    VALUE "OPEN".
           88  ACTION-CREDIT  VALUE "CREDIT".
           88  ACTION-RESOLVE VALUE "RESOLVE".
       01  WS-CASE-ID     PIC X(8)  VALUE SPACES.
       01  WS-ORIG-AUTH   PIC X(10) VALUE SPACES.
       01  WS-DSP-REASON  PIC X(30) VALUE SPACES.
       01  WS-AMOUNT      PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-NUM  PIC S9(9)V99 VALUE 0.
       01  WS-AMOUNT-EDIT PIC -9(9).99.
       01  WS-OUTCOME     PIC X(7)  VALUE SPACES.
           88  OUTCOME-FAVOUR  VALUE "FAVOUR".
           88  OUTCOME-AGAINST VALUE "AGAINST".
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-STATUS      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).
       01  WS-SYSIN-STATUS     PIC X(2) VALUE SPACES.
           88  SYSIN-EOF          VALUE "10".
       01  WS-DSPMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  DSPMSTR-OK         VALUE "00".
           88  DSPMSTR-EOF        VALUE "10".
       01  WS-DSPHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-DSPPOST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK        VALUE "00".
       01  WS-TXNJRNL-STATUS   PIC X(2) VALUE SPACES.
           88  TXNJRNL-OK         VALUE "00".
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF       VALUE "10".
       01  WS-AUTHCTL-STATUS   PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK         VALUE "00".
       01  WS-PARMFILE-STATUS  PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF       VALUE "10".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE SPACES.
           88  RUNCTL-OK          VALUE "00".
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-PARM-NAME        PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE       PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND       PIC X(1) VALUE "N".
           88  PARM-FOUND         VALUE "Y".
       01  WS-CASE-FOUND       PIC X(1) VALUE "N".
           88  CASE-FOUND         VALUE "Y".
       01  WS-ALREADY-REVERSED PIC X(1) VALUE "N".
           88  ALREADY-REVERSED   VALUE "Y".
       01  WS-ALREADY-DISPUTED PIC X(1) VALUE "N".
           88  ALREADY-DISPUTED   VALUE "Y".
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE         PIC X(8)  VALUE SPACES.
       01  WS-DUE-DATE         PIC 9(8)  VALUE 0.
      * Regulatory resolution window in calendar days from opening -
      * the compiled value is the fallback when PARMFILE has none.
       01  WS-DISPUTE-DAYS     PIC 9(3)  VALUE 45.

      * The disputed entry's fields, kept while the cross-reference
      * scans reuse the journal buffer.
       01  WS-ORIG-FROM        PIC X(8)  VALUE SPACES.
       01  WS-ORIG-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-ORIG-CCY         PIC X(3)  VALUE SPACES.
       01  WS-ORIG-DATE        PIC X(8)  VALUE SPACES.
       01  WS-OUTWARD-CLEARING-ID PIC X(8) VALUE "OUTCLEAR".
       01  WS-DISPUTE-SUSP-ID  PIC X(8)  VALUE "DISPSUSP".
       01  WS-AUTH             PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ         PIC 9(6)  VALUE 0.
       01  WS-CASE-SEQ         PIC 9(6)  VALUE 0.
       01  WS-REV-REFAUTH      PIC X(10) VALUE SPACES.
       01  WS-OLD-STATUS       PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-DATE = SPACES
              DISPLAY "DSPCASE: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RUN-PARAMETERS

           OPEN INPUT DSP-INPUT-FILE
           OPEN I-O DISPUTE-FILE
           OPEN EXTEND DSP-HIST-FILE
           OPEN OUTPUT DSP-POST-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE DSP-INPUT-FILE
           CLOSE DISPUTE-FILE
           CLOSE DSP-HIST-FILE
           CLOSE DSP-POST-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "DSPCASE: " WS-REQUEST-COUNT
              " REQUESTS PROCESSED, " WS-POSTED-COUNT
              " REVERSALS WRITTEN TO DSPPOST"
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
           MOVE "DISPUTE-DAYS" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-DISPUTE-DAYS
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
           READ DSP-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-CASE-ID WS-ORIG-AUTH
           MOVE SPACES TO WS-DSP-REASON WS-AMOUNT WS-OUTCOME
           MOVE SPACES TO WS-OPERATOR
           MOVE 0 TO WS-AMOUNT-NUM
           MOVE "N" TO WS-CASE-FOUND
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

           IF NOT (ACTION-OPEN OR ACTION-CREDIT OR ACTION-RESOLVE)
              OR (ACTION-OPEN AND WS-ORIG-AUTH = SPACES)
              OR (NOT ACTION-OPEN AND WS-CASE-ID = SPACES)
              OR (ACTION-RESOLVE
                  AND NOT (OUTCOME-FAVOUR OR OUTCOME-AGAINST))
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 EVALUATE TRUE
                    WHEN ACTION-OPEN
                       PERFORM OPEN-CASE
                    WHEN ACTION-CREDIT
                       PERFORM LOOKUP-CASE
                       PERFORM GRANT-PROVISIONAL-CREDIT
                    WHEN ACTION-RESOLVE
                       PERFORM LOOKUP-CASE
                       PERFORM RESOLVE-CASE
                 END-EVALUATE
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:7) TO WS-ACTION
           END-IF
           IF WS-LINE(1:5) = "CASE="
              MOVE WS-LINE(6:8) TO WS-CASE-ID
           END-IF
           IF WS-LINE(1:5) = "AUTH="
              MOVE WS-LINE(6:10) TO WS-ORIG-AUTH
           END-IF
           IF WS-LINE(1:7) = "REASON="
              MOVE WS-LINE(8:30) TO WS-DSP-REASON
           END-IF
           IF WS-LINE(1:7) = "AMOUNT="
              MOVE WS-LINE(8:20) TO WS-AMOUNT
           END-IF
           IF WS-LINE(1:8) = "OUTCOME="
              MOVE WS-LINE(9:7) TO WS-OUTCOME
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE "DSPCASE"              TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

       LOOKUP-CASE.
           MOVE "N" TO WS-CASE-FOUND
           MOVE WS-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ.

      * Only what TXNPOST can reverse can be disputed here - an
      * approved TRANSFER or FEE still on the live journal - and
      * the entry must have debited one of our own accounts, since
      * that is the customer who disputes it. An inbound clearing
      * debit qualifies (its to-side is the remitting bank's code,
      * which the reversal simply skips).
       OPEN-CASE.
           MOVE WS-ORIG-AUTH TO JRNL-AUTH
           READ TXN-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT TXNJRNL-OK
              MOVE "REJECTED" TO WS-STATUS
              MOVE "AUTH NOT ON JOURNAL" TO WS-REASON
           ELSE
           IF JRNL-STATUS NOT = "APPROVED"
              MOVE "REJECTED" TO WS-STATUS
              MOVE "ORIGINAL TXN NOT APPROVED" TO WS-REASON
           ELSE
           IF NOT (JRNL-TRANSFER OR JRNL-FEE)
              MOVE "REJECTED" TO WS-STATUS
              MOVE "TYPE CANNOT BE DISPUTED" TO WS-REASON
           ELSE
           IF JRNL-TO = WS-OUTWARD-CLEARING-ID
              MOVE "REJECTED" TO WS-STATUS
              MOVE "OUTWARD ITEM - NETWORK RETURN" TO WS-REASON
           ELSE
              MOVE JRNL-FROM           TO WS-ORIG-FROM
              MOVE JRNL-AMOUNT         TO WS-ORIG-AMOUNT
              MOVE JRNL-CCY            TO WS-ORIG-CCY
              MOVE JRNL-TIMESTAMP(1:8) TO WS-ORIG-DATE
              MOVE WS-ORIG-FROM TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF NOT ACCTMSTR-OK
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "DEBITED ACCOUNT NOT ON FILE" TO WS-REASON
              ELSE
                 PERFORM CHECK-ALREADY-REVERSED
                 IF ALREADY-REVERSED
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "ALREADY REVERSED" TO WS-REASON
                 ELSE
                    PERFORM CHECK-ALREADY-DISPUTED
                    IF ALREADY-DISPUTED
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE SPACES TO WS-REASON
                       STRING "ALREADY DISPUTED - " DSP-CASE-ID
                          DELIMITED BY SIZE INTO WS-REASON
                    ELSE
                       PERFORM WRITE-NEW-CASE
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The reversal's cross-reference rows sit under the disputed
      * entry's from-account, so one START there finds any reversal
      * already journaled against it.
       CHECK-ALREADY-REVERSED.
           MOVE "N" TO WS-ALREADY-REVERSED
           MOVE WS-ORIG-FROM TO XREF-ACCT
           MOVE WS-ORIG-DATE TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = WS-ORIG-FROM
                 IF XREF-TYPE = "REVERSAL"
                    AND XREF-STATUS = "APPROVED"
                    MOVE XREF-AUTH TO JRNL-AUTH
                    READ TXN-JOURNAL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF JRNL-REF-AUTH = WS-ORIG-AUTH
                               SET ALREADY-REVERSED TO TRUE
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

      * One case per disputed entry, ever - a closed case is not
      * reopened by filing another; the record buffer is left on
      * the case found, so its id can be reported.
       CHECK-ALREADY-DISPUTED.
           MOVE "N" TO WS-ALREADY-DISPUTED
           MOVE SPACES TO WS-DSPMSTR-STATUS
           MOVE LOW-VALUES TO DSP-CASE-ID
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
               INVALID KEY
                   SET DSPMSTR-EOF TO TRUE
           END-START
           IF NOT DSPMSTR-EOF
              PERFORM READ-NEXT-CASE
              PERFORM UNTIL DSPMSTR-EOF OR ALREADY-DISPUTED
                 IF DSP-ORIG-AUTH = WS-ORIG-AUTH
                    SET ALREADY-DISPUTED TO TRUE
                 ELSE
                    PERFORM READ-NEXT-CASE
                 END-IF
              END-PERFORM
           END-IF.

       READ-NEXT-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET DSPMSTR-EOF TO TRUE
           END-READ.

       WRITE-NEW-CASE.
           PERFORM NEXT-CASE-ID
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              + WS-DISPUTE-DAYS)
           MOVE SPACES         TO DSP-RECORD
           MOVE WS-CASE-ID     TO DSP-CASE-ID
           MOVE WS-ORIG-AUTH   TO DSP-ORIG-AUTH
           MOVE WS-ORIG-DATE   TO DSP-ORIG-DATE
           MOVE WS-ORIG-FROM   TO DSP-ACCT
           MOVE ACCT-CUSTID    TO DSP-CUSTID
           MOVE WS-ORIG-AMOUNT TO DSP-AMOUNT
           MOVE WS-ORIG-CCY    TO DSP-CCY
           MOVE WS-DSP-REASON  TO DSP-REASON
           MOVE WS-RUN-DATE    TO DSP-OPEN-DATE
           MOVE WS-DUE-DATE    TO DSP-DUE-DATE
           SET DSP-OPEN        TO TRUE
           MOVE 0              TO DSP-CREDIT-AMOUNT
           MOVE WS-OPERATOR    TO DSP-OPENED-BY
           MOVE WS-OPERATOR    TO DSP-LAST-OPERATOR
           WRITE DSP-RECORD
           MOVE "OPENED"       TO DHIST-FIELD
           MOVE SPACES         TO DHIST-OLD-VALUE
           MOVE SPACES         TO DHIST-NEW-VALUE
           STRING WS-ORIG-AUTH " DUE " DSP-DUE-DATE
              DELIMITED BY SIZE INTO DHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       NEXT-CASE-ID.
           MOVE "D" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   MOVE 0 TO AUTHCTL-LAST-SEQ
           END-READ
           ADD 1 TO AUTHCTL-LAST-SEQ
           MOVE AUTHCTL-LAST-SEQ TO WS-CASE-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF
           MOVE SPACES TO WS-CASE-ID
           STRING "DC" WS-CASE-SEQ DELIMITED BY SIZE INTO WS-CASE-ID.

      * One provisional credit per case, up to the disputed amount,
      * to an account that can still take it. It posts at once -
      * the customer is not kept waiting for the nightly run - as
      * a journaled TRANSFER from the dispute suspense id, so the
      * statement, the GL extract and the trial balance see it like
      * any other posting, and TXNPOST can later reverse it.
       GRANT-PROVISIONAL-CREDIT.
           IF NOT CASE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "CASE NOT FOUND" TO WS-REASON
           ELSE
           IF NOT DSP-OPEN
              MOVE "REJECTED" TO WS-STATUS
              MOVE "CASE NOT OPEN" TO WS-REASON
           ELSE
           IF DSP-CREDIT-AUTH NOT = SPACES
              MOVE "REJECTED" TO WS-STATUS
              MOVE "CREDIT ALREADY GIVEN" TO WS-REASON
           ELSE
           IF WS-OPERATOR = DSP-OPENED-BY
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SAME OPERATOR AS OPENER" TO WS-REASON
           ELSE
              IF WS-AMOUNT = SPACES
                 MOVE DSP-AMOUNT TO WS-AMOUNT-NUM
              ELSE
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT))
                    TO WS-AMOUNT-NUM
              END-IF
              IF WS-AMOUNT-NUM NOT > 0
                 OR WS-AMOUNT-NUM > DSP-AMOUNT
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID AMOUNT" TO WS-REASON
              ELSE
                 MOVE DSP-ACCT TO ACCT-ID
                 READ ACCT-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                 END-READ
                 EVALUATE TRUE
                    WHEN NOT ACCTMSTR-OK
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE "ACCOUNT NOT FOUND" TO WS-REASON
                    WHEN ACCT-FROZEN OR ACCT-CLOSED
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE "ACCOUNT NOT OPEN" TO WS-REASON
                    WHEN ACCT-CCY NOT = DSP-CCY
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE "CCY MISMATCH ON ACCOUNT" TO WS-REASON
                    WHEN OTHER
                       PERFORM POST-PROVISIONAL-CREDIT
                 END-EVALUATE
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       POST-PROVISIONAL-CREDIT.
           ADD WS-AMOUNT-NUM TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
           PERFORM NEXT-AUTH-CODE
           PERFORM WRITE-CREDIT-JOURNAL-ENTRY
           MOVE WS-AMOUNT-NUM TO DSP-CREDIT-AMOUNT
           MOVE WS-AUTH       TO DSP-CREDIT-AUTH
           MOVE WS-RUN-DATE   TO DSP-CREDIT-DATE
           MOVE WS-OPERATOR   TO DSP-LAST-OPERATOR
           REWRITE DSP-RECORD
           MOVE "CREDIT"      TO DHIST-FIELD
           MOVE SPACES        TO DHIST-OLD-VALUE
           MOVE SPACES        TO DHIST-NEW-VALUE
           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT
           STRING WS-AUTH " " WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO DHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON
           STRING "CREDIT " WS-AUTH
              DELIMITED BY SIZE INTO WS-REASON.

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

       WRITE-CREDIT-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-RUN-DATE    TO JRNL-TIMESTAMP(1:8)
           SET JRNL-TRANSFER   TO TRUE
           MOVE WS-DISPUTE-SUSP-ID TO JRNL-FROM
           MOVE DSP-ACCT       TO JRNL-TO
           MOVE WS-AMOUNT-NUM  TO JRNL-AMOUNT
           MOVE DSP-CCY        TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE DSP-CASE-ID    TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE WS-AMOUNT-NUM  TO JRNL-AMOUNT-TO
           MOVE DSP-CCY        TO JRNL-CCY-TO
           MOVE "DISPUTE PROVISIONAL CREDIT" TO JRNL-REASON
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

      * The outcome is recorded now and finalized through TXNPOST:
      * only the reversals not already proved on the journal are
      * written, so an exception can be resolved again without
      * reversing anything twice. A finding for the customer
      * reverses the disputed entry first and then takes back the
      * provisional credit it replaces; a finding against them
      * takes back the credit alone. Once the disputed entry has
      * been reversed the finding can no longer go against them.
       RESOLVE-CASE.
           IF NOT CASE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "CASE NOT FOUND" TO WS-REASON
           ELSE
           IF NOT (DSP-OPEN OR DSP-EXCEPTION)
              MOVE "REJECTED" TO WS-STATUS
              MOVE "CASE NOT OPEN" TO WS-REASON
           ELSE
           IF WS-OPERATOR = DSP-OPENED-BY
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SAME OPERATOR AS OPENER" TO WS-REASON
           ELSE
           IF OUTCOME-AGAINST AND DSP-REV-AUTH NOT = SPACES
              MOVE "REJECTED" TO WS-STATUS
              MOVE "ORIGINAL ALREADY REVERSED" TO WS-REASON
           ELSE
              MOVE DSP-STATUS TO WS-OLD-STATUS
              IF OUTCOME-FAVOUR
                 SET DSP-FAVOUR TO TRUE
              ELSE
                 SET DSP-AGAINST TO TRUE
              END-IF
              MOVE WS-RUN-DATE TO DSP-RESOLVE-DATE
              MOVE WS-OPERATOR TO DSP-LAST-OPERATOR
              MOVE "RESOLVED"  TO DHIST-FIELD
              MOVE WS-OLD-STATUS TO DHIST-OLD-VALUE
              MOVE WS-OUTCOME  TO DHIST-NEW-VALUE
              PERFORM WRITE-HISTORY-ENTRY
              MOVE 0 TO WS-AMOUNT-NUM
              IF DSP-FAVOUR AND DSP-REV-AUTH = SPACES
                 MOVE DSP-ORIG-AUTH TO WS-REV-REFAUTH
                 PERFORM EMIT-REVERSAL-BLOCK
              END-IF
              IF DSP-CREDIT-AUTH NOT = SPACES
                 AND DSP-WDR-AUTH = SPACES
                 MOVE DSP-CREDIT-AUTH TO WS-REV-REFAUTH
                 PERFORM EMIT-REVERSAL-BLOCK
              END-IF
              IF WS-AMOUNT-NUM = 0
                 SET DSP-CLOSED TO TRUE
                 MOVE WS-RUN-DATE TO DSP-CLOSE-DATE
                 MOVE "STATUS"    TO DHIST-FIELD
                 MOVE WS-OLD-STATUS TO DHIST-OLD-VALUE
                 MOVE DSP-STATUS  TO DHIST-NEW-VALUE
                 PERFORM WRITE-HISTORY-ENTRY
              ELSE
                 SET DSP-RESOLVED TO TRUE
              END-IF
              REWRITE DSP-RECORD
              MOVE "APPROVED" TO WS-STATUS
              MOVE SPACES     TO WS-REASON
              IF DSP-CLOSED
                 MOVE "CLOSED - NOTHING TO POST" TO WS-REASON
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * WS-AMOUNT-NUM counts the blocks written for this case.
       EMIT-REVERSAL-BLOCK.
           MOVE SPACES TO DSP-POST-LINE
           STRING "TXNTYPE=REVERSAL" DELIMITED BY SIZE
              INTO DSP-POST-LINE
           WRITE DSP-POST-LINE
           MOVE SPACES TO DSP-POST-LINE
           STRING "REFAUTH=" WS-REV-REFAUTH DELIMITED BY SIZE
              INTO DSP-POST-LINE
           WRITE DSP-POST-LINE
           MOVE SPACES TO DSP-POST-LINE
           STRING "CASE=" DSP-CASE-ID DELIMITED BY SIZE
              INTO DSP-POST-LINE
           WRITE DSP-POST-LINE
           MOVE SPACES TO DSP-POST-LINE
           WRITE DSP-POST-LINE
           ADD 1 TO WS-AMOUNT-NUM
           ADD 1 TO WS-POSTED-COUNT.

       WRITE-HISTORY-ENTRY.
           MOVE DSP-CASE-ID            TO DHIST-CASE-ID
           MOVE FUNCTION CURRENT-DATE  TO DHIST-TIMESTAMP
           MOVE WS-OPERATOR            TO DHIST-OPERATOR
           WRITE DHIST-RECORD.

       WRITE-REQUEST-RESULT.
           IF NOT ACTION-OPEN AND CASE-FOUND
              MOVE DSP-ORIG-AUTH TO WS-ORIG-AUTH
           END-IF
           STRING
             'JSON:{"type":"DisputeCase",'
             '"action":"' WS-ACTION '",'
             '"caseId":"' WS-CASE-ID '",'
             '"auth":"' WS-ORIG-AUTH '",'
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
      * is active and holds the entitlement the action needs -
      * maintain to open a case, approve to credit or resolve one.
      * An unknown, suspended or departed id, or one without the
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
              WHEN ACTION-OPEN AND NOT OPER-MAY-MAINTAIN
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN NOT ACTION-OPEN AND NOT OPER-MAY-APPROVE
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "DSPCASE: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
