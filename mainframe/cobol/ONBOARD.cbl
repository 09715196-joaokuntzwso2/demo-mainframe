       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARD.

      * Customer and account onboarding - adds a new customer and/or
      * a new account to the live CUSTMSTR and ACCTMSTR masters in
      * place, so an opening no longer waits for the extracts to be
      * edited and CUSTLOAD/ACCTLOAD to rebuild the masters (which
      * wipes every prior posting). Requests arrive on SYSIN as
      * blocks separated by a blank line, STOMAINT style:
      *   ACTION=CUSTOMER NAME= NIC= MOBILE= RISK= FEED= ALERT=
      *                   ALERTAMT= TAXSTATUS= TAXEXPIRY=
      *   ACTION=ACCOUNT  CUSTID= SEGMENT= CCY=
      *   ACTION=BOTH     the customer cards plus SEGMENT= CCY=
      * each with OPERATOR=. The customer number ("C" plus nine
      * digits) is issued from the AUTHCTL "C" record and the
      * account number (eight digits) from the AUTHCTL "N" record;
      * the first issue of each seeds its record from the highest
      * number already on the master, and a number that is somehow
      * already taken is skipped. The NIC must be an old-format NIC
      * (nine digits and V or X) or a new-format one (twelve digits),
      * must not already be held by another customer, and must not
      * be on the operations watch list (WATCHLST) - a listed NIC is
      * refused for compliance to take up, and a missing or
      * overfull list refuses the run, as in CUSTPROF. RISK= takes
      * LOW, MEDIUM (the default) or HIGH until the nightly CUSTRISK
      * rescoring; FEED= and ALERT= take Y or N (default N);
      * ALERTAMT= is the debit alert threshold (default zero);
      * TAXSTATUS= takes R (the default), N or E, and an exemption
      * needs its certificate expiry in TAXEXPIRY=YYYYMMDD. The
      * account's customer must be on file, its segment one the
      * cycle prices (PLATINUM or STANDARD - INTACCR and FEEASSM
      * know no others) and its currency the base currency (LKR) or
      * one FXLOAD keeps a rate to base for on FXRATE. It opens OPEN
      * with a zero balance and no overdraft facility - a limit is
      * keyed afterwards through ACCTMNT and APPRREV like any other.
      * A BOTH block whose account fails adds neither. Each new
      * customer writes CUSTHIST CREATED and NIC entries and each
      * new account an ACCTHIST OPENED entry, stamped with the
      * RUNCTL business date, from which the nightly NEWACRPT step
      * prints the branches' new-accounts report. Malformed blocks
      * go to SUSPENSE. Every block's OPERATOR= must be active on
      * the operator master (OPERMSTR) with the maintain
      * entitlement, or the block is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONB-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT CUST-HIST-FILE ASSIGN TO "CUSTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT AUTH-CTL-FILE ASSIGN TO "AUTHCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUTHCTL-KEY
              FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FX-KEY
              FILE STATUS IS WS-FXRATE-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WATCHLST-STATUS.

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
       FD  ONB-INPUT-FILE.
       01  ONB-INPUT-LINE     PIC X(80).

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  CUST-HIST-FILE.
           COPY CUSTHIST.

       FD  ACCT-HIST-FILE.
           COPY ACCTHIST.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  WATCH-LIST-FILE.
       01  WATCH-RECORD.
           05  WATCH-NIC          PIC X(12).
           05  WATCH-NAME         PIC X(30).

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(8)  VALUE SPACES.
           88  ACTION-CUSTOMER VALUE "CUSTOMER".
           88  ACTION-ACCOUNT  VALUE "ACCOUNT".
           88  ACTION-BOTH     VALUE "BOTH".
       01  WS-NAME        PIC X(30) VALUE SPACES.
       01  WS-NIC         PIC X(12) VALUE SPACES.
       01  WS-MOBILE      PIC X(12) VALUE SPACES.
       01  WS-RISK        PIC X(10) VALUE SPACES.
           88  RISK-VALID     VALUE "LOW" "MEDIUM" "HIGH".
       01  WS-FEED        PIC X(1)  VALUE SPACES.
           88  FEED-VALID     VALUE "Y" "N".
       01  WS-ALERT       PIC X(1)  VALUE SPACES.
           88  ALERT-VALID    VALUE "Y" "N".
       01  WS-ALERT-AMT   PIC X(20) VALUE SPACES.
       01  WS-ALERT-NUM   PIC S9(9)V99 VALUE 0.
       01  WS-TAX         PIC X(1)  VALUE SPACES.
           88  TAX-VALID      VALUE "R" "N" "E".
       01  WS-TAX-EXP     PIC X(8)  VALUE SPACES.
       01  WS-CUSTID      PIC X(10) VALUE SPACES.
       01  WS-ACCTID      PIC X(8)  VALUE SPACES.
       01  WS-SEGMENT     PIC X(10) VALUE SPACES.
           88  SEGMENT-VALID  VALUE "PLATINUM" "STANDARD".
       01  WS-CCY         PIC X(3)  VALUE SPACES.
       01  WS-BASE-CCY    PIC X(3)  VALUE "LKR".
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
       01  WS-CUSTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK        VALUE "00".
           88  CUSTMSTR-EOF       VALUE "10".
       01  WS-ACCTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK        VALUE "00".
           88  ACCTMSTR-EOF       VALUE "10".
       01  WS-CUSTHIST-STATUS  PIC X(2) VALUE SPACES.
       01  WS-ACCTHIST-STATUS  PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS   PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK         VALUE "00".
       01  WS-FXRATE-STATUS    PIC X(2) VALUE SPACES.
           88  FXRATE-OK          VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE SPACES.
           88  RUNCTL-OK          VALUE "00".
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CUST-SEQ          PIC 9(9)  VALUE 0.
       01  WS-ACCT-SEQ          PIC 9(8)  VALUE 0.
       01  WS-HIGH-SEQ          PIC 9(9)  VALUE 0.
       01  WS-ID-FREE           PIC X(1)  VALUE "N".
           88  ID-FREE              VALUE "Y".
       01  WS-ALERT-EDIT        PIC -9(9).99.
       01  WS-CUST-OK           PIC X(1)  VALUE "N".
           88  CUSTOMER-OK          VALUE "Y".
       01  WS-ACCT-OK           PIC X(1)  VALUE "N".
           88  ACCOUNT-OK           VALUE "Y".
       01  WS-NIC-HOLDER        PIC X(10) VALUE SPACES.

       01  WS-WATCHLST-STATUS   PIC X(2) VALUE SPACES.
           88  WATCHLST-EOF         VALUE "10".
       01  WS-WL-UNUSABLE       PIC X(1) VALUE "N".
           88  WATCHLIST-UNUSABLE   VALUE "Y".
       01  WS-NIC-LISTED        PIC X(1) VALUE "N".
           88  NIC-LISTED           VALUE "Y".
       01  WS-WL-MAX           PIC 9(3) VALUE 100.
       01  WS-WL-COUNT         PIC 9(3) VALUE 0.
       01  WS-WL-IDX           PIC 9(3) VALUE 0.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 100 TIMES.
               10  WS-WL-NIC        PIC X(12).
               10  WS-WL-NAME       PIC X(30).

       01  WS-REQUEST-COUNT     PIC 9(7) VALUE 0.
       01  WS-CUST-ADDED        PIC 9(7) VALUE 0.
       01  WS-ACCT-ADDED        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-DATE = SPACES
              DISPLAY "ONBOARD: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-WATCH-LIST
           IF WATCHLIST-UNUSABLE
              GOBACK
           END-IF

           OPEN INPUT ONB-INPUT-FILE
           OPEN I-O CUST-MASTER-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN EXTEND CUST-HIST-FILE
           OPEN EXTEND ACCT-HIST-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN INPUT FX-RATE-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE ONB-INPUT-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-HIST-FILE
           CLOSE ACCT-HIST-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE FX-RATE-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "ONBOARD: " WS-REQUEST-COUNT " REQUESTS, "
              WS-CUST-ADDED " CUSTOMERS AND " WS-ACCT-ADDED
              " ACCOUNTS ADDED FOR " WS-RUN-DATE
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

       READ-NEXT-INPUT-LINE.
           READ ONB-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-NAME WS-NIC WS-MOBILE WS-RISK
           MOVE SPACES TO WS-FEED WS-ALERT WS-ALERT-AMT WS-TAX
           MOVE SPACES TO WS-TAX-EXP WS-CUSTID WS-ACCTID WS-SEGMENT
           MOVE SPACES TO WS-CCY WS-OPERATOR WS-REASON
           MOVE 0 TO WS-ALERT-NUM
           MOVE "N" TO WS-CUST-OK WS-ACCT-OK
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

           IF NOT (ACTION-CUSTOMER OR ACTION-ACCOUNT OR ACTION-BOTH)
              OR (ACTION-ACCOUNT AND WS-CUSTID = SPACES)
              OR (NOT ACTION-ACCOUNT
                  AND (WS-NAME = SPACES OR WS-NIC = SPACES))
              OR (NOT ACTION-CUSTOMER
                  AND (WS-SEGMENT = SPACES OR WS-CCY = SPACES))
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 PERFORM ONBOARD-REQUEST
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:8) TO WS-ACTION
           END-IF
           IF WS-LINE(1:5) = "NAME="
              MOVE WS-LINE(6:30) TO WS-NAME
           END-IF
           IF WS-LINE(1:4) = "NIC="
              MOVE WS-LINE(5:12) TO WS-NIC
           END-IF
           IF WS-LINE(1:7) = "MOBILE="
              MOVE WS-LINE(8:12) TO WS-MOBILE
           END-IF
           IF WS-LINE(1:5) = "RISK="
              MOVE WS-LINE(6:10) TO WS-RISK
           END-IF
           IF WS-LINE(1:5) = "FEED="
              MOVE WS-LINE(6:1) TO WS-FEED
           END-IF
           IF WS-LINE(1:6) = "ALERT="
              MOVE WS-LINE(7:1) TO WS-ALERT
           END-IF
           IF WS-LINE(1:9) = "ALERTAMT="
              MOVE WS-LINE(10:20) TO WS-ALERT-AMT
           END-IF
           IF WS-LINE(1:10) = "TAXSTATUS="
              MOVE WS-LINE(11:1) TO WS-TAX
           END-IF
           IF WS-LINE(1:10) = "TAXEXPIRY="
              MOVE WS-LINE(11:8) TO WS-TAX-EXP
           END-IF
           IF WS-LINE(1:7) = "CUSTID="
              MOVE WS-LINE(8:10) TO WS-CUSTID
           END-IF
           IF WS-LINE(1:8) = "SEGMENT="
              MOVE WS-LINE(9:10) TO WS-SEGMENT
           END-IF
           IF WS-LINE(1:4) = "CCY="
              MOVE WS-LINE(5:3) TO WS-CCY
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE "ONBOARD"              TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

      * Everything the block asks for is checked before anything is
      * written, so a BOTH block whose account would fail leaves no
      * customer behind.
       ONBOARD-REQUEST.
           MOVE "REJECTED" TO WS-STATUS
           IF ACTION-ACCOUNT
              PERFORM CHECK-EXISTING-CUSTOMER
              SET CUSTOMER-OK TO TRUE
           ELSE
              PERFORM CHECK-NEW-CUSTOMER
           END-IF
           IF WS-REASON = SPACES AND NOT ACTION-CUSTOMER
              PERFORM CHECK-NEW-ACCOUNT
           END-IF
           IF WS-REASON = SPACES
              IF NOT ACTION-ACCOUNT
                 PERFORM ADD-CUSTOMER
              END-IF
              IF NOT ACTION-CUSTOMER
                 PERFORM ADD-ACCOUNT
              END-IF
              MOVE "APPROVED" TO WS-STATUS
           END-IF.

       CHECK-EXISTING-CUSTOMER.
           MOVE WS-CUSTID TO CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT CUSTMSTR-OK
              MOVE "CUSTOMER NOT FOUND" TO WS-REASON
           END-IF.

       CHECK-NEW-CUSTOMER.
           IF WS-RISK = SPACES
              MOVE "MEDIUM" TO WS-RISK
           END-IF
           IF WS-FEED = SPACES
              MOVE "N" TO WS-FEED
           END-IF
           IF WS-ALERT = SPACES
              MOVE "N" TO WS-ALERT
           END-IF
           IF WS-TAX = SPACES
              MOVE "R" TO WS-TAX
           END-IF
           IF WS-ALERT-AMT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ALERT-AMT))
                 TO WS-ALERT-NUM
           END-IF
           EVALUATE TRUE
              WHEN NOT ((WS-NIC(1:9) IS NUMERIC
                         AND (WS-NIC(10:1) = "V" OR "X")
                         AND WS-NIC(11:2) = SPACES)
                        OR WS-NIC IS NUMERIC)
                 MOVE "INVALID NIC FORMAT" TO WS-REASON
              WHEN NOT RISK-VALID
                 MOVE "INVALID RISK" TO WS-REASON
              WHEN NOT FEED-VALID
                 MOVE "INVALID FEED FLAG" TO WS-REASON
              WHEN NOT ALERT-VALID
                 MOVE "INVALID ALERT FLAG" TO WS-REASON
              WHEN WS-ALERT-NUM < 0
                 MOVE "INVALID ALERT AMOUNT" TO WS-REASON
              WHEN NOT TAX-VALID
                 MOVE "INVALID TAX STATUS" TO WS-REASON
              WHEN WS-TAX = "E" AND WS-TAX-EXP NOT NUMERIC
                 MOVE "EXEMPTION NEEDS TAXEXPIRY" TO WS-REASON
              WHEN OTHER
                 PERFORM CHECK-NIC-AGAINST-WATCH-LIST
                 IF NIC-LISTED
                    MOVE "NIC ON WATCH LIST - COMPLIANCE"
                       TO WS-REASON
                 ELSE
                    PERFORM FIND-NIC-HOLDER
                    IF WS-NIC-HOLDER NOT = SPACES
                       MOVE SPACES TO WS-REASON
                       STRING "NIC HELD BY " WS-NIC-HOLDER
                          DELIMITED BY SIZE INTO WS-REASON
                    ELSE
                       SET CUSTOMER-OK TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-TAX NOT = "E"
              MOVE SPACES TO WS-TAX-EXP
           END-IF.

      * The master is keyed by customer number, so the NIC can only
      * be found by reading it end to end.
       FIND-NIC-HOLDER.
           MOVE SPACES TO WS-NIC-HOLDER
           MOVE LOW-VALUES TO CUST-ID
           MOVE SPACES TO WS-CUSTMSTR-STATUS
           START CUST-MASTER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET CUSTMSTR-EOF TO TRUE
           END-START
           IF NOT CUSTMSTR-EOF
              PERFORM READ-NEXT-CUSTOMER
              PERFORM UNTIL CUSTMSTR-EOF
                 OR WS-NIC-HOLDER NOT = SPACES
                 IF CUST-NIC = WS-NIC
                    MOVE CUST-ID TO WS-NIC-HOLDER
                 END-IF
                 PERFORM READ-NEXT-CUSTOMER
              END-PERFORM
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END SET CUSTMSTR-EOF TO TRUE
           END-READ.

      * A currency is one the cycle carries when it is the base
      * currency or FXLOAD keeps a rate from it to base.
       CHECK-NEW-ACCOUNT.
           IF NOT SEGMENT-VALID
              MOVE "SEGMENT NOT SUPPORTED" TO WS-REASON
           ELSE
              IF WS-CCY NOT = WS-BASE-CCY
                 MOVE WS-CCY      TO FX-CCY-FROM
                 MOVE WS-BASE-CCY TO FX-CCY-TO
                 READ FX-RATE-FILE
                     INVALID KEY
                         CONTINUE
                 END-READ
                 IF NOT FXRATE-OK
                    MOVE "CURRENCY NOT SUPPORTED" TO WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES
              SET ACCOUNT-OK TO TRUE
           END-IF.

       ADD-CUSTOMER.
           PERFORM NEXT-CUSTOMER-NUMBER
           MOVE WS-CUSTID     TO CUST-ID
           MOVE WS-NAME       TO CUST-NAME
           MOVE WS-NIC        TO CUST-NIC
           MOVE WS-MOBILE     TO CUST-MOBILE
           MOVE WS-RISK       TO CUST-RISK
           MOVE WS-FEED       TO CUST-STMT-FEED
           MOVE WS-ALERT      TO CUST-ALERT-OPTIN
           MOVE WS-ALERT-NUM  TO CUST-ALERT-AMT
           MOVE WS-TAX        TO CUST-TAX-STATUS
           MOVE WS-TAX-EXP    TO CUST-TAX-EXEMPT-EXP
           WRITE CUSTOMER-RECORD
           MOVE "CREATED"     TO HIST-FIELD
           MOVE SPACES        TO HIST-OLD-VALUE
           MOVE WS-NAME       TO HIST-NEW-VALUE
           PERFORM WRITE-CUST-HISTORY-ENTRY
           MOVE "NIC"         TO HIST-FIELD
           MOVE SPACES        TO HIST-OLD-VALUE
           MOVE WS-NIC        TO HIST-NEW-VALUE
           PERFORM WRITE-CUST-HISTORY-ENTRY
           ADD 1 TO WS-CUST-ADDED.

       ADD-ACCOUNT.
           PERFORM NEXT-ACCOUNT-NUMBER
           MOVE WS-ACCTID     TO ACCT-ID
           MOVE WS-CUSTID     TO ACCT-CUSTID
           MOVE WS-SEGMENT    TO ACCT-SEGMENT
           MOVE WS-CCY        TO ACCT-CCY
           MOVE 0             TO ACCT-BALANCE
           SET ACCT-OPEN      TO TRUE
           MOVE 0             TO ACCT-OD-LIMIT
           WRITE ACCOUNT-RECORD
           MOVE WS-ACCTID     TO AHIST-ACCTID
           MOVE FUNCTION CURRENT-DATE TO AHIST-TIMESTAMP
           MOVE WS-RUN-DATE   TO AHIST-TIMESTAMP(1:8)
           MOVE "OPENED"      TO AHIST-FIELD
           MOVE SPACES        TO AHIST-OLD-VALUE
           MOVE SPACES        TO AHIST-NEW-VALUE
           STRING WS-CUSTID " " WS-SEGMENT " " WS-CCY
              DELIMITED BY SIZE INTO AHIST-NEW-VALUE
           MOVE WS-OPERATOR   TO AHIST-OPERATOR
           WRITE AHIST-RECORD
           ADD 1 TO WS-ACCT-ADDED.

       WRITE-CUST-HISTORY-ENTRY.
           MOVE WS-CUSTID              TO HIST-CUSTID
           MOVE FUNCTION CURRENT-DATE  TO HIST-TIMESTAMP
           MOVE WS-RUN-DATE            TO HIST-TIMESTAMP(1:8)
           MOVE WS-OPERATOR            TO HIST-OPERATOR
           WRITE HIST-RECORD.

      * The customer number comes from the AUTHCTL "C" record. Its
      * first issue seeds the record from the highest number the
      * master already holds, and a number already on the master is
      * passed over.
       NEXT-CUSTOMER-NUMBER.
           MOVE "C" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF AUTHCTL-OK
              MOVE AUTHCTL-ID-SEQ TO WS-CUST-SEQ
           ELSE
              PERFORM FIND-HIGHEST-CUSTOMER
              MOVE WS-HIGH-SEQ TO WS-CUST-SEQ
           END-IF
           MOVE "N" TO WS-ID-FREE
           PERFORM UNTIL ID-FREE
              ADD 1 TO WS-CUST-SEQ
              MOVE SPACES TO WS-CUSTID
              STRING "C" WS-CUST-SEQ DELIMITED BY SIZE
                 INTO WS-CUSTID
              MOVE WS-CUSTID TO CUST-ID
              READ CUST-MASTER-FILE
                  INVALID KEY
                      SET ID-FREE TO TRUE
              END-READ
           END-PERFORM
           MOVE "C" TO AUTHCTL-KEY
           MOVE SPACES TO AUTHCTL-ID-SEQ-AREA
           MOVE WS-CUST-SEQ TO AUTHCTL-ID-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF.

       FIND-HIGHEST-CUSTOMER.
           MOVE 0 TO WS-HIGH-SEQ
           MOVE LOW-VALUES TO CUST-ID
           MOVE SPACES TO WS-CUSTMSTR-STATUS
           START CUST-MASTER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET CUSTMSTR-EOF TO TRUE
           END-START
           IF NOT CUSTMSTR-EOF
              PERFORM READ-NEXT-CUSTOMER
              PERFORM UNTIL CUSTMSTR-EOF
                 IF CUST-ID(1:1) = "C" AND CUST-ID(2:9) IS NUMERIC
                    AND CUST-ID(2:9) > WS-HIGH-SEQ
                    MOVE CUST-ID(2:9) TO WS-HIGH-SEQ
                 END-IF
                 PERFORM READ-NEXT-CUSTOMER
              END-PERFORM
           END-IF.

      * The account number comes from the AUTHCTL "N" record the
      * same way.
       NEXT-ACCOUNT-NUMBER.
           MOVE "N" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF AUTHCTL-OK
              MOVE AUTHCTL-ID-SEQ TO WS-ACCT-SEQ
           ELSE
              PERFORM FIND-HIGHEST-ACCOUNT
              MOVE WS-HIGH-SEQ TO WS-ACCT-SEQ
           END-IF
           MOVE "N" TO WS-ID-FREE
           PERFORM UNTIL ID-FREE
              ADD 1 TO WS-ACCT-SEQ
              MOVE WS-ACCT-SEQ TO WS-ACCTID
              MOVE WS-ACCTID TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      SET ID-FREE TO TRUE
              END-READ
           END-PERFORM
           MOVE "N" TO AUTHCTL-KEY
           MOVE SPACES TO AUTHCTL-ID-SEQ-AREA
           MOVE WS-ACCT-SEQ TO AUTHCTL-ID-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF.

       FIND-HIGHEST-ACCOUNT.
           MOVE 0 TO WS-HIGH-SEQ
           MOVE LOW-VALUES TO ACCT-ID
           MOVE SPACES TO WS-ACCTMSTR-STATUS
           START ACCT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   SET ACCTMSTR-EOF TO TRUE
           END-START
           IF NOT ACCTMSTR-EOF
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL ACCTMSTR-EOF
                 IF ACCT-ID IS NUMERIC AND ACCT-ID > WS-HIGH-SEQ
                    MOVE ACCT-ID TO WS-HIGH-SEQ
                 END-IF
                 PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END SET ACCTMSTR-EOF TO TRUE
           END-READ.

       WRITE-REQUEST-RESULT.
           IF WS-STATUS NOT = "APPROVED"
              IF NOT ACTION-ACCOUNT
                 MOVE SPACES TO WS-CUSTID
              END-IF
              MOVE SPACES TO WS-ACCTID
           END-IF
           STRING
             'JSON:{"type":"Onboarding",'
             '"action":"' WS-ACTION '",'
             '"customerId":"' WS-CUSTID '",'
             '"accountId":"' WS-ACCTID '",'
             '"segment":"' WS-SEGMENT '",'
             '"ccy":"' WS-CCY '",'
             '"status":"' WS-STATUS '",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON.

      * A screening control must fail closed: a missing or
      * unreadable list file refuses the run, and so does a list too
      * big for the table - the entries past it would be exactly the
      * ones nobody checks.
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCHLST-STATUS NOT = "00"
              DISPLAY "ONBOARD: WATCH LIST FILE NOT AVAILABLE "
                 "(STATUS " WS-WATCHLST-STATUS ") - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              SET WATCHLIST-UNUSABLE TO TRUE
              SET WATCHLST-EOF TO TRUE
           ELSE
              PERFORM READ-NEXT-WATCH-ENTRY
              PERFORM UNTIL WATCHLST-EOF
                 IF WATCH-NIC = SPACES AND WATCH-NAME = SPACES
                    PERFORM READ-NEXT-WATCH-ENTRY
                 ELSE
                    IF WS-WL-COUNT = WS-WL-MAX
                       DISPLAY "ONBOARD: MORE THAN " WS-WL-MAX
                          " WATCH LIST ENTRIES - RUN REFUSED"
                       MOVE 8 TO RETURN-CODE
                       SET WATCHLIST-UNUSABLE TO TRUE
                       SET WATCHLST-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-WL-COUNT
                       MOVE WATCH-NIC  TO WS-WL-NIC(WS-WL-COUNT)
                       MOVE WATCH-NAME TO WS-WL-NAME(WS-WL-COUNT)
                       PERFORM READ-NEXT-WATCH-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE WATCH-LIST-FILE
           END-IF.

       READ-NEXT-WATCH-ENTRY.
           READ WATCH-LIST-FILE
               AT END SET WATCHLST-EOF TO TRUE
           END-READ.

       CHECK-NIC-AGAINST-WATCH-LIST.
           MOVE "N" TO WS-NIC-LISTED
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-COUNT
              IF WS-WL-NIC(WS-WL-IDX) NOT = SPACES
                 AND WS-WL-NIC(WS-WL-IDX) = WS-NIC
                 SET NIC-LISTED TO TRUE
              END-IF
           END-PERFORM.

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
              DISPLAY "ONBOARD: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
