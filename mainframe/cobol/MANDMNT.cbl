       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.

      * Direct debit mandate maintenance - adds, amends, suspends,
      * resumes and cancels the authorities customers give creditors
      * to collect from their accounts, which CLGPOST enforces on
      * every inbound clearing debit. Requests arrive on SYSIN as
      * blocks separated by a blank line, STOMAINT style:
      * ACTION=ADD/AMEND/SUSPEND/RESUME/CANCEL with ACCT= and
      * ORIGID= (the creditor's originator id as the network carries
      * it), and for ADD/AMEND whichever of MAXAMT=/FREQ=/STARTDATE=/
      * ENDDATE= applies, plus OPERATOR= for the audit trail. A
      * mandate can only be added to an account that exists on
      * ACCTMSTR and is not closed. Every change is logged
      * before/after to MANDHIST the way STOMAINT logs standing order
      * changes to STOHIST. A cancelled mandate is never reopened -
      * the creditor must be given a new authority - while a
      * suspended one is resumed as it stood. The collection fields
      * are CLGPOST's and are never changed here. Every block's
      * OPERATOR= must be active on the operator master (OPERMSTR)
      * with the maintain entitlement, or the block is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAND-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAND-KEY
              FILE STATUS IS WS-MANDMSTR-STATUS.

           SELECT MAND-HIST-FILE ASSIGN TO "MANDHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANDHIST-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

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
       FD  MAND-INPUT-FILE.
       01  MAND-INPUT-LINE    PIC X(80).

       FD  MANDATE-FILE.
           COPY MANDREC.

       FD  MAND-HIST-FILE.
           COPY MANDHIST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(7)  VALUE SPACES.
           88  ACTION-ADD     VALUE "ADD".
           88  ACTION-AMEND   VALUE "AMEND".
           88  ACTION-SUSPEND VALUE "SUSPEND".
           88  ACTION-RESUME  VALUE "RESUME".
           88  ACTION-CANCEL  VALUE "CANCEL".
       01  WS-ACCT        PIC X(8)  VALUE SPACES.
       01  WS-ORIG-ID     PIC X(10) VALUE SPACES.
       01  WS-AMOUNT      PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-NUM  PIC S9(9)V99 VALUE 0.
       01  WS-AMOUNT-EDIT PIC -9(9).99.
       01  WS-FREQ        PIC X(1)  VALUE SPACES.
           88  FREQ-VALID     VALUE "D" "W" "M".
       01  WS-START-DATE  PIC X(8)  VALUE SPACES.
       01  WS-END-DATE    PIC X(8)  VALUE SPACES.
       01  WS-NEW-START   PIC X(8)  VALUE SPACES.
       01  WS-NEW-END     PIC X(8)  VALUE SPACES.
       01  WS-CHK-DATE    PIC X(8)  VALUE SPACES.
       01  WS-DATE-VALID  PIC X(1)  VALUE "N".
           88  DATE-VALID     VALUE "Y".
       01  WS-DATES-OK    PIC X(1)  VALUE "Y".
           88  DATES-OK       VALUE "Y".
       01  WS-DATE-WORK.
           05  WS-DW-YEAR       PIC 9(4).
           05  WS-DW-MONTH      PIC 9(2).
           05  WS-DW-DAY        PIC 9(2).
       01  WS-MONTH-DAYS  PIC 9(2)  VALUE 0.
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
       01  WS-MANDMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  MANDMSTR-OK        VALUE "00".
       01  WS-MANDHIST-STATUS  PIC X(2) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK        VALUE "00".
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-MANDATE-FOUND    PIC X(1) VALUE "N".
           88  MANDATE-FOUND      VALUE "Y".
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT MAND-INPUT-FILE
           OPEN I-O MANDATE-FILE
           OPEN EXTEND MAND-HIST-FILE
           OPEN INPUT ACCT-MASTER-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE MAND-INPUT-FILE
           CLOSE MANDATE-FILE
           CLOSE MAND-HIST-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "MANDMNT: " WS-REQUEST-COUNT " REQUESTS PROCESSED"
           GOBACK.

       READ-NEXT-INPUT-LINE.
           READ MAND-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-ACCT WS-ORIG-ID
           MOVE SPACES TO WS-AMOUNT WS-FREQ
           MOVE SPACES TO WS-START-DATE WS-END-DATE WS-OPERATOR
           MOVE 0 TO WS-AMOUNT-NUM
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

           IF WS-ACCT = SPACES OR WS-ORIG-ID = SPACES
              OR NOT (ACTION-ADD OR ACTION-AMEND OR ACTION-SUSPEND
                      OR ACTION-RESUME OR ACTION-CANCEL)
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 PERFORM LOOKUP-MANDATE
                 EVALUATE TRUE
                    WHEN ACTION-ADD
                       PERFORM ADD-MANDATE
                    WHEN ACTION-AMEND
                       PERFORM AMEND-MANDATE
                    WHEN ACTION-SUSPEND
                       PERFORM SUSPEND-MANDATE
                    WHEN ACTION-RESUME
                       PERFORM RESUME-MANDATE
                    WHEN ACTION-CANCEL
                       PERFORM CANCEL-MANDATE
                 END-EVALUATE
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:7) TO WS-ACTION
           END-IF
           IF WS-LINE(1:5) = "ACCT="
              MOVE WS-LINE(6:8) TO WS-ACCT
           END-IF
           IF WS-LINE(1:7) = "ORIGID="
              MOVE WS-LINE(8:10) TO WS-ORIG-ID
           END-IF
           IF WS-LINE(1:7) = "MAXAMT="
              MOVE WS-LINE(8:20) TO WS-AMOUNT
           END-IF
           IF WS-LINE(1:5) = "FREQ="
              MOVE WS-LINE(6:1) TO WS-FREQ
           END-IF
           IF WS-LINE(1:10) = "STARTDATE="
              MOVE WS-LINE(11:8) TO WS-START-DATE
           END-IF
           IF WS-LINE(1:8) = "ENDDATE="
              MOVE WS-LINE(9:8) TO WS-END-DATE
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE "MANDMNT"              TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

       LOOKUP-MANDATE.
           MOVE "N" TO WS-MANDATE-FOUND
           MOVE WS-ACCT    TO MAND-ACCT
           MOVE WS-ORIG-ID TO MAND-ORIG-ID
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MANDATE-FOUND TO TRUE
           END-READ.

      * A mandate lets a third party take money out, so it may only
      * be given over an account we hold and have not closed.
       ADD-MANDATE.
           IF MANDATE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MANDATE ALREADY EXISTS" TO WS-REASON
           ELSE
              MOVE WS-ACCT TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF WS-AMOUNT NOT = SPACES
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT))
                    TO WS-AMOUNT-NUM
              END-IF
              IF NOT ACCTMSTR-OK
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "ACCOUNT NOT FOUND" TO WS-REASON
              ELSE
              IF ACCT-CLOSED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "ACCOUNT CLOSED" TO WS-REASON
              ELSE
              IF WS-AMOUNT = SPACES OR WS-START-DATE = SPACES
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MISSING REQUIRED FIELD" TO WS-REASON
              ELSE
                 IF NOT FREQ-VALID
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID FREQUENCY" TO WS-REASON
                 ELSE
                    MOVE WS-START-DATE TO WS-NEW-START
                    MOVE WS-END-DATE   TO WS-NEW-END
                    PERFORM CHECK-REQUEST-DATES
                    IF NOT DATES-OK
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE "INVALID DATE" TO WS-REASON
                    ELSE
                       IF WS-AMOUNT-NUM NOT > 0
                          MOVE "REJECTED" TO WS-STATUS
                          MOVE "INVALID AMOUNT" TO WS-REASON
                       ELSE
                          PERFORM WRITE-NEW-MANDATE
                       END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      * Both dates are checked against the real calendar - CLGPOST
      * compares them with the business date on every debit - and
      * the end date, when there is one, may not come before the
      * start date the mandate will have once the request lands.
       CHECK-REQUEST-DATES.
           MOVE "Y" TO WS-DATES-OK
           IF WS-START-DATE NOT = SPACES
              MOVE WS-START-DATE TO WS-CHK-DATE
              PERFORM VALIDATE-MANDATE-DATE
              IF NOT DATE-VALID
                 MOVE "N" TO WS-DATES-OK
              END-IF
           END-IF
           IF WS-END-DATE NOT = SPACES
              MOVE WS-END-DATE TO WS-CHK-DATE
              PERFORM VALIDATE-MANDATE-DATE
              IF NOT DATE-VALID
                 MOVE "N" TO WS-DATES-OK
              END-IF
           END-IF
           IF DATES-OK AND WS-NEW-END NOT = SPACES
              AND WS-NEW-END < WS-NEW-START
              MOVE "N" TO WS-DATES-OK
           END-IF.

       VALIDATE-MANDATE-DATE.
           MOVE "N" TO WS-DATE-VALID
           IF WS-CHK-DATE NUMERIC
              MOVE WS-CHK-DATE TO WS-DATE-WORK
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

       WRITE-NEW-MANDATE.
           MOVE WS-ACCT       TO MAND-ACCT
           MOVE WS-ORIG-ID    TO MAND-ORIG-ID
           MOVE WS-AMOUNT-NUM TO MAND-MAX-AMOUNT
           MOVE WS-FREQ       TO MAND-FREQ
           MOVE WS-START-DATE TO MAND-START-DATE
           MOVE WS-END-DATE   TO MAND-END-DATE
           SET MAND-ACTIVE    TO TRUE
           MOVE SPACES        TO MAND-LAST-COLL-DATE
           MOVE 0             TO MAND-LAST-COLL-AMOUNT
           MOVE 0             TO MAND-COLL-COUNT
           WRITE MAND-RECORD
           MOVE "ADDED"       TO MHIST-FIELD
           MOVE SPACES        TO MHIST-OLD-VALUE
           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO MHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       AMEND-MANDATE.
           IF NOT MANDATE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MANDATE NOT FOUND" TO WS-REASON
           ELSE
              IF MAND-CANCELLED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MANDATE CANCELLED" TO WS-REASON
              ELSE
                 MOVE MAND-START-DATE TO WS-NEW-START
                 IF WS-START-DATE NOT = SPACES
                    MOVE WS-START-DATE TO WS-NEW-START
                 END-IF
                 MOVE MAND-END-DATE TO WS-NEW-END
                 IF WS-END-DATE NOT = SPACES
                    MOVE WS-END-DATE TO WS-NEW-END
                 END-IF
                 PERFORM CHECK-REQUEST-DATES
                 IF NOT DATES-OK
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID DATE" TO WS-REASON
                 ELSE
                 IF WS-AMOUNT NOT = SPACES
                    AND FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT))
                       NOT > 0
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID AMOUNT" TO WS-REASON
                 ELSE
                 IF WS-FREQ NOT = SPACES AND NOT FREQ-VALID
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID FREQUENCY" TO WS-REASON
                 ELSE
                    PERFORM APPLY-MANDATE-AMENDMENTS
                    REWRITE MAND-RECORD
                    MOVE "APPROVED" TO WS-STATUS
                    MOVE SPACES     TO WS-REASON
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-MANDATE-AMENDMENTS.
           IF WS-AMOUNT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT))
                 TO WS-AMOUNT-NUM
              IF WS-AMOUNT-NUM NOT = MAND-MAX-AMOUNT
                 MOVE MAND-MAX-AMOUNT TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT  TO MHIST-OLD-VALUE
                 MOVE WS-AMOUNT-NUM   TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT  TO MHIST-NEW-VALUE
                 MOVE "MAXAMT"        TO MHIST-FIELD
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-AMOUNT-NUM   TO MAND-MAX-AMOUNT
              END-IF
           END-IF
           IF WS-FREQ NOT = SPACES AND WS-FREQ NOT = MAND-FREQ
              MOVE MAND-FREQ TO MHIST-OLD-VALUE
              MOVE WS-FREQ   TO MHIST-NEW-VALUE
              MOVE "FREQ"    TO MHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-FREQ   TO MAND-FREQ
           END-IF
           IF WS-START-DATE NOT = SPACES
              AND WS-START-DATE NOT = MAND-START-DATE
              MOVE MAND-START-DATE TO MHIST-OLD-VALUE
              MOVE WS-START-DATE   TO MHIST-NEW-VALUE
              MOVE "STARTDATE"     TO MHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-START-DATE   TO MAND-START-DATE
           END-IF
           IF WS-END-DATE NOT = SPACES
              AND WS-END-DATE NOT = MAND-END-DATE
              MOVE MAND-END-DATE TO MHIST-OLD-VALUE
              MOVE WS-END-DATE   TO MHIST-NEW-VALUE
              MOVE "ENDDATE"     TO MHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-END-DATE   TO MAND-END-DATE
           END-IF.

       SUSPEND-MANDATE.
           IF NOT MANDATE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MANDATE NOT FOUND" TO WS-REASON
           ELSE
              IF NOT MAND-ACTIVE
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MANDATE NOT ACTIVE" TO WS-REASON
              ELSE
                 MOVE MAND-STATUS TO MHIST-OLD-VALUE
                 SET MAND-SUSPENDED TO TRUE
                 PERFORM LOG-STATUS-CHANGE
              END-IF
           END-IF.

       RESUME-MANDATE.
           IF NOT MANDATE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MANDATE NOT FOUND" TO WS-REASON
           ELSE
              IF NOT MAND-SUSPENDED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MANDATE NOT SUSPENDED" TO WS-REASON
              ELSE
                 MOVE MAND-STATUS TO MHIST-OLD-VALUE
                 SET MAND-ACTIVE TO TRUE
                 PERFORM LOG-STATUS-CHANGE
              END-IF
           END-IF.

       CANCEL-MANDATE.
           IF NOT MANDATE-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MANDATE NOT FOUND" TO WS-REASON
           ELSE
              IF MAND-CANCELLED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MANDATE CANCELLED" TO WS-REASON
              ELSE
                 MOVE MAND-STATUS TO MHIST-OLD-VALUE
                 SET MAND-CANCELLED TO TRUE
                 PERFORM LOG-STATUS-CHANGE
              END-IF
           END-IF.

       LOG-STATUS-CHANGE.
           MOVE MAND-STATUS TO MHIST-NEW-VALUE
           MOVE "STATUS"    TO MHIST-FIELD
           PERFORM WRITE-HISTORY-ENTRY
           REWRITE MAND-RECORD
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       WRITE-HISTORY-ENTRY.
           MOVE WS-ACCT                TO MHIST-ACCT
           MOVE WS-ORIG-ID             TO MHIST-ORIG-ID
           MOVE FUNCTION CURRENT-DATE  TO MHIST-TIMESTAMP
           MOVE WS-OPERATOR            TO MHIST-OPERATOR
           WRITE MHIST-RECORD.

       WRITE-REQUEST-RESULT.
           STRING
             'JSON:{"type":"MandateMaint",'
             '"action":"' WS-ACTION '",'
             '"acct":"' WS-ACCT '",'
             '"origId":"' WS-ORIG-ID '",'
             '"status":"' WS-STATUS '",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON.

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
              DISPLAY "MANDMNT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
