       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWPMAINT.

      * Balance sweep maintenance - adds, amends, suspends, resumes
      * and cancels the corporate sweep instructions the nightly
      * SWEEPRUN step executes. Requests arrive on SYSIN as blocks
      * separated by a blank line, STOMAINT style: ACTION=ADD/AMEND/
      * SUSPEND/RESUME/CANCEL with SWPID=, and for ADD the GROUP=,
      * SOURCE=, TARGET=, DIRECTION= (C concentrate, T top-up),
      * TARGETAMT= and - for a top-up - FLOORAMT= of the
      * instruction, plus OPERATOR= for the audit trail. Both
      * accounts must be on the account master, not closed, and in
      * the same currency - a sweep never converts. An AMEND may
      * change the group and the two amounts only: the accounts and
      * the direction are what a sweep is, so re-pointing one means
      * cancelling it and adding a new instruction, which leaves the
      * whole change on the SWPHIST trail. A top-up's floor may not
      * exceed the level it tops up to. Every change is logged
      * before/after to SWPHIST the way STOMAINT logs to STOHIST,
      * and every block's OPERATOR= must be active on the operator
      * master (OPERMSTR) with the maintain entitlement, or the
      * block is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWP-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT SWP-MASTER-FILE ASSIGN TO "SWPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWP-ID
              FILE STATUS IS WS-SWPMSTR-STATUS.

           SELECT SWP-HIST-FILE ASSIGN TO "SWPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SWPHIST-STATUS.

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
       FD  SWP-INPUT-FILE.
       01  SWP-INPUT-LINE     PIC X(80).

       FD  SWP-MASTER-FILE.
           COPY SWPREC.

       FD  SWP-HIST-FILE.
           COPY SWPHIST.

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
       01  WS-SWPID       PIC X(10) VALUE SPACES.
       01  WS-GROUP       PIC X(10) VALUE SPACES.
       01  WS-SOURCE      PIC X(8)  VALUE SPACES.
       01  WS-TARGET      PIC X(8)  VALUE SPACES.
       01  WS-DIRECTION   PIC X(1)  VALUE SPACES.
           88  DIRECTION-VALID VALUE "C" "T".
       01  WS-TARGET-AMT  PIC X(20) VALUE SPACES.
       01  WS-FLOOR-AMT   PIC X(20) VALUE SPACES.
       01  WS-TARGET-NUM  PIC S9(9)V99 VALUE 0.
       01  WS-FLOOR-NUM   PIC S9(9)V99 VALUE 0.
       01  WS-AMOUNT-EDIT PIC -9(9).99.
       01  WS-SOURCE-CCY  PIC X(3)  VALUE SPACES.
       01  WS-ACCOUNTS-OK PIC X(1)  VALUE "N".
           88  ACCOUNTS-OK    VALUE "Y".
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
       01  WS-SWPMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  SWPMSTR-OK         VALUE "00".
       01  WS-SWPHIST-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK        VALUE "00".
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-SWEEP-FOUND      PIC X(1) VALUE "N".
           88  SWEEP-FOUND        VALUE "Y".
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT SWP-INPUT-FILE
           OPEN I-O SWP-MASTER-FILE
           OPEN EXTEND SWP-HIST-FILE
           OPEN INPUT ACCT-MASTER-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE SWP-INPUT-FILE
           CLOSE SWP-MASTER-FILE
           CLOSE SWP-HIST-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "SWPMAINT: " WS-REQUEST-COUNT " REQUESTS PROCESSED"
           GOBACK.

       READ-NEXT-INPUT-LINE.
           READ SWP-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-SWPID WS-GROUP WS-SOURCE
           MOVE SPACES TO WS-TARGET WS-DIRECTION WS-OPERATOR
           MOVE SPACES TO WS-TARGET-AMT WS-FLOOR-AMT
           MOVE 0 TO WS-TARGET-NUM WS-FLOOR-NUM
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

           IF WS-SWPID = SPACES
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
                 PERFORM LOOKUP-SWEEP
                 EVALUATE TRUE
                    WHEN ACTION-ADD
                       PERFORM ADD-SWEEP
                    WHEN ACTION-AMEND
                       PERFORM AMEND-SWEEP
                    WHEN ACTION-SUSPEND
                       PERFORM SUSPEND-SWEEP
                    WHEN ACTION-RESUME
                       PERFORM RESUME-SWEEP
                    WHEN ACTION-CANCEL
                       PERFORM CANCEL-SWEEP
                 END-EVALUATE
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:7) TO WS-ACTION
           END-IF
           IF WS-LINE(1:6) = "SWPID="
              MOVE WS-LINE(7:10) TO WS-SWPID
           END-IF
           IF WS-LINE(1:6) = "GROUP="
              MOVE WS-LINE(7:10) TO WS-GROUP
           END-IF
           IF WS-LINE(1:7) = "SOURCE="
              MOVE WS-LINE(8:8) TO WS-SOURCE
           END-IF
           IF WS-LINE(1:7) = "TARGET="
              MOVE WS-LINE(8:8) TO WS-TARGET
           END-IF
           IF WS-LINE(1:10) = "DIRECTION="
              MOVE WS-LINE(11:1) TO WS-DIRECTION
           END-IF
           IF WS-LINE(1:10) = "TARGETAMT="
              MOVE WS-LINE(11:20) TO WS-TARGET-AMT
           END-IF
           IF WS-LINE(1:9) = "FLOORAMT="
              MOVE WS-LINE(10:20) TO WS-FLOOR-AMT
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE "SWPMAINT"             TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

       LOOKUP-SWEEP.
           MOVE "N" TO WS-SWEEP-FOUND
           MOVE WS-SWPID TO SWP-ID
           READ SWP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SWEEP-FOUND TO TRUE
           END-READ.

       ADD-SWEEP.
           IF SWEEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SWEEP ALREADY EXISTS" TO WS-REASON
           ELSE
              IF WS-GROUP = SPACES OR WS-SOURCE = SPACES
                 OR WS-TARGET = SPACES OR WS-TARGET-AMT = SPACES
                 OR (WS-DIRECTION = "T" AND WS-FLOOR-AMT = SPACES)
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "MISSING REQUIRED FIELD" TO WS-REASON
              ELSE
                 IF NOT DIRECTION-VALID
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "INVALID DIRECTION" TO WS-REASON
                 ELSE
                    IF WS-SOURCE = WS-TARGET
                       MOVE "REJECTED" TO WS-STATUS
                       MOVE "SOURCE AND TARGET THE SAME" TO WS-REASON
                    ELSE
                       MOVE FUNCTION NUMVAL(
                          FUNCTION TRIM(WS-TARGET-AMT)) TO WS-TARGET-NUM
                       IF WS-DIRECTION = "T"
                          MOVE FUNCTION NUMVAL(
                             FUNCTION TRIM(WS-FLOOR-AMT))
                             TO WS-FLOOR-NUM
                       ELSE
                          MOVE 0 TO WS-FLOOR-NUM
                       END-IF
                       PERFORM CHECK-SWEEP-AMOUNTS
                       IF WS-STATUS NOT = "REJECTED"
                          PERFORM CHECK-SWEEP-ACCOUNTS
                          IF ACCOUNTS-OK
                             PERFORM WRITE-NEW-SWEEP
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * A balance left behind or topped up to can be nothing below
      * zero, and a top-up that fires above the level it restores
      * would move money every night for nothing.
       CHECK-SWEEP-AMOUNTS.
           MOVE SPACES TO WS-STATUS
           IF WS-TARGET-NUM < 0 OR WS-FLOOR-NUM < 0
              MOVE "REJECTED" TO WS-STATUS
              MOVE "INVALID AMOUNT" TO WS-REASON
           ELSE
              IF WS-FLOOR-NUM > WS-TARGET-NUM
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "FLOOR ABOVE TARGET AMOUNT" TO WS-REASON
              END-IF
           END-IF.

      * The nightly run re-checks status and balances; here the two
      * accounts only have to exist, be usable and share a currency.
       CHECK-SWEEP-ACCOUNTS.
           MOVE "N" TO WS-ACCOUNTS-OK
           MOVE WS-SOURCE TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT ACCTMSTR-OK OR ACCT-CLOSED
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SOURCE ACCOUNT NOT USABLE" TO WS-REASON
           ELSE
              MOVE ACCT-CCY TO WS-SOURCE-CCY
              MOVE WS-TARGET TO ACCT-ID
              READ ACCT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF NOT ACCTMSTR-OK OR ACCT-CLOSED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "TARGET ACCOUNT NOT USABLE" TO WS-REASON
              ELSE
                 IF ACCT-CCY NOT = WS-SOURCE-CCY
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "ACCOUNT CURRENCIES DIFFER" TO WS-REASON
                 ELSE
                    SET ACCOUNTS-OK TO TRUE
                 END-IF
              END-IF
           END-IF.

       WRITE-NEW-SWEEP.
           MOVE WS-SWPID      TO SWP-ID
           MOVE WS-GROUP      TO SWP-GROUP
           MOVE WS-SOURCE     TO SWP-SOURCE
           MOVE WS-TARGET     TO SWP-TARGET
           MOVE WS-DIRECTION  TO SWP-DIRECTION
           MOVE WS-TARGET-NUM TO SWP-TARGET-AMT
           MOVE WS-FLOOR-NUM  TO SWP-FLOOR-AMT
           SET SWP-ACTIVE     TO TRUE
           MOVE SPACES        TO SWP-LAST-DATE
           MOVE 0             TO SWP-LAST-AMOUNT
           MOVE SPACES        TO SWP-LAST-AUTH
           WRITE SWP-RECORD
           MOVE "ADDED"       TO SWHIST-FIELD
           MOVE SPACES        TO SWHIST-OLD-VALUE
           MOVE SPACES        TO SWHIST-NEW-VALUE
           STRING SWP-DIRECTION " " SWP-SOURCE " TO " SWP-TARGET
              DELIMITED BY SIZE INTO SWHIST-NEW-VALUE
           PERFORM WRITE-HISTORY-ENTRY
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       AMEND-SWEEP.
           IF NOT SWEEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SWEEP NOT FOUND" TO WS-REASON
           ELSE
              IF SWP-CANCELLED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "SWEEP CANCELLED" TO WS-REASON
              ELSE
                 IF WS-SOURCE NOT = SPACES OR WS-TARGET NOT = SPACES
                    OR WS-DIRECTION NOT = SPACES
                    MOVE "REJECTED" TO WS-STATUS
                    MOVE "ACCOUNTS FIXED - CANCEL AND ADD"
                       TO WS-REASON
                 ELSE
                    MOVE SWP-TARGET-AMT TO WS-TARGET-NUM
                    MOVE SWP-FLOOR-AMT  TO WS-FLOOR-NUM
                    IF WS-TARGET-AMT NOT = SPACES
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                          WS-TARGET-AMT)) TO WS-TARGET-NUM
                    END-IF
                    IF WS-FLOOR-AMT NOT = SPACES AND SWP-TOPUP
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                          WS-FLOOR-AMT)) TO WS-FLOOR-NUM
                    END-IF
                    PERFORM CHECK-SWEEP-AMOUNTS
                    IF WS-STATUS NOT = "REJECTED"
                       PERFORM APPLY-SWEEP-AMENDMENTS
                       REWRITE SWP-RECORD
                       MOVE "APPROVED" TO WS-STATUS
                       MOVE SPACES     TO WS-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-SWEEP-AMENDMENTS.
           IF WS-GROUP NOT = SPACES AND WS-GROUP NOT = SWP-GROUP
              MOVE SWP-GROUP TO SWHIST-OLD-VALUE
              MOVE WS-GROUP  TO SWHIST-NEW-VALUE
              MOVE "GROUP"   TO SWHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-GROUP  TO SWP-GROUP
           END-IF
           IF WS-TARGET-NUM NOT = SWP-TARGET-AMT
              MOVE SWP-TARGET-AMT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO SWHIST-OLD-VALUE
              MOVE WS-TARGET-NUM  TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO SWHIST-NEW-VALUE
              MOVE "TARGETAMT"    TO SWHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-TARGET-NUM  TO SWP-TARGET-AMT
           END-IF
           IF WS-FLOOR-NUM NOT = SWP-FLOOR-AMT
              MOVE SWP-FLOOR-AMT  TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO SWHIST-OLD-VALUE
              MOVE WS-FLOOR-NUM   TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO SWHIST-NEW-VALUE
              MOVE "FLOORAMT"     TO SWHIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-FLOOR-NUM   TO SWP-FLOOR-AMT
           END-IF.

       SUSPEND-SWEEP.
           IF NOT SWEEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SWEEP NOT FOUND" TO WS-REASON
           ELSE
              IF NOT SWP-ACTIVE
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "SWEEP NOT ACTIVE" TO WS-REASON
              ELSE
                 MOVE SWP-STATUS TO SWHIST-OLD-VALUE
                 SET SWP-SUSPENDED TO TRUE
                 PERFORM WRITE-STATUS-CHANGE
              END-IF
           END-IF.

       RESUME-SWEEP.
           IF NOT SWEEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SWEEP NOT FOUND" TO WS-REASON
           ELSE
              IF NOT SWP-SUSPENDED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "SWEEP NOT SUSPENDED" TO WS-REASON
              ELSE
                 MOVE SWP-STATUS TO SWHIST-OLD-VALUE
                 SET SWP-ACTIVE TO TRUE
                 PERFORM WRITE-STATUS-CHANGE
              END-IF
           END-IF.

       CANCEL-SWEEP.
           IF NOT SWEEP-FOUND
              MOVE "REJECTED" TO WS-STATUS
              MOVE "SWEEP NOT FOUND" TO WS-REASON
           ELSE
              IF SWP-CANCELLED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "SWEEP CANCELLED" TO WS-REASON
              ELSE
                 MOVE SWP-STATUS TO SWHIST-OLD-VALUE
                 SET SWP-CANCELLED TO TRUE
                 PERFORM WRITE-STATUS-CHANGE
              END-IF
           END-IF.

       WRITE-STATUS-CHANGE.
           MOVE SWP-STATUS TO SWHIST-NEW-VALUE
           MOVE "STATUS"   TO SWHIST-FIELD
           PERFORM WRITE-HISTORY-ENTRY
           REWRITE SWP-RECORD
           MOVE "APPROVED" TO WS-STATUS
           MOVE SPACES     TO WS-REASON.

       WRITE-HISTORY-ENTRY.
           MOVE WS-SWPID               TO SWHIST-SWPID
           MOVE FUNCTION CURRENT-DATE  TO SWHIST-TIMESTAMP
           MOVE WS-OPERATOR            TO SWHIST-OPERATOR
           WRITE SWHIST-RECORD.

       WRITE-REQUEST-RESULT.
           STRING
             'JSON:{"type":"SweepMaint",'
             '"action":"' WS-ACTION '",'
             '"swpId":"' WS-SWPID '",'
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
              DISPLAY "SWPMAINT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
