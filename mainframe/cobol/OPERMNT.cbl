       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

      * Operator master maintenance - keys the operators the
      * maintenance programs and workbenches check OPERATOR= against:
      * who they are, their home branch, whether they are active,
      * suspended or have left, and which entitlements they hold.
      * Requests arrive on SYSIN as blocks separated by a blank line,
      * PARMMNT style:
      *   ACTION=ADD       OPERID=xxxxxxxx  NAME=<name>
      *   BRANCH=xxxx      ENTITLE=YNNNNNN  OPERATOR=xxxxxxxx
      * ACTION=CHANGE with OPERID= and whichever of NAME=/BRANCH=/
      * ENTITLE= applies, or ACTION=SUSPEND/REINSTATE/LEAVE with
      * OPERID=/OPERATOR=. ENTITLE= is one Y/N flag per entitlement
      * in the OPERREC order (maintain, parameters, approve, release
      * compliance holds, close accounts, suspense, administer
      * operators); on ADD an omitted ENTITLE= grants nothing. The
      * keying OPERATOR= must itself be an active operator holding
      * the administer entitlement, and may not change their own
      * record - nobody grants themselves a role. The one exception
      * is the very first ADD onto an empty master, which must grant
      * administer so the installation has someone to key the rest.
      * LEAVE is final and clears every entitlement; a suspended
      * operator keeps theirs until reinstated. Every change is
      * logged before/after to OPERHIST the way PARMMNT logs to
      * PARMHIST, so the auditor can see who granted what to whom.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-INPUT-FILE ASSIGN TO "SYSIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SYSIN-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

           SELECT OPER-HIST-FILE ASSIGN TO "OPERHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERHIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-INPUT-FILE.
       01  OPER-INPUT-LINE    PIC X(80).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       FD  OPER-HIST-FILE.
           COPY OPERHIST.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-ACTION      PIC X(9)  VALUE SPACES.
           88  ACTION-ADD       VALUE "ADD".
           88  ACTION-CHANGE    VALUE "CHANGE".
           88  ACTION-SUSPEND   VALUE "SUSPEND".
           88  ACTION-REINSTATE VALUE "REINSTATE".
           88  ACTION-LEAVE     VALUE "LEAVE".
       01  WS-OPER-ID     PIC X(8)  VALUE SPACES.
       01  WS-NAME        PIC X(30) VALUE SPACES.
       01  WS-BRANCH      PIC X(4)  VALUE SPACES.
       01  WS-ENTITLE     PIC X(7)  VALUE SPACES.
       01  WS-ENT-IDX     PIC 9(1)  VALUE 0.
       01  WS-ENTITLE-VALID PIC X(1) VALUE "Y".
           88  ENTITLE-VALID  VALUE "Y".
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-STATUS      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).
       01  WS-SYSIN-STATUS     PIC X(2) VALUE SPACES.
           88  SYSIN-EOF          VALUE "10".
       01  WS-OPERMSTR-STATUS  PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPERHIST-STATUS  PIC X(2) VALUE SPACES.
       01  WS-SUSPENSE-STATUS  PIC X(2) VALUE SPACES.
       01  WS-OPER-FOUND       PIC X(1) VALUE "N".
           88  OPER-FOUND         VALUE "Y".
       01  WS-OPER-ALLOWED     PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON      PIC X(30) VALUE SPACES.
       01  WS-MASTER-EMPTY     PIC X(1) VALUE "N".
           88  MASTER-EMPTY       VALUE "Y".
       01  WS-BOOTSTRAP        PIC X(1) VALUE "N".
           88  BOOTSTRAP-ADD      VALUE "Y".
       01  WS-OLD-IMAGE        PIC X(50) VALUE SPACES.
       01  WS-BLOCK-FIRST-LINE PIC X(80) VALUE SPACES.
       01  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT OPER-INPUT-FILE
           OPEN I-O OPER-MASTER-FILE
           OPEN EXTEND OPER-HIST-FILE
           OPEN EXTEND SUSPENSE-FILE

           PERFORM CHECK-MASTER-EMPTY

           PERFORM READ-NEXT-INPUT-LINE
           PERFORM UNTIL SYSIN-EOF
              PERFORM PROCESS-ONE-REQUEST
              ADD 1 TO WS-REQUEST-COUNT
           END-PERFORM

           CLOSE OPER-INPUT-FILE
           CLOSE OPER-MASTER-FILE
           CLOSE OPER-HIST-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "OPERMNT: " WS-REQUEST-COUNT " REQUESTS PROCESSED"
           GOBACK.

       READ-NEXT-INPUT-LINE.
           READ OPER-INPUT-FILE INTO WS-LINE
               AT END SET SYSIN-EOF TO TRUE
           END-READ.

      * An empty master is a new installation - the only time an
      * ADD is taken without an administrator behind it.
       CHECK-MASTER-EMPTY.
           MOVE "N" TO WS-MASTER-EMPTY
           MOVE LOW-VALUES TO OPER-ID
           START OPER-MASTER-FILE KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET MASTER-EMPTY TO TRUE
           END-START
           IF NOT MASTER-EMPTY
              READ OPER-MASTER-FILE NEXT RECORD
                  AT END SET MASTER-EMPTY TO TRUE
              END-READ
              IF NOT OPERMSTR-OK
                 SET MASTER-EMPTY TO TRUE
              END-IF
           END-IF.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION WS-OPER-ID WS-NAME WS-BRANCH
           MOVE SPACES TO WS-ENTITLE WS-OPERATOR
           MOVE "N" TO WS-BOOTSTRAP
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

           PERFORM VALIDATE-ENTITLE
           IF WS-OPER-ID = SPACES
              OR NOT (ACTION-ADD OR ACTION-CHANGE OR ACTION-SUSPEND
                      OR ACTION-REINSTATE OR ACTION-LEAVE)
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "REJECTED" TO WS-STATUS
              MOVE "MALFORMED INPUT" TO WS-REASON
           ELSE
              IF MASTER-EMPTY AND ACTION-ADD
                 SET BOOTSTRAP-ADD TO TRUE
                 SET OPERATOR-ALLOWED TO TRUE
              ELSE
                 PERFORM CHECK-OPERATOR
              END-IF
              IF NOT OPERATOR-ALLOWED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
              IF WS-OPER-ID = WS-OPERATOR AND NOT BOOTSTRAP-ADD
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OWN RECORD NOT CHANGEABLE" TO WS-REASON
              ELSE
              IF NOT ENTITLE-VALID
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "INVALID ENTITLE FLAGS" TO WS-REASON
              ELSE
                 PERFORM LOOKUP-OPERATOR
                 EVALUATE TRUE
                    WHEN ACTION-ADD
                       PERFORM ADD-OPERATOR
                    WHEN ACTION-CHANGE
                       PERFORM CHANGE-OPERATOR
                    WHEN ACTION-SUSPEND
                       PERFORM SUSPEND-OPERATOR
                    WHEN ACTION-REINSTATE
                       PERFORM REINSTATE-OPERATOR
                    WHEN ACTION-LEAVE
                       PERFORM LEAVE-OPERATOR
                 END-EVALUATE
              END-IF
              END-IF
              END-IF
           END-IF

           PERFORM WRITE-REQUEST-RESULT.

       PARSE-REQUEST-LINE.
           IF WS-LINE(1:7) = "ACTION="
              MOVE WS-LINE(8:9) TO WS-ACTION
           END-IF
           IF WS-LINE(1:7) = "OPERID="
              MOVE WS-LINE(8:8) TO WS-OPER-ID
           END-IF
           IF WS-LINE(1:5) = "NAME="
              MOVE WS-LINE(6:30) TO WS-NAME
           END-IF
           IF WS-LINE(1:7) = "BRANCH="
              MOVE WS-LINE(8:4) TO WS-BRANCH
           END-IF
           IF WS-LINE(1:8) = "ENTITLE="
              MOVE WS-LINE(9:7) TO WS-ENTITLE
           END-IF
           IF WS-LINE(1:9) = "OPERATOR="
              MOVE WS-LINE(10:8) TO WS-OPERATOR
           END-IF.

      * Every flag must be Y or N - a typo must not silently grant
      * or withhold a role.
       VALIDATE-ENTITLE.
           SET ENTITLE-VALID TO TRUE
           IF WS-ENTITLE NOT = SPACES
              PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > 7
                 IF WS-ENTITLE(WS-ENT-IDX:1) NOT = "Y"
                    AND WS-ENTITLE(WS-ENT-IDX:1) NOT = "N"
                    MOVE "N" TO WS-ENTITLE-VALID
                 END-IF
              END-PERFORM
           END-IF.

      * The keying administrator is checked on the master this run
      * holds open - active, and holding the administer role.
       CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-ALLOWED
           MOVE SPACES TO WS-OPER-REASON
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
              WHEN NOT OPER-MAY-ADMIN
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "OPERMNT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOOKUP-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND
           MOVE WS-OPER-ID TO OPER-ID
           READ OPER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPER-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-OLD-IMAGE
           IF OPER-FOUND
              STRING OPER-STATUS " " OPER-BRANCH " "
                 OPER-ENTITLE-FLAGS " " OPER-NAME
                 DELIMITED BY SIZE INTO WS-OLD-IMAGE
           END-IF.

      * UNKNOWN is what every program files a missing OPERATOR=
      * under, so it can never be a real operator.
       ADD-OPERATOR.
           EVALUATE TRUE
              WHEN OPER-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR ALREADY ON FILE" TO WS-REASON
              WHEN WS-OPER-ID = "UNKNOWN"
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "RESERVED OPERATOR ID" TO WS-REASON
              WHEN WS-NAME = SPACES OR WS-BRANCH = SPACES
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "NAME AND BRANCH REQUIRED" TO WS-REASON
              WHEN BOOTSTRAP-ADD AND WS-ENTITLE(7:1) NOT = "Y"
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "FIRST OPERATOR MUST ADMIN" TO WS-REASON
              WHEN OTHER
                 MOVE SPACES        TO OPER-RECORD
                 MOVE WS-OPER-ID    TO OPER-ID
                 MOVE WS-NAME       TO OPER-NAME
                 MOVE WS-BRANCH     TO OPER-BRANCH
                 SET OPER-ACTIVE TO TRUE
                 IF WS-ENTITLE = SPACES
                    MOVE "NNNNNNN"  TO OPER-ENTITLE-FLAGS
                 ELSE
                    MOVE WS-ENTITLE TO OPER-ENTITLE-FLAGS
                 END-IF
                 MOVE "ADD"         TO OHIST-ACTION
                 PERFORM STAMP-AND-LOG-CHANGE
                 WRITE OPER-RECORD
                 MOVE "N" TO WS-MASTER-EMPTY
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
           END-EVALUATE.

       CHANGE-OPERATOR.
           EVALUATE TRUE
              WHEN NOT OPER-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT FOUND" TO WS-REASON
              WHEN OPER-LEFT
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR HAS LEFT" TO WS-REASON
              WHEN WS-NAME = SPACES AND WS-BRANCH = SPACES
                 AND WS-ENTITLE = SPACES
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "NOTHING TO CHANGE" TO WS-REASON
              WHEN OTHER
                 IF WS-NAME NOT = SPACES
                    MOVE WS-NAME    TO OPER-NAME
                 END-IF
                 IF WS-BRANCH NOT = SPACES
                    MOVE WS-BRANCH  TO OPER-BRANCH
                 END-IF
                 IF WS-ENTITLE NOT = SPACES
                    MOVE WS-ENTITLE TO OPER-ENTITLE-FLAGS
                 END-IF
                 MOVE "CHANGE"      TO OHIST-ACTION
                 PERFORM STAMP-AND-LOG-CHANGE
                 REWRITE OPER-RECORD
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
           END-EVALUATE.

       SUSPEND-OPERATOR.
           EVALUATE TRUE
              WHEN NOT OPER-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT FOUND" TO WS-REASON
              WHEN NOT OPER-ACTIVE
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT ACTIVE" TO WS-REASON
              WHEN OTHER
                 SET OPER-SUSPENDED TO TRUE
                 MOVE "SUSPEND"     TO OHIST-ACTION
                 PERFORM STAMP-AND-LOG-CHANGE
                 REWRITE OPER-RECORD
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
           END-EVALUATE.

       REINSTATE-OPERATOR.
           EVALUATE TRUE
              WHEN NOT OPER-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT FOUND" TO WS-REASON
              WHEN NOT OPER-SUSPENDED
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT SUSPENDED" TO WS-REASON
              WHEN OTHER
                 SET OPER-ACTIVE TO TRUE
                 MOVE "REINSTATE"   TO OHIST-ACTION
                 PERFORM STAMP-AND-LOG-CHANGE
                 REWRITE OPER-RECORD
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
           END-EVALUATE.

      * A leaver keeps the record - history entries across the
      * system still name the id - but loses every role for good.
       LEAVE-OPERATOR.
           EVALUATE TRUE
              WHEN NOT OPER-FOUND
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR NOT FOUND" TO WS-REASON
              WHEN OPER-LEFT
                 MOVE "REJECTED" TO WS-STATUS
                 MOVE "OPERATOR HAS LEFT" TO WS-REASON
              WHEN OTHER
                 SET OPER-LEFT TO TRUE
                 MOVE "NNNNNNN"     TO OPER-ENTITLE-FLAGS
                 MOVE "LEAVE"       TO OHIST-ACTION
                 PERFORM STAMP-AND-LOG-CHANGE
                 REWRITE OPER-RECORD
                 MOVE "APPROVED" TO WS-STATUS
                 MOVE SPACES     TO WS-REASON
           END-EVALUATE.

      * The record already carries the new values; the before image
      * was taken at lookup.
       STAMP-AND-LOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE  TO OPER-CHANGED
           MOVE WS-OPERATOR            TO OPER-CHANGED-BY
           MOVE WS-OPER-ID             TO OHIST-OPER-ID
           MOVE OPER-CHANGED           TO OHIST-TIMESTAMP
           MOVE WS-OLD-IMAGE           TO OHIST-OLD-VALUE
           MOVE SPACES                 TO OHIST-NEW-VALUE
           STRING OPER-STATUS " " OPER-BRANCH " "
              OPER-ENTITLE-FLAGS " " OPER-NAME
              DELIMITED BY SIZE INTO OHIST-NEW-VALUE
           MOVE WS-OPERATOR            TO OHIST-OPERATOR
           WRITE OHIST-RECORD.

       WRITE-SUSPENSE-RECORD.
           MOVE "OPERMNT"              TO SUSP-PROGRAM
           MOVE FUNCTION CURRENT-DATE  TO SUSP-TIMESTAMP
           MOVE "E001"                 TO SUSP-REASON
           MOVE WS-BLOCK-FIRST-LINE    TO SUSP-LINE
           SET SUSP-PENDING TO TRUE
           MOVE SPACES TO SUSP-DISP-OPERATOR
           MOVE SPACES TO SUSP-DISP-TIMESTAMP
           WRITE SUSP-RECORD.

       WRITE-REQUEST-RESULT.
           STRING
             'JSON:{"type":"OperatorMaint",'
             '"action":"' WS-ACTION '",'
             '"operId":"' WS-OPER-ID '",'
             '"status":"' WS-STATUS '",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING

           DISPLAY WS-JSON.
