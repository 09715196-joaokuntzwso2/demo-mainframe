      * the PENDAPPR pending-approval file instead of the master,
      * and a second operator applies or rejects it in the APPRREV
      * workbench, where the ACCTHIST entry is written when the
      * change actually lands. A STATUS= or LIMIT= change is only
      * taken from an OPERATOR= that is active on the operator
      * master (OPERMSTR) with the maintain entitlement; a bare
      * lookup is not checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       FD  PEND-APPR-FILE.
           COPY PENDAPPR.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-LINE2       PIC X(80).
       01  WS-NEW-LIMIT-NUM PIC S9(9)V99 VALUE 0.
       01  WS-LIMIT-EDIT  PIC -9(9).99.
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-RESULT      PIC X(12) VALUE SPACES.
       01  WS-REASON      PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(240).

           PERFORM VALIDATE-ACCTID-INPUT

           SET OPERATOR-ALLOWED TO TRUE
           IF INPUT-VALID
              AND (WS-NEW-STATUS NOT = SPACES
                   OR WS-NEW-LIMIT NOT = SPACES)
              PERFORM CHECK-OPERATOR
           END-IF

           IF INPUT-VALID AND OPERATOR-ALLOWED
              PERFORM LOOKUP-AND-UPDATE-ACCOUNT
              PERFORM BUILD-MAINT-JSON
           ELSE
              IF INPUT-VALID
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 PERFORM WRITE-SUSPENSE-RECORD
                 MOVE "MALFORMED INPUT" TO WS-REASON
              END-IF
              PERFORM BUILD-REJECTED-JSON
           END-IF

           STRING
             'JSON:{"type":"AccountMaintenance",'
             '"status":"REJECTED",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING.
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING.

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
              DISPLAY "ACCTMNT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
