      * maker's, and the approval itself is on this file under the
      * checker's. A rejection only marks the record; the master
      * was never touched. The report ages every still-pending item
      * so approvals cannot silently pile up. The checker's OPERATOR=
      * must be active on the operator master (OPERMSTR) with the
      * approve entitlement, or the disposition is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPRRPT-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-IN-FILE.
       FD  APPR-RPT-FILE.
       01  APPR-RPT-LINE          PIC X(132).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDIN-STATUS     PIC X(2) VALUE SPACES.
           88  PENDIN-EOF           VALUE "10".
       01  WS-RECNO             PIC X(7)  VALUE SPACES.
       01  WS-RECNO-NUM         PIC 9(7)  VALUE 0.
       01  WS-OPERATOR          PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2)  VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1)  VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-BLOCK-OK          PIC X(1)  VALUE "N".
           88  BLOCK-OK             VALUE "Y".
       01  WS-SAME-OPERATOR     PIC X(1)  VALUE "N".
           88  SAME-OPERATOR        VALUE "Y".
       01  WS-OPER-REFUSED      PIC X(1)  VALUE "N".
           88  OPER-REFUSED         VALUE "Y".
       01  WS-APPLY-OK          PIC X(1)  VALUE "N".
           88  APPLY-OK             VALUE "Y".

           MOVE 0 TO WS-RECNO-NUM
           MOVE "N" TO WS-BLOCK-OK
           MOVE "N" TO WS-SAME-OPERATOR
           MOVE "N" TO WS-OPER-REFUSED

           PERFORM PARSE-DISPOSITION-HEADER

           PERFORM SKIP-TO-BLOCK-END.

      * The same-operator test is the control itself: a disposition
      * keyed under the maker's own id never reaches the master. The
      * checker must first be a real, active operator with the
      * approve entitlement, so the two ids compared are both known.
       PARSE-DISPOSITION-HEADER.
           PERFORM UNTIL WS-LINE = SPACES OR SYSIN-EOF
              IF WS-LINE(1:7) = "ACTION="
              AND WS-RECNO-NUM > 0
              AND WS-RECNO-NUM NOT > WS-PA-COUNT
              AND WS-TBL-STATUS(WS-RECNO-NUM) = "P"
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 SET OPER-REFUSED TO TRUE
              ELSE
              IF WS-OPERATOR = WS-TBL-MAKER(WS-RECNO-NUM)
                 SET SAME-OPERATOR TO TRUE
              ELSE
                 SET BLOCK-OK TO TRUE
              END-IF
              END-IF
           END-IF.

       APPLY-DISPOSITION.

       WRITE-ERROR-LINE.
           MOVE SPACES TO APPR-RPT-LINE
           IF OPER-REFUSED
              STRING "DISPOSITION REFUSED - RECNO=" WS-RECNO
                 " OPERATOR " WS-OPERATOR " " WS-OPER-REASON
                 DELIMITED BY SIZE INTO APPR-RPT-LINE
           ELSE
           IF SAME-OPERATOR
              STRING "DISPOSITION REFUSED - RECNO=" WS-RECNO
                 " KEYED BY ITS OWN MAKER " WS-OPERATOR
                 " (UNKNOWN, OUT OF RANGE OR ALREADY RESOLVED)"
                 DELIMITED BY SIZE INTO APPR-RPT-LINE
           END-IF
           END-IF
           WRITE APPR-RPT-LINE.

       WRITE-APPLY-ERROR-LINE.
              "  BAD DISPOSITIONS " WS-ERROR-COUNT
              DELIMITED BY SIZE INTO APPR-RPT-LINE
           WRITE APPR-RPT-LINE.

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
              WHEN NOT OPER-MAY-APPROVE
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "APPRREV: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
