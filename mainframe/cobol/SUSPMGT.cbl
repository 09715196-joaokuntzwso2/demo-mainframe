      * shown on this program's own listing. The report lists every
      * still-pending record with its age in days. Dispositions
      * naming a missing or already-resolved record are reported and
      * leave the file untouched, as are those keyed under an
      * OPERATOR= that is not active on the operator master
      * (OPERMSTR) with the suspense entitlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPRPT-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-IN-FILE.
       FD  SUSP-RPT-FILE.
       01  SUSP-RPT-LINE          PIC X(132).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPIN-STATUS     PIC X(2) VALUE SPACES.
           88  SUSPIN-EOF           VALUE "10".
       01  WS-RECNO             PIC X(7)  VALUE SPACES.
       01  WS-RECNO-NUM         PIC 9(7)  VALUE 0.
       01  WS-OPERATOR          PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2)  VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1)  VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-OPER-REFUSED      PIC X(1)  VALUE "N".
           88  OPER-REFUSED         VALUE "Y".
       01  WS-TXT-COUNT         PIC 9(3)  VALUE 0.
       01  WS-BLOCK-OK          PIC X(1)  VALUE "N".
           88  BLOCK-OK             VALUE "Y".
           MOVE 0 TO WS-RECNO-NUM
           MOVE 0 TO WS-TXT-COUNT
           MOVE "N" TO WS-BLOCK-OK
           MOVE "N" TO WS-OPER-REFUSED

           PERFORM PARSE-DISPOSITION-HEADER

              AND WS-RECNO-NUM > 0
              AND WS-RECNO-NUM NOT > WS-SUSP-COUNT
              AND WS-TBL-DISP(WS-RECNO-NUM) = "P"
              PERFORM CHECK-OPERATOR
              IF OPERATOR-ALLOWED
                 SET BLOCK-OK TO TRUE
              ELSE
                 SET OPER-REFUSED TO TRUE
              END-IF
           END-IF.

       APPLY-DISPOSITION.

       WRITE-ERROR-LINE.
           MOVE SPACES TO SUSP-RPT-LINE
           IF OPER-REFUSED
              STRING "DISPOSITION REFUSED - RECNO=" WS-RECNO
                 " OPERATOR " WS-OPERATOR " " WS-OPER-REASON
                 DELIMITED BY SIZE INTO SUSP-RPT-LINE
           ELSE
              STRING "DISPOSITION IGNORED - ACTION=" WS-ACTION
                 " RECNO=" WS-RECNO
                 " (UNKNOWN, OUT OF RANGE OR ALREADY RESOLVED)"
                 DELIMITED BY SIZE INTO SUSP-RPT-LINE
           END-IF
           WRITE SUSP-RPT-LINE.

       WRITE-REPORT-HEADER.
              "  BAD DISPOSITIONS " WS-ERROR-COUNT
              DELIMITED BY SIZE INTO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE.

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
              WHEN NOT OPER-MAY-SUSPENSE
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "SUSPMGT: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
