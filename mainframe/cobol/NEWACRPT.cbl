       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWACRPT.

      * Daily new-accounts report for the branches - lists every
      * account ONBOARD opened for the business date, grouped by the
      * home branch (OPER-BRANCH on OPERMSTR) of the operator who
      * opened it, so each branch can check its day's openings
      * against the account opening forms. The openings are the
      * ACCTHIST OPENED entries dated after the previous business
      * date (RUNCTL-PREV-BUS-DATE) up to and including the business
      * date, so an account opened on a weekend or holiday is
      * reported by the next business day's run. Each line carries
      * the account's customer and name, segment, currency and
      * current status from the masters; an account no longer on the
      * account master is still listed, marked NOT ON MASTER, and an
      * operator no longer on the operator master is grouped under
      * branch ????. A day with no openings prints NONE. More
      * openings or branches than the tables hold ends RC=8 with the
      * report marked incomplete, after the step is marked complete
      * like any other report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

           SELECT NEWAC-RPT-FILE ASSIGN TO "NEWACRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEWACRPT-STATUS.

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
       FD  ACCT-HIST-FILE.
           COPY ACCTHIST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       FD  NEWAC-RPT-FILE.
       01  NEWAC-RPT-LINE         PIC X(132).

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
       01  WS-ACCTHIST-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTHIST-EOF         VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTMSTR-OK          VALUE "00".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK          VALUE "00".
       01  WS-NEWACRPT-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-DATE        PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-DATE-N      PIC 9(8)  VALUE 0.
       01  WS-DATE-INT          PIC 9(8)  VALUE 0.

      * One entry per account opened in the window.
       01  WS-NEW-MAX           PIC 9(5)  VALUE 2000.
       01  WS-NEW-COUNT         PIC 9(5)  VALUE 0.
       01  WS-NEW-IDX           PIC 9(5)  VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NEW-BRANCH    PIC X(4).
               10  WS-NEW-ACCTID    PIC X(8).
               10  WS-NEW-DATE      PIC X(8).
               10  WS-NEW-OPERATOR  PIC X(8).

      * The branches with openings, kept in branch order.
       01  WS-BR-MAX            PIC 9(3)  VALUE 200.
       01  WS-BR-COUNT          PIC 9(3)  VALUE 0.
       01  WS-BR-IDX            PIC 9(3)  VALUE 0.
       01  WS-BR-SLOT           PIC 9(3)  VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-CODE       PIC X(4).
               10  WS-BR-OPENED     PIC 9(5).
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

       01  WS-KEY-BRANCH        PIC X(4)  VALUE SPACES.
       01  WS-READ-COUNT        PIC 9(7)  VALUE 0.
       01  WS-CUST-NAME         PIC X(30) VALUE SPACES.
       01  WS-STATUS-TEXT       PIC X(13) VALUE SPACES.
       01  WS-CNT-EDIT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           IF RUNCTL-PREV-BUS-DATE NOT = SPACES
              MOVE RUNCTL-PREV-BUS-DATE TO WS-PRIOR-DATE
           ELSE
              COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-RUN-DATE)) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-PRIOR-DATE-N
              MOVE WS-PRIOR-DATE-N TO WS-PRIOR-DATE
           END-IF

           OPEN INPUT OPER-MASTER-FILE
           PERFORM LOAD-OPENINGS
           CLOSE OPER-MASTER-FILE

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN OUTPUT NEWAC-RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-NEW-COUNT = 0
              MOVE SPACES TO NEWAC-RPT-LINE
              MOVE "  NONE" TO NEWAC-RPT-LINE
              WRITE NEWAC-RPT-LINE
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT
              PERFORM WRITE-BRANCH-SECTION
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE NEWAC-RPT-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE CUST-MASTER-FILE

           IF TABLE-FULL
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "NEWACRPT: " WS-NEW-COUNT " ACCOUNTS OPENED AT "
              WS-BR-COUNT " BRANCHES FOR " WS-RUN-DATE
           PERFORM MARK-STEP-COMPLETE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

      * Only the OPENED entries in the window count - every other
      * ACCTHIST entry is a change to an account already open.
       LOAD-OPENINGS.
           OPEN INPUT ACCT-HIST-FILE
           PERFORM READ-NEXT-ACCT-HIST
           PERFORM UNTIL ACCTHIST-EOF
              ADD 1 TO WS-READ-COUNT
              IF AHIST-FIELD = "OPENED"
                 AND AHIST-TIMESTAMP(1:8) > WS-PRIOR-DATE
                 AND AHIST-TIMESTAMP(1:8) NOT > WS-RUN-DATE
                 PERFORM ADD-OPENING
              END-IF
              PERFORM READ-NEXT-ACCT-HIST
           END-PERFORM
           CLOSE ACCT-HIST-FILE.

       READ-NEXT-ACCT-HIST.
           READ ACCT-HIST-FILE
               AT END SET ACCTHIST-EOF TO TRUE
           END-READ.

       ADD-OPENING.
           MOVE AHIST-OPERATOR TO OPER-ID
           READ OPER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF OPERMSTR-OK AND OPER-BRANCH NOT = SPACES
              MOVE OPER-BRANCH TO WS-KEY-BRANCH
           ELSE
              MOVE "????" TO WS-KEY-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF WS-BR-SLOT = 0 OR WS-NEW-COUNT = WS-NEW-MAX
              SET TABLE-FULL TO TRUE
           ELSE
              ADD 1 TO WS-NEW-COUNT
              MOVE WS-KEY-BRANCH  TO WS-NEW-BRANCH(WS-NEW-COUNT)
              MOVE AHIST-ACCTID   TO WS-NEW-ACCTID(WS-NEW-COUNT)
              MOVE AHIST-TIMESTAMP(1:8)
                                  TO WS-NEW-DATE(WS-NEW-COUNT)
              MOVE AHIST-OPERATOR TO WS-NEW-OPERATOR(WS-NEW-COUNT)
              ADD 1 TO WS-BR-OPENED(WS-BR-SLOT)
           END-IF.

      * Finds the branch, or inserts it in branch order so the
      * report comes out sorted without a separate sort pass.
       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BR-SLOT
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-SLOT > 0
              IF WS-BR-CODE(WS-BR-IDX) = WS-KEY-BRANCH
                 MOVE WS-BR-IDX TO WS-BR-SLOT
              END-IF
           END-PERFORM
           IF WS-BR-SLOT = 0 AND WS-BR-COUNT < WS-BR-MAX
              MOVE 1 TO WS-BR-SLOT
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                 UNTIL WS-BR-IDX > WS-BR-COUNT
                 IF WS-BR-CODE(WS-BR-IDX) < WS-KEY-BRANCH
                    COMPUTE WS-BR-SLOT = WS-BR-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-BR-IDX FROM WS-BR-COUNT BY -1
                 UNTIL WS-BR-IDX < WS-BR-SLOT
                 MOVE WS-BR-ENTRY(WS-BR-IDX)
                    TO WS-BR-ENTRY(WS-BR-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-BR-COUNT
              MOVE WS-KEY-BRANCH TO WS-BR-CODE(WS-BR-SLOT)
              MOVE 0 TO WS-BR-OPENED(WS-BR-SLOT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO NEWAC-RPT-LINE
           STRING "NEW ACCOUNTS OPENED - BUSINESS DATE " WS-RUN-DATE
              "  (OPENINGS AFTER " WS-PRIOR-DATE ")"
              DELIMITED BY SIZE INTO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE
           MOVE SPACES TO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE.

       WRITE-BRANCH-SECTION.
           MOVE WS-BR-OPENED(WS-BR-IDX) TO WS-CNT-EDIT
           MOVE SPACES TO NEWAC-RPT-LINE
           STRING "BRANCH " WS-BR-CODE(WS-BR-IDX) "   ACCOUNTS OPENED "
              WS-CNT-EDIT
              DELIMITED BY SIZE INTO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE
           MOVE SPACES TO NEWAC-RPT-LINE
           STRING "  ACCOUNT   CUSTOMER    NAME"
              "                            SEGMENT    CCY "
              "STATUS        OPENED   OPERATOR"
              DELIMITED BY SIZE INTO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
              UNTIL WS-NEW-IDX > WS-NEW-COUNT
              IF WS-NEW-BRANCH(WS-NEW-IDX) = WS-BR-CODE(WS-BR-IDX)
                 PERFORM WRITE-OPENING-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE.

       WRITE-OPENING-LINE.
           MOVE WS-NEW-ACCTID(WS-NEW-IDX) TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT ACCTMSTR-OK
              MOVE SPACES TO ACCT-CUSTID ACCT-SEGMENT ACCT-CCY
              MOVE SPACES TO WS-CUST-NAME
              MOVE "NOT ON MASTER" TO WS-STATUS-TEXT
           ELSE
              EVALUATE TRUE
                 WHEN ACCT-OPEN
                    MOVE "OPEN"     TO WS-STATUS-TEXT
                 WHEN ACCT-FROZEN
                    MOVE "FROZEN"   TO WS-STATUS-TEXT
                 WHEN ACCT-DORMANT
                    MOVE "DORMANT"  TO WS-STATUS-TEXT
                 WHEN ACCT-CLOSED
                    MOVE "CLOSED"   TO WS-STATUS-TEXT
                 WHEN OTHER
                    MOVE ACCT-STATUS TO WS-STATUS-TEXT
              END-EVALUATE
              MOVE ACCT-CUSTID TO CUST-ID
              READ CUST-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF CUSTMSTR-OK
                 MOVE CUST-NAME TO WS-CUST-NAME
              ELSE
                 MOVE "** CUSTOMER NOT ON FILE **" TO WS-CUST-NAME
              END-IF
           END-IF
           MOVE SPACES TO NEWAC-RPT-LINE
           STRING "  " WS-NEW-ACCTID(WS-NEW-IDX) "  " ACCT-CUSTID
              "  " WS-CUST-NAME "  " ACCT-SEGMENT " " ACCT-CCY
              " " WS-STATUS-TEXT " " WS-NEW-DATE(WS-NEW-IDX)
              " " WS-NEW-OPERATOR(WS-NEW-IDX)
              DELIMITED BY SIZE INTO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-NEW-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO NEWAC-RPT-LINE
           STRING "TOTAL ACCOUNTS OPENED " WS-CNT-EDIT
              DELIMITED BY SIZE INTO NEWAC-RPT-LINE
           WRITE NEWAC-RPT-LINE
           IF TABLE-FULL
              MOVE SPACES TO NEWAC-RPT-LINE
              STRING "*** OPENING OR BRANCH TABLE FULL - "
                 "REPORT IS INCOMPLETE ***"
                 DELIMITED BY SIZE INTO NEWAC-RPT-LINE
              WRITE NEWAC-RPT-LINE
           END-IF.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "NEWACRPT"           TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-READ-COUNT        TO RHIST-READ
           MOVE WS-NEW-COUNT         TO RHIST-WRITTEN
           MOVE 0                    TO RHIST-REJECTED
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
              DISPLAY "NEWACRPT: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-NEWACRPT-DONE = "Y"
                 DISPLAY "NEWACRPT: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-NEWACRPT-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
