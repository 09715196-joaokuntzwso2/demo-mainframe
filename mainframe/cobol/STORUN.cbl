      * through the keyed batch, the emitted count and amount are
      * also written to the STOCTL adjustment record so EODRECON can
      * add them to the control totals it reconciles against. The
      * run date is the RUNCTL business date. An order falling due on
      * a weekend or a holiday of its currency's calendar (HOLCAL) is
      * paid on the next business day of that calendar, and is not
      * due before then; the next date still advances from the
      * order's own schedule, so the roll never drifts its anchor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STOCTL-STATUS.

           SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOL-KEY
              FILE STATUS IS WS-HOLCAL-STATUS.

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
       FD  STO-ORDER-FILE.
           05  STOCTL-COUNT        PIC 9(7).
           05  STOCTL-AMOUNT-TOTAL PIC 9(11)V99.

       FD  HOL-CAL-FILE.
           COPY HOLCAL.

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
       01  WS-STORDER-STATUS    PIC X(2) VALUE SPACES.
           88  STORDER-EOF          VALUE "10".
       01  WS-STOPOST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-STOCTL-STATUS     PIC X(2) VALUE SPACES.
       01  WS-HOLCAL-STATUS     PIC X(2) VALUE SPACES.

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
           05  WS-DW-DAY        PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-MONTH-DAYS        PIC 9(2)  VALUE 0.
       01  WS-CAL-CCY           PIC X(3)  VALUE SPACES.
       01  WS-CAL-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INT           PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK       PIC 9(1)  VALUE 0.
       01  WS-BUSINESS-DAY      PIC X(1)  VALUE "Y".
           88  BUSINESS-DAY         VALUE "Y".

       01  WS-ORDER-COUNT       PIC 9(7) VALUE 0.
       01  WS-EMITTED-COUNT     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT HOL-CAL-FILE

      * Two passes: the first only emits - the generated blocks and
      * the STOCTL adjustment are safely on disk before any order is
              PERFORM READ-NEXT-ORDER
           END-PERFORM
           CLOSE STO-ORDER-FILE
           CLOSE HOL-CAL-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "STORUN: " WS-ORDER-COUNT " ORDERS SCANNED, "
              WS-EMITTED-COUNT " DUE ON " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-ORDER.
           END-READ.

      * Both passes must agree on what is due, so the predicate
      * lives in one place. The payment date is the next date rolled
      * forward to a business day; the end date still bounds the
      * scheduled date, so a last payment scheduled on a Sunday is
      * still made on the Monday.
       CHECK-ORDER-DUE.
           MOVE "N" TO WS-ORDER-DUE
           IF STO-ACTIVE
              MOVE STO-CCY       TO WS-CAL-CCY
              MOVE STO-NEXT-DATE TO WS-CAL-DATE
              PERFORM ROLL-TO-BUSINESS-DAY
              IF WS-CAL-DATE NOT > WS-RUN-DATE
                 AND (STO-END-DATE = SPACES
                      OR STO-NEXT-DATE NOT > STO-END-DATE)
                 SET ORDER-DUE TO TRUE
              END-IF
           END-IF.

       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
              COMPUTE WS-CAL-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                 TO WS-CAL-DATE-N
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      * A date is a business day on a calendar unless it falls on a
      * Saturday or Sunday or the holiday calendar lists it. Day 1 of
      * the integer calendar (1601-01-01) was a Monday, so the
      * remainder by seven is 6 for a Saturday and 0 for a Sunday.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY
           COMPUTE WS-CAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CAL-INT 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
              MOVE "N" TO WS-BUSINESS-DAY
           ELSE
              MOVE WS-CAL-CCY  TO HOL-CALENDAR
              MOVE WS-CAL-DATE TO HOL-DATE
              READ HOL-CAL-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "N" TO WS-BUSINESS-DAY
              END-READ
           END-IF.

       WRITE-CONTROL-ADJUSTMENT.
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "STORUN"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ORDER-COUNT       TO RHIST-READ
           MOVE WS-EMITTED-COUNT     TO RHIST-WRITTEN
           MOVE 0                    TO RHIST-REJECTED
           MOVE RETURN-CODE          TO RHIST-RC
           MOVE "N"                  TO RHIST-RESTART
           WRITE RHIST-RECORD
           CLOSE RUN-HIST-FILE.

      * The run control record supplies the official business date
      * and refuses a second run for a date this step has already
      * completed - an accidental resubmission ends RC=8 and the
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-STORUN-DONE = "Y"
                 DISPLAY "STORUN: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
