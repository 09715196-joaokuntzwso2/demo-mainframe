      * treatment STORUN's STOCTL adjustment gets. Only TRANSFER
      * blocks are counted there: the control totals count
      * transfers, and a released HOLD or CAPTURE block journals as
      * its own type. The run date is the RUNCTL business date. A
      * value date on a weekend or a holiday of the block currency's
      * calendar (HOLCAL) arrives on that calendar's next business
      * day, the same roll TXNPOST applied when it warehoused the
      * block - so a USD payment valued on a US holiday waits a day
      * even though the cycle itself runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FWDCTL-STATUS.

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
       FD  FWD-WHSE-FILE.
           05  FWDCTL-COUNT        PIC 9(7).
           05  FWDCTL-AMOUNT-TOTAL PIC 9(11)V99.

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
       01  WS-FWDWHSE-STATUS    PIC X(2) VALUE SPACES.
           88  FWDWHSE-EOF          VALUE "10".
       01  WS-FWDPOST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-FWDCTL-STATUS     PIC X(2) VALUE SPACES.
       01  WS-HOLCAL-STATUS     PIC X(2) VALUE SPACES.

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-BLK-TABLE.
           05  WS-BLK-LINE OCCURS 12 TIMES PIC X(80).
       01  WS-BLK-VALUE-DATE    PIC X(8)  VALUE SPACES.
       01  WS-BLK-CCY           PIC X(3)  VALUE SPACES.
       01  WS-BLK-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-BLK-IS-TRANSFER   PIC X(1)  VALUE "Y".
           88  BLK-IS-TRANSFER      VALUE "Y".
       01  WS-RELEASED-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-CARRIED-COUNT     PIC 9(7) VALUE 0.

       01  WS-CAL-CCY           PIC X(3)  VALUE SPACES.
       01  WS-CAL-DATE          PIC X(8)  VALUE SPACES.
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INT           PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK       PIC 9(1)  VALUE 0.
       01  WS-BUSINESS-DAY      PIC X(1)  VALUE "Y".
           88  BUSINESS-DAY         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE

           OPEN INPUT FWD-WHSE-FILE
           OPEN OUTPUT FWD-POST-FILE
           OPEN INPUT HOL-CAL-FILE

           PERFORM READ-NEXT-WHSE-LINE
           PERFORM UNTIL FWDWHSE-EOF

           CLOSE FWD-WHSE-FILE
           CLOSE FWD-POST-FILE
           CLOSE HOL-CAL-FILE

           IF RUN-REFUSED
              CLOSE RUN-CTL-FILE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF

           DISPLAY "FWDREL: " WS-BLOCK-COUNT " WAREHOUSED BLOCKS, "
              WS-RELEASED-COUNT " RELEASED FOR " WS-RUN-DATE ", "
              WS-CARRIED-COUNT " CARRIED FORWARD"
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-WHSE-LINE.
       PROCESS-ONE-BLOCK.
           MOVE 0 TO WS-BLK-COUNT
           MOVE SPACES TO WS-BLK-VALUE-DATE
           MOVE "LKR" TO WS-BLK-CCY
           MOVE 0 TO WS-BLK-AMOUNT
           MOVE "Y" TO WS-BLK-IS-TRANSFER

                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LINE(8:20)))
                    TO WS-BLK-AMOUNT
              END-IF
              IF WS-LINE(1:4) = "CCY="
                 MOVE WS-LINE(5:3) TO WS-BLK-CCY
              END-IF
              IF WS-LINE(1:8) = "TXNTYPE="
                 AND WS-LINE(9:8) NOT = "TRANSFER"
                 MOVE "N" TO WS-BLK-IS-TRANSFER

           IF WS-BLK-COUNT > 0
              ADD 1 TO WS-BLOCK-COUNT
              MOVE SPACES TO WS-CAL-DATE
              IF WS-BLK-VALUE-DATE NOT = SPACES
                 MOVE WS-BLK-CCY        TO WS-CAL-CCY
                 MOVE WS-BLK-VALUE-DATE TO WS-CAL-DATE
                 PERFORM ROLL-TO-BUSINESS-DAY
              END-IF
              IF WS-BLK-VALUE-DATE = SPACES
                 OR WS-CAL-DATE NOT > WS-RUN-DATE
                 PERFORM RELEASE-BLOCK
              ELSE
                 PERFORM CARRY-BLOCK-FORWARD
              ADD WS-BLK-AMOUNT TO WS-RELEASED-TOTAL
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

      * A full carry table refuses the whole run with the warehouse
      * untouched - RC=8 stops the cycle ahead of the posting step,
      * and nothing has been released or rewritten, so the operator
           WRITE FWD-CTL-RECORD
           CLOSE FWD-CTL-FILE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "FWDREL"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-BLOCK-COUNT       TO RHIST-READ
           MOVE WS-RELEASED-COUNT    TO RHIST-WRITTEN
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
              IF RUNCTL-FWDREL-DONE = "Y"
                 DISPLAY "FWDREL: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
