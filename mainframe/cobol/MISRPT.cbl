       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISRPT.

      * Month-end average balance and segment MIS report. A
      * MONTH=YYYYMM card names the month. Every account on the
      * account master is summarized into its ACCT-SEGMENT and
      * currency: counts by ACCT-STATUS, accounts opened in the
      * month (snapshots in the month but none the day before it
      * began) and closed in it (an ACCTHIST status change to C
      * dated in the month), the average daily balance - the mean
      * of the account's SNAPSHOT balances over the days of the
      * month it was on the books - totalled and averaged, interest
      * paid and fees earned (the month's approved INTEREST credits
      * and FEE debits off the JRNLXREF cross-reference), and
      * overdraft usage (accounts overdrawn at a day's end, the days
      * overdrawn, the average overdrawn balance on those days, and
      * the overdraft limits granted). Each segment is also totalled
      * in the base currency (LKR) at the FXRATE rate; a currency
      * with no rate is printed in its own currency and left out of
      * the base totals, and said so. The month's figures are kept
      * on the MISHIST summary file and compared with the month
      * before's, and accounts whose average balance in base puts
      * them on the other side of the PLATINUM threshold (the
      * SEG-PLAT-MIN-AVG parameter in force at month end) are
      * listed for the product managers - a PLATINUM account below
      * it, a STANDARD account at or above it. Run it after the
      * last cycle of the month and before JRNLARC archives the
      * month. No valid card, or a full summary table, ends RC=8.
      * Operator-run, not part of the recurring daily cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTHIST-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SNAP-KEY
              FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FX-KEY
              FILE STATUS IS WS-FXRATE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PARM-KEY
              FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT MIS-HIST-FILE ASSIGN TO "MISHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIS-KEY
              FILE STATUS IS WS-MISHIST-STATUS.

           SELECT MIS-RPT-FILE ASSIGN TO "MISRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MISRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCT-HIST-FILE.
           COPY ACCTHIST.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  MIS-HIST-FILE.
           COPY MISREC.

       FD  MIS-RPT-FILE.
       01  MIS-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LINE              PIC X(80)  VALUE SPACES.
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTMSTR-EOF         VALUE "10".
       01  WS-ACCTHIST-STATUS   PIC X(2) VALUE SPACES.
           88  ACCTHIST-OK          VALUE "00".
           88  ACCTHIST-EOF         VALUE "10".
       01  WS-SNAPSHOT-STATUS   PIC X(2) VALUE SPACES.
           88  SNAPSHOT-EOF         VALUE "10".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-FXRATE-STATUS     PIC X(2) VALUE SPACES.
           88  FXRATE-OK            VALUE "00".
       01  WS-PARMFILE-STATUS   PIC X(2) VALUE SPACES.
           88  PARMFILE-EOF         VALUE "10".
       01  WS-MISHIST-STATUS    PIC X(2) VALUE SPACES.
           88  MISHIST-OK           VALUE "00".
       01  WS-MISRPT-STATUS     PIC X(2) VALUE SPACES.

       01  WS-PARM-NAME         PIC X(16) VALUE SPACES.
       01  WS-PARM-VALUE        PIC S9(9)V9(6) VALUE 0.
       01  WS-PARM-FOUND        PIC X(1) VALUE "N".
           88  PARM-FOUND           VALUE "Y".
       01  WS-PLAT-MIN-AVG      PIC S9(11)V99 VALUE 1000000.00.
       01  WS-BASE-CCY          PIC X(3)  VALUE "LKR".

      * The month and its edges.
       01  WS-MONTH-OK          PIC X(1)  VALUE "N".
           88  MONTH-OK             VALUE "Y".
       01  WS-MONTH-KEY.
           05  WS-YEAR          PIC X(4).
           05  WS-YEAR-N REDEFINES WS-YEAR PIC 9(4).
           05  WS-MONTH         PIC X(2).
           05  WS-MONTH-N REDEFINES WS-MONTH PIC 9(2).
       01  WS-PRIOR-MONTH-KEY.
           05  WS-PRIOR-YEAR-N  PIC 9(4).
           05  WS-PRIOR-MONTH-N PIC 9(2).
       01  WS-MONTH-FIRST       PIC X(8)  VALUE SPACES.
       01  WS-MONTH-LAST        PIC X(8)  VALUE SPACES.
       01  WS-DAY-BEFORE        PIC X(8)  VALUE SPACES.
       01  WS-MONTH-DAYS        PIC 9(2)  VALUE 0.
       01  WS-DATE-N            PIC 9(8)  VALUE 0.
       01  WS-DATE-INT          PIC 9(7)  VALUE 0.

      * Accounts closed in the month, off the ACCTHIST trail.
       01  WS-CLOSED-MAX        PIC 9(4)  VALUE 2000.
       01  WS-CLOSED-COUNT      PIC 9(4)  VALUE 0.
       01  WS-CLOSED-IDX        PIC 9(4)  VALUE 0.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ACCT OCCURS 2000 TIMES PIC X(8).
       01  WS-CLOSED-FOUND      PIC X(1)  VALUE "N".
           88  CLOSED-FOUND         VALUE "Y".

      * One account's month.
       01  WS-BOOK-DAYS         PIC 9(3)  VALUE 0.
       01  WS-BAL-SUM           PIC S9(13)V99 VALUE 0.
       01  WS-OD-DAYS           PIC 9(3)  VALUE 0.
       01  WS-OD-SUM            PIC S9(13)V99 VALUE 0.
       01  WS-AVG-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-INTEREST          PIC S9(11)V99 VALUE 0.
       01  WS-FEES              PIC S9(11)V99 VALUE 0.
       01  WS-ON-BOOK-BEFORE    PIC X(1)  VALUE "N".
           88  ON-BOOK-BEFORE       VALUE "Y".

      * Currency conversion to base.
       01  WS-CONV-AMOUNT       PIC S9(13)V99 VALUE 0.
       01  WS-CONV-CCY          PIC X(3)  VALUE SPACES.
       01  WS-BASE-AMOUNT       PIC S9(13)V99 VALUE 0.
       01  WS-RATE-FOUND        PIC X(1)  VALUE "N".
           88  RATE-FOUND           VALUE "Y".

      * Month summary by segment and currency, in the order each
      * pair is first met, and the segments in the same order.
       01  WS-MIS-MAX           PIC 9(3)  VALUE 100.
       01  WS-MIS-COUNT         PIC 9(3)  VALUE 0.
       01  WS-MIS-IDX           PIC 9(3)  VALUE 0.
       01  WS-MIS-SLOT          PIC 9(3)  VALUE 0.
       01  WS-MIS-TABLE.
           05  WS-MIS-ENTRY OCCURS 100 TIMES.
               10  WS-MIS-SEGMENT   PIC X(10).
               10  WS-MIS-CCY       PIC X(3).
               10  WS-MIS-OPEN      PIC 9(7).
               10  WS-MIS-FROZEN    PIC 9(7).
               10  WS-MIS-DORMANT   PIC 9(7).
               10  WS-MIS-CLOSED    PIC 9(7).
               10  WS-MIS-OPENED-M  PIC 9(7).
               10  WS-MIS-CLOSED-M  PIC 9(7).
               10  WS-MIS-BOOK      PIC 9(7).
               10  WS-MIS-AVG-TOTAL PIC S9(13)V99.
               10  WS-MIS-INTEREST  PIC S9(11)V99.
               10  WS-MIS-FEES      PIC S9(11)V99.
               10  WS-MIS-OD-ACCTS  PIC 9(7).
               10  WS-MIS-OD-DAYS   PIC 9(7).
               10  WS-MIS-OD-SUM    PIC S9(13)V99.
               10  WS-MIS-OD-LIMITS PIC S9(13)V99.
       01  WS-SEG-COUNT         PIC 9(3)  VALUE 0.
       01  WS-SEG-IDX           PIC 9(3)  VALUE 0.
       01  WS-SEG-SLOT          PIC 9(3)  VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG-NAME OCCURS 100 TIMES PIC X(10).
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

      * Segment totals in base currency.
       01  WS-SEG-ACCOUNTS      PIC 9(7)  VALUE 0.
       01  WS-SEG-BOOK          PIC 9(7)  VALUE 0.
       01  WS-SEG-AVG-BASE      PIC S9(13)V99 VALUE 0.
       01  WS-SEG-INT-BASE      PIC S9(13)V99 VALUE 0.
       01  WS-SEG-FEE-BASE      PIC S9(13)V99 VALUE 0.
       01  WS-SEG-UNRATED       PIC 9(3)  VALUE 0.
       01  WS-PAIR-ACCOUNTS     PIC 9(7)  VALUE 0.

      * Accounts that look mis-segmented.
       01  WS-MISSEG-MAX        PIC 9(3)  VALUE 500.
       01  WS-MISSEG-COUNT      PIC 9(5)  VALUE 0.
       01  WS-MISSEG-IDX        PIC 9(3)  VALUE 0.
       01  WS-MISSEG-TABLE.
           05  WS-MISSEG-ENTRY OCCURS 500 TIMES.
               10  WS-MS-ACCT       PIC X(8).
               10  WS-MS-SEGMENT    PIC X(10).
               10  WS-MS-CCY        PIC X(3).
               10  WS-MS-AVG        PIC S9(11)V99.
               10  WS-MS-AVG-BASE   PIC S9(13)V99.
               10  WS-MS-SUGGEST    PIC X(10).
       01  WS-SUGGEST           PIC X(10) VALUE SPACES.

      * Month-over-month work fields.
       01  WS-THIS-AVG          PIC S9(13)V99 VALUE 0.
       01  WS-PRIOR-AVG         PIC S9(13)V99 VALUE 0.
       01  WS-CHANGE            PIC S9(13)V99 VALUE 0.
       01  WS-OD-AVG            PIC S9(13)V99 VALUE 0.

       01  WS-AMT-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT2-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT3-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CNT1-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-CNT2-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-CNT3-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-CNT4-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-ACCOUNT-COUNT     PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-LINE FROM SYSIN
           PERFORM VALIDATE-RUN-CARD
           IF NOT MONTH-OK
              DISPLAY "MISRPT: NO VALID RUN CARD - SUPPLY "
                 "MONTH=YYYYMM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-MONTH-EDGES
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CLOSED-ACCOUNTS

           OPEN INPUT ACCT-MASTER-FILE
           OPEN INPUT SNAPSHOT-FILE
           OPEN INPUT JRNL-XREF-FILE
           OPEN INPUT FX-RATE-FILE
           OPEN I-O MIS-HIST-FILE
           OPEN OUTPUT MIS-RPT-FILE

           PERFORM READ-NEXT-ACCOUNT
           PERFORM UNTIL ACCTMSTR-EOF
              PERFORM SUMMARIZE-ONE-ACCOUNT
              ADD 1 TO WS-ACCOUNT-COUNT
              PERFORM READ-NEXT-ACCOUNT
           END-PERFORM

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-SEGMENT-SUMMARY
           PERFORM WRITE-MONTH-COMPARISON
           PERFORM WRITE-MISSEGMENT-LIST

           CLOSE ACCT-MASTER-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE FX-RATE-FILE
           CLOSE MIS-HIST-FILE
           CLOSE MIS-RPT-FILE

           DISPLAY "MISRPT: MONTH " WS-MONTH-KEY ", "
              WS-ACCOUNT-COUNT " ACCOUNTS, " WS-MIS-COUNT
              " SEGMENT/CURRENCY LINES, " WS-MISSEG-COUNT
              " POSSIBLY MIS-SEGMENTED"
           IF TABLE-FULL
              DISPLAY "MISRPT: SUMMARY TABLE FULL - REPORT IS "
                 "INCOMPLETE"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       VALIDATE-RUN-CARD.
           IF WS-LINE(1:6) = "MONTH="
              AND WS-LINE(7:6) IS NUMERIC
              MOVE WS-LINE(7:4)  TO WS-YEAR
              MOVE WS-LINE(11:2) TO WS-MONTH
              IF WS-MONTH-N > 0 AND WS-MONTH-N < 13
                 SET MONTH-OK TO TRUE
              END-IF
           END-IF.

       SET-MONTH-EDGES.
           STRING WS-MONTH-KEY "01" DELIMITED BY SIZE
              INTO WS-MONTH-FIRST
           PERFORM SET-MONTH-DAYS
           MOVE WS-MONTH-FIRST TO WS-MONTH-LAST
           MOVE WS-MONTH-DAYS TO WS-MONTH-LAST(7:2)
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-MONTH-FIRST)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-DAY-BEFORE
           IF WS-MONTH-N = 1
              COMPUTE WS-PRIOR-YEAR-N = WS-YEAR-N - 1
              MOVE 12 TO WS-PRIOR-MONTH-N
           ELSE
              MOVE WS-YEAR-N TO WS-PRIOR-YEAR-N
              COMPUTE WS-PRIOR-MONTH-N = WS-MONTH-N - 1
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-MONTH-N
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-YEAR-N 4) = 0
                    AND (FUNCTION MOD(WS-YEAR-N 100) NOT = 0
                         OR FUNCTION MOD(WS-YEAR-N 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      * The threshold in force on the last day of the month is the
      * one the month is judged by.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           MOVE "SEG-PLAT-MIN-AVG" TO WS-PARM-NAME
           PERFORM READ-ONE-PARAMETER
           IF PARM-FOUND
              MOVE WS-PARM-VALUE TO WS-PLAT-MIN-AVG
           END-IF
           CLOSE PARM-FILE.

      * Records for one name sit in effective-date order under the
      * key, so the last one dated on or before month end wins.
       READ-ONE-PARAMETER.
           MOVE "N" TO WS-PARM-FOUND
           MOVE 0 TO WS-PARM-VALUE
           MOVE WS-PARM-NAME TO PARM-NAME
           MOVE LOW-VALUES TO PARM-EFF-DATE
           START PARM-FILE KEY IS NOT LESS THAN PARM-KEY
               INVALID KEY
                   SET PARMFILE-EOF TO TRUE
           END-START
           IF NOT PARMFILE-EOF
              PERFORM READ-NEXT-PARAMETER
              PERFORM UNTIL PARMFILE-EOF
                 OR PARM-NAME NOT = WS-PARM-NAME
                 IF PARM-EFF-DATE NOT > WS-MONTH-LAST
                    MOVE PARM-VALUE TO WS-PARM-VALUE
                    SET PARM-FOUND TO TRUE
                 END-IF
                 PERFORM READ-NEXT-PARAMETER
              END-PERFORM
           END-IF.

       READ-NEXT-PARAMETER.
           READ PARM-FILE NEXT RECORD
               AT END SET PARMFILE-EOF TO TRUE
           END-READ.

      * One pass of the account trail collects every account whose
      * status went to C during the month.
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT ACCT-HIST-FILE
           IF ACCTHIST-OK
              PERFORM READ-NEXT-HISTORY
              PERFORM UNTIL ACCTHIST-EOF
                 IF AHIST-FIELD = "STATUS"
                    AND AHIST-NEW-VALUE(1:1) = "C"
                    AND AHIST-TIMESTAMP(1:6) = WS-MONTH-KEY
                    PERFORM ADD-CLOSED-ACCOUNT
                 END-IF
                 PERFORM READ-NEXT-HISTORY
              END-PERFORM
              CLOSE ACCT-HIST-FILE
           END-IF.

       READ-NEXT-HISTORY.
           READ ACCT-HIST-FILE
               AT END SET ACCTHIST-EOF TO TRUE
           END-READ.

       ADD-CLOSED-ACCOUNT.
           IF WS-CLOSED-COUNT < WS-CLOSED-MAX
              ADD 1 TO WS-CLOSED-COUNT
              MOVE AHIST-ACCTID TO WS-CLOSED-ACCT(WS-CLOSED-COUNT)
           ELSE
              SET TABLE-FULL TO TRUE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END SET ACCTMSTR-EOF TO TRUE
           END-READ.

       SUMMARIZE-ONE-ACCOUNT.
           PERFORM FIND-MIS-SLOT
           IF WS-MIS-SLOT > 0
              EVALUATE TRUE
                 WHEN ACCT-OPEN
                    ADD 1 TO WS-MIS-OPEN(WS-MIS-SLOT)
                 WHEN ACCT-FROZEN
                    ADD 1 TO WS-MIS-FROZEN(WS-MIS-SLOT)
                 WHEN ACCT-DORMANT
                    ADD 1 TO WS-MIS-DORMANT(WS-MIS-SLOT)
                 WHEN OTHER
                    ADD 1 TO WS-MIS-CLOSED(WS-MIS-SLOT)
              END-EVALUATE
              IF ACCT-OD-LIMIT > 0
                 ADD ACCT-OD-LIMIT TO WS-MIS-OD-LIMITS(WS-MIS-SLOT)
              END-IF
              PERFORM CHECK-CLOSED-IN-MONTH
              IF CLOSED-FOUND
                 ADD 1 TO WS-MIS-CLOSED-M(WS-MIS-SLOT)
              END-IF
              PERFORM SCAN-MONTH-SNAPSHOTS
              IF WS-BOOK-DAYS > 0
                 COMPUTE WS-AVG-BAL ROUNDED =
                    WS-BAL-SUM / WS-BOOK-DAYS
                 ADD 1 TO WS-MIS-BOOK(WS-MIS-SLOT)
                 ADD WS-AVG-BAL TO WS-MIS-AVG-TOTAL(WS-MIS-SLOT)
                 IF NOT ON-BOOK-BEFORE
                    ADD 1 TO WS-MIS-OPENED-M(WS-MIS-SLOT)
                 END-IF
                 IF WS-OD-DAYS > 0
                    ADD 1 TO WS-MIS-OD-ACCTS(WS-MIS-SLOT)
                    ADD WS-OD-DAYS TO WS-MIS-OD-DAYS(WS-MIS-SLOT)
                    ADD WS-OD-SUM TO WS-MIS-OD-SUM(WS-MIS-SLOT)
                 END-IF
                 PERFORM CHECK-SEGMENT-FIT
              END-IF
              PERFORM SCAN-MONTH-JOURNAL
              ADD WS-INTEREST TO WS-MIS-INTEREST(WS-MIS-SLOT)
              ADD WS-FEES     TO WS-MIS-FEES(WS-MIS-SLOT)
           END-IF.

      * A pair not seen before takes the next free slot; its segment
      * joins the segment list the first time it is met.
       FIND-MIS-SLOT.
           MOVE 0 TO WS-MIS-SLOT
           PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
              UNTIL WS-MIS-IDX > WS-MIS-COUNT
              OR WS-MIS-SLOT > 0
              IF WS-MIS-SEGMENT(WS-MIS-IDX) = ACCT-SEGMENT
                 AND WS-MIS-CCY(WS-MIS-IDX) = ACCT-CCY
                 MOVE WS-MIS-IDX TO WS-MIS-SLOT
              END-IF
           END-PERFORM
           IF WS-MIS-SLOT = 0
              IF WS-MIS-COUNT < WS-MIS-MAX
                 ADD 1 TO WS-MIS-COUNT
                 MOVE WS-MIS-COUNT TO WS-MIS-SLOT
                 INITIALIZE WS-MIS-ENTRY(WS-MIS-SLOT)
                 MOVE ACCT-SEGMENT TO WS-MIS-SEGMENT(WS-MIS-SLOT)
                 MOVE ACCT-CCY     TO WS-MIS-CCY(WS-MIS-SLOT)
                 PERFORM ADD-SEGMENT-NAME
              ELSE
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.

       ADD-SEGMENT-NAME.
           MOVE 0 TO WS-SEG-SLOT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
              UNTIL WS-SEG-IDX > WS-SEG-COUNT
              OR WS-SEG-SLOT > 0
              IF WS-SEG-NAME(WS-SEG-IDX) = ACCT-SEGMENT
                 MOVE WS-SEG-IDX TO WS-SEG-SLOT
              END-IF
           END-PERFORM
           IF WS-SEG-SLOT = 0
              ADD 1 TO WS-SEG-COUNT
              MOVE ACCT-SEGMENT TO WS-SEG-NAME(WS-SEG-COUNT)
           END-IF.

       CHECK-CLOSED-IN-MONTH.
           MOVE "N" TO WS-CLOSED-FOUND
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
              UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
              OR CLOSED-FOUND
              IF WS-CLOSED-ACCT(WS-CLOSED-IDX) = ACCT-ID
                 SET CLOSED-FOUND TO TRUE
              END-IF
           END-PERFORM.

      * The account's snapshots for the month are one contiguous run
      * of the snapshot key. The day before the month tells whether
      * it was already on the books when the month began.
       SCAN-MONTH-SNAPSHOTS.
           MOVE 0 TO WS-BOOK-DAYS WS-OD-DAYS
           MOVE 0 TO WS-BAL-SUM WS-OD-SUM
           MOVE "N" TO WS-ON-BOOK-BEFORE
           MOVE ACCT-ID       TO SNAP-ACCT-ID
           MOVE WS-DAY-BEFORE TO SNAP-DATE
           READ SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ON-BOOK-BEFORE TO TRUE
           END-READ
           MOVE ACCT-ID        TO SNAP-ACCT-ID
           MOVE WS-MONTH-FIRST TO SNAP-DATE
           MOVE SPACES TO WS-SNAPSHOT-STATUS
           START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   SET SNAPSHOT-EOF TO TRUE
           END-START
           IF NOT SNAPSHOT-EOF
              PERFORM READ-NEXT-SNAPSHOT
              PERFORM UNTIL SNAPSHOT-EOF
                 OR SNAP-ACCT-ID NOT = ACCT-ID
                 OR SNAP-DATE > WS-MONTH-LAST
                 ADD 1 TO WS-BOOK-DAYS
                 ADD SNAP-BALANCE TO WS-BAL-SUM
                 IF SNAP-BALANCE < 0
                    ADD 1 TO WS-OD-DAYS
                    ADD SNAP-BALANCE TO WS-OD-SUM
                 END-IF
                 PERFORM READ-NEXT-SNAPSHOT
              END-PERFORM
           END-IF.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END SET SNAPSHOT-EOF TO TRUE
           END-READ.

      * Interest credited to the account and fees taken from it -
      * the type, status, side and amount ride on the cross-reference
      * row, so the journal itself is not read.
       SCAN-MONTH-JOURNAL.
           MOVE 0 TO WS-INTEREST WS-FEES
           MOVE ACCT-ID        TO XREF-ACCT
           MOVE WS-MONTH-FIRST TO XREF-DATE
           MOVE LOW-VALUES     TO XREF-AUTH
           MOVE SPACES TO WS-JRNLXREF-STATUS
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = ACCT-ID
                 OR XREF-DATE > WS-MONTH-LAST
                 IF XREF-STATUS = "APPROVED"
                    IF XREF-TYPE = "INTEREST" AND XREF-TO-SIDE
                       ADD XREF-AMOUNT TO WS-INTEREST
                    END-IF
                    IF XREF-TYPE = "FEE" AND XREF-FROM-SIDE
                       ADD XREF-AMOUNT TO WS-FEES
                    END-IF
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

      * Only the two priced segments have a threshold between them;
      * an account in any other segment, or in a currency with no
      * rate, is not judged.
       CHECK-SEGMENT-FIT.
           MOVE SPACES TO WS-SUGGEST
           MOVE WS-AVG-BAL TO WS-CONV-AMOUNT
           MOVE ACCT-CCY   TO WS-CONV-CCY
           PERFORM CONVERT-TO-BASE
           IF RATE-FOUND
              IF ACCT-SEGMENT = "PLATINUM"
                 AND WS-BASE-AMOUNT < WS-PLAT-MIN-AVG
                 MOVE "STANDARD" TO WS-SUGGEST
              END-IF
              IF ACCT-SEGMENT = "STANDARD"
                 AND WS-BASE-AMOUNT NOT < WS-PLAT-MIN-AVG
                 MOVE "PLATINUM" TO WS-SUGGEST
              END-IF
           END-IF
           IF WS-SUGGEST NOT = SPACES
              ADD 1 TO WS-MISSEG-COUNT
              IF WS-MISSEG-COUNT NOT > WS-MISSEG-MAX
                 MOVE ACCT-ID      TO WS-MS-ACCT(WS-MISSEG-COUNT)
                 MOVE ACCT-SEGMENT TO WS-MS-SEGMENT(WS-MISSEG-COUNT)
                 MOVE ACCT-CCY     TO WS-MS-CCY(WS-MISSEG-COUNT)
                 MOVE WS-AVG-BAL   TO WS-MS-AVG(WS-MISSEG-COUNT)
                 MOVE WS-BASE-AMOUNT
                    TO WS-MS-AVG-BASE(WS-MISSEG-COUNT)
                 MOVE WS-SUGGEST   TO WS-MS-SUGGEST(WS-MISSEG-COUNT)
              END-IF
           END-IF.

       CONVERT-TO-BASE.
           SET RATE-FOUND TO TRUE
           IF WS-CONV-CCY = WS-BASE-CCY
              MOVE WS-CONV-AMOUNT TO WS-BASE-AMOUNT
           ELSE
              MOVE WS-CONV-CCY TO FX-CCY-FROM
              MOVE WS-BASE-CCY TO FX-CCY-TO
              READ FX-RATE-FILE
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FXRATE-OK
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                    WS-CONV-AMOUNT * FX-RATE
              ELSE
                 MOVE "N" TO WS-RATE-FOUND
                 MOVE 0 TO WS-BASE-AMOUNT
              END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MIS-RPT-LINE
           STRING "MONTH-END SEGMENT MIS REPORT - " WS-MONTH-KEY
              " (" WS-MONTH-FIRST " TO " WS-MONTH-LAST
              ")  BASE CURRENCY " WS-BASE-CCY
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE SPACES TO MIS-RPT-LINE
           WRITE MIS-RPT-LINE.

      * Each segment's currencies, then the segment in base.
       WRITE-SEGMENT-SUMMARY.
           MOVE SPACES TO MIS-RPT-LINE
           MOVE "SEGMENT SUMMARY BY CURRENCY" TO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           IF WS-SEG-COUNT = 0
              MOVE SPACES TO MIS-RPT-LINE
              MOVE "  NONE" TO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
              UNTIL WS-SEG-IDX > WS-SEG-COUNT
              MOVE 0 TO WS-SEG-ACCOUNTS WS-SEG-BOOK WS-SEG-UNRATED
              MOVE 0 TO WS-SEG-AVG-BASE WS-SEG-INT-BASE
              MOVE 0 TO WS-SEG-FEE-BASE
              MOVE SPACES TO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
              MOVE SPACES TO MIS-RPT-LINE
              STRING "SEGMENT " WS-SEG-NAME(WS-SEG-IDX)
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
              PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
                 UNTIL WS-MIS-IDX > WS-MIS-COUNT
                 IF WS-MIS-SEGMENT(WS-MIS-IDX)
                    = WS-SEG-NAME(WS-SEG-IDX)
                    PERFORM WRITE-CURRENCY-LINES
                    PERFORM ADD-SEGMENT-BASE-TOTALS
                 END-IF
              END-PERFORM
              PERFORM WRITE-SEGMENT-TOTAL
           END-PERFORM.

       WRITE-CURRENCY-LINES.
           COMPUTE WS-PAIR-ACCOUNTS = WS-MIS-OPEN(WS-MIS-IDX)
              + WS-MIS-FROZEN(WS-MIS-IDX) + WS-MIS-DORMANT(WS-MIS-IDX)
              + WS-MIS-CLOSED(WS-MIS-IDX)
           MOVE WS-MIS-OPEN(WS-MIS-IDX)    TO WS-CNT1-EDIT
           MOVE WS-MIS-FROZEN(WS-MIS-IDX)  TO WS-CNT2-EDIT
           MOVE WS-MIS-DORMANT(WS-MIS-IDX) TO WS-CNT3-EDIT
           MOVE WS-MIS-CLOSED(WS-MIS-IDX)  TO WS-CNT4-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "  " WS-MIS-CCY(WS-MIS-IDX)
              "  ACCOUNTS - OPEN " WS-CNT1-EDIT
              "  FROZEN " WS-CNT2-EDIT
              "  DORMANT " WS-CNT3-EDIT
              "  CLOSED " WS-CNT4-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE WS-MIS-OPENED-M(WS-MIS-IDX) TO WS-CNT1-EDIT
           MOVE WS-MIS-CLOSED-M(WS-MIS-IDX) TO WS-CNT2-EDIT
           MOVE WS-MIS-BOOK(WS-MIS-IDX)     TO WS-CNT3-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "       OPENED IN MONTH " WS-CNT1-EDIT
              "  CLOSED IN MONTH " WS-CNT2-EDIT
              "  ON BOOKS IN MONTH " WS-CNT3-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE WS-MIS-AVG-TOTAL(WS-MIS-IDX) TO WS-AMT-EDIT
           IF WS-MIS-BOOK(WS-MIS-IDX) > 0
              COMPUTE WS-THIS-AVG ROUNDED =
                 WS-MIS-AVG-TOTAL(WS-MIS-IDX) / WS-MIS-BOOK(WS-MIS-IDX)
           ELSE
              MOVE 0 TO WS-THIS-AVG
           END-IF
           MOVE WS-THIS-AVG TO WS-AMT2-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "       AVG DAILY BALANCE - TOTAL " WS-AMT-EDIT
              "  AVERAGE PER ACCOUNT " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE WS-MIS-INTEREST(WS-MIS-IDX) TO WS-AMT-EDIT
           MOVE WS-MIS-FEES(WS-MIS-IDX)     TO WS-AMT2-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "       INTEREST PAID " WS-AMT-EDIT
              "  FEES EARNED " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           IF WS-MIS-OD-DAYS(WS-MIS-IDX) > 0
              COMPUTE WS-OD-AVG ROUNDED =
                 WS-MIS-OD-SUM(WS-MIS-IDX) / WS-MIS-OD-DAYS(WS-MIS-IDX)
           ELSE
              MOVE 0 TO WS-OD-AVG
           END-IF
           MOVE WS-MIS-OD-ACCTS(WS-MIS-IDX) TO WS-CNT1-EDIT
           MOVE WS-MIS-OD-DAYS(WS-MIS-IDX)  TO WS-CNT2-EDIT
           MOVE WS-OD-AVG                   TO WS-AMT-EDIT
           MOVE WS-MIS-OD-LIMITS(WS-MIS-IDX) TO WS-AMT2-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "       OVERDRAFT - ACCOUNTS USED " WS-CNT1-EDIT
              "  DAYS " WS-CNT2-EDIT
              "  AVG OVERDRAWN " WS-AMT-EDIT
              "  LIMITS " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE.

      * Only the book accounts of a currency with a rate count in the
      * per-account average - an unrated currency is left out of the
      * base totals and so out of the divisor too.
       ADD-SEGMENT-BASE-TOTALS.
           ADD WS-PAIR-ACCOUNTS TO WS-SEG-ACCOUNTS
           MOVE WS-MIS-CCY(WS-MIS-IDX) TO WS-CONV-CCY
           MOVE WS-MIS-AVG-TOTAL(WS-MIS-IDX) TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-BASE
           IF RATE-FOUND
              ADD WS-MIS-BOOK(WS-MIS-IDX) TO WS-SEG-BOOK
              ADD WS-BASE-AMOUNT TO WS-SEG-AVG-BASE
              MOVE WS-MIS-INTEREST(WS-MIS-IDX) TO WS-CONV-AMOUNT
              PERFORM CONVERT-TO-BASE
              ADD WS-BASE-AMOUNT TO WS-SEG-INT-BASE
              MOVE WS-MIS-FEES(WS-MIS-IDX) TO WS-CONV-AMOUNT
              PERFORM CONVERT-TO-BASE
              ADD WS-BASE-AMOUNT TO WS-SEG-FEE-BASE
           ELSE
              ADD 1 TO WS-SEG-UNRATED
              MOVE SPACES TO MIS-RPT-LINE
              STRING "       *** NO " WS-MIS-CCY(WS-MIS-IDX) "/"
                 WS-BASE-CCY " RATE - LEFT OUT OF THE BASE TOTALS ***"
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF.

       WRITE-SEGMENT-TOTAL.
           IF WS-SEG-BOOK > 0
              COMPUTE WS-THIS-AVG ROUNDED =
                 WS-SEG-AVG-BASE / WS-SEG-BOOK
           ELSE
              MOVE 0 TO WS-THIS-AVG
           END-IF
           MOVE WS-SEG-ACCOUNTS TO WS-CNT1-EDIT
           MOVE WS-SEG-AVG-BASE TO WS-AMT-EDIT
           MOVE WS-THIS-AVG     TO WS-AMT2-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "  SEGMENT TOTAL " WS-BASE-CCY
              "  ACCOUNTS " WS-CNT1-EDIT
              "  AVG DAILY BALANCE " WS-AMT-EDIT
              "  PER ACCOUNT " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE WS-SEG-INT-BASE TO WS-AMT-EDIT
           MOVE WS-SEG-FEE-BASE TO WS-AMT2-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "  SEGMENT TOTAL " WS-BASE-CCY
              "  INTEREST PAID " WS-AMT-EDIT
              "  FEES EARNED " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE.

      * The month before's figures are read back from MISHIST before
      * this month's are stored, pair by pair.
       WRITE-MONTH-COMPARISON.
           MOVE SPACES TO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE SPACES TO MIS-RPT-LINE
           STRING "MONTH-OVER-MONTH - " WS-MONTH-KEY " AGAINST "
              WS-PRIOR-MONTH-KEY
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           IF WS-MIS-COUNT = 0
              MOVE SPACES TO MIS-RPT-LINE
              MOVE "  NONE" TO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF
           PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
              UNTIL WS-MIS-IDX > WS-MIS-COUNT
              PERFORM WRITE-COMPARISON-LINES
              PERFORM STORE-MONTH-FIGURES
           END-PERFORM.

       WRITE-COMPARISON-LINES.
           IF WS-MIS-BOOK(WS-MIS-IDX) > 0
              COMPUTE WS-THIS-AVG ROUNDED =
                 WS-MIS-AVG-TOTAL(WS-MIS-IDX) / WS-MIS-BOOK(WS-MIS-IDX)
           ELSE
              MOVE 0 TO WS-THIS-AVG
           END-IF
           MOVE WS-PRIOR-MONTH-KEY         TO MIS-MONTH
           MOVE WS-MIS-SEGMENT(WS-MIS-IDX) TO MIS-SEGMENT
           MOVE WS-MIS-CCY(WS-MIS-IDX)     TO MIS-CCY
           READ MIS-HIST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MISHIST-OK
              MOVE SPACES TO MIS-RPT-LINE
              STRING "  " WS-MIS-SEGMENT(WS-MIS-IDX) " "
                 WS-MIS-CCY(WS-MIS-IDX)
                 "  NO FIGURES FOR " WS-PRIOR-MONTH-KEY
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           ELSE
              IF MIS-BOOK-ACCOUNTS > 0
                 COMPUTE WS-PRIOR-AVG ROUNDED =
                    MIS-AVG-BAL-TOTAL / MIS-BOOK-ACCOUNTS
              ELSE
                 MOVE 0 TO WS-PRIOR-AVG
              END-IF
              COMPUTE WS-CHANGE = WS-THIS-AVG - WS-PRIOR-AVG
              MOVE WS-THIS-AVG  TO WS-AMT-EDIT
              MOVE WS-PRIOR-AVG TO WS-AMT2-EDIT
              MOVE WS-CHANGE    TO WS-AMT3-EDIT
              MOVE WS-MIS-BOOK(WS-MIS-IDX) TO WS-CNT1-EDIT
              MOVE MIS-BOOK-ACCOUNTS       TO WS-CNT2-EDIT
              MOVE SPACES TO MIS-RPT-LINE
              STRING "  " WS-MIS-SEGMENT(WS-MIS-IDX) " "
                 WS-MIS-CCY(WS-MIS-IDX)
                 "  AVG BALANCE " WS-AMT-EDIT
                 "  PRIOR " WS-AMT2-EDIT
                 "  CHANGE " WS-AMT3-EDIT
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
              MOVE SPACES TO MIS-RPT-LINE
              STRING "                 ACCOUNTS    " WS-CNT1-EDIT
                 "          PRIOR " WS-CNT2-EDIT
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
              COMPUTE WS-CHANGE =
                 WS-MIS-INTEREST(WS-MIS-IDX) - MIS-INTEREST
              MOVE WS-MIS-INTEREST(WS-MIS-IDX) TO WS-AMT-EDIT
              MOVE MIS-INTEREST TO WS-AMT2-EDIT
              MOVE WS-CHANGE    TO WS-AMT3-EDIT
              MOVE SPACES TO MIS-RPT-LINE
              STRING "                 INTEREST    " WS-AMT-EDIT
                 "  PRIOR " WS-AMT2-EDIT
                 "  CHANGE " WS-AMT3-EDIT
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
              COMPUTE WS-CHANGE = WS-MIS-FEES(WS-MIS-IDX) - MIS-FEES
              MOVE WS-MIS-FEES(WS-MIS-IDX) TO WS-AMT-EDIT
              MOVE MIS-FEES     TO WS-AMT2-EDIT
              MOVE WS-CHANGE    TO WS-AMT3-EDIT
              MOVE SPACES TO MIS-RPT-LINE
              STRING "                 FEES        " WS-AMT-EDIT
                 "  PRIOR " WS-AMT2-EDIT
                 "  CHANGE " WS-AMT3-EDIT
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF.

      * A rerun for the month rewrites its figures.
       STORE-MONTH-FIGURES.
           MOVE WS-MONTH-KEY               TO MIS-MONTH
           MOVE WS-MIS-SEGMENT(WS-MIS-IDX) TO MIS-SEGMENT
           MOVE WS-MIS-CCY(WS-MIS-IDX)     TO MIS-CCY
           COMPUTE MIS-ACCOUNTS = WS-MIS-OPEN(WS-MIS-IDX)
              + WS-MIS-FROZEN(WS-MIS-IDX) + WS-MIS-DORMANT(WS-MIS-IDX)
              + WS-MIS-CLOSED(WS-MIS-IDX)
           MOVE WS-MIS-BOOK(WS-MIS-IDX)      TO MIS-BOOK-ACCOUNTS
           MOVE WS-MIS-OPENED-M(WS-MIS-IDX)  TO MIS-OPENED
           MOVE WS-MIS-CLOSED-M(WS-MIS-IDX)  TO MIS-CLOSED
           MOVE WS-MIS-AVG-TOTAL(WS-MIS-IDX) TO MIS-AVG-BAL-TOTAL
           MOVE WS-MIS-CCY(WS-MIS-IDX)       TO WS-CONV-CCY
           MOVE WS-MIS-AVG-TOTAL(WS-MIS-IDX) TO WS-CONV-AMOUNT
           PERFORM CONVERT-TO-BASE
           MOVE WS-BASE-AMOUNT               TO MIS-AVG-BAL-BASE
           MOVE WS-MIS-INTEREST(WS-MIS-IDX)  TO MIS-INTEREST
           MOVE WS-MIS-FEES(WS-MIS-IDX)      TO MIS-FEES
           MOVE WS-MIS-OD-ACCTS(WS-MIS-IDX)  TO MIS-OD-ACCOUNTS
           MOVE WS-MIS-OD-DAYS(WS-MIS-IDX)   TO MIS-OD-DAYS
           WRITE MIS-RECORD
               INVALID KEY
                   REWRITE MIS-RECORD
           END-WRITE.

       WRITE-MISSEGMENT-LIST.
           MOVE SPACES TO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           MOVE WS-PLAT-MIN-AVG TO WS-AMT-EDIT
           MOVE SPACES TO MIS-RPT-LINE
           STRING "POSSIBLY MIS-SEGMENTED - PLATINUM THRESHOLD "
              WS-AMT-EDIT " " WS-BASE-CCY " AVERAGE DAILY BALANCE"
              DELIMITED BY SIZE INTO MIS-RPT-LINE
           WRITE MIS-RPT-LINE
           IF WS-MISSEG-COUNT = 0
              MOVE SPACES TO MIS-RPT-LINE
              MOVE "  NONE" TO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF
           PERFORM VARYING WS-MISSEG-IDX FROM 1 BY 1
              UNTIL WS-MISSEG-IDX > WS-MISSEG-COUNT
              OR WS-MISSEG-IDX > WS-MISSEG-MAX
              MOVE WS-MS-AVG(WS-MISSEG-IDX)      TO WS-AMT-EDIT
              MOVE WS-MS-AVG-BASE(WS-MISSEG-IDX) TO WS-AMT2-EDIT
              MOVE SPACES TO MIS-RPT-LINE
              STRING "  " WS-MS-ACCT(WS-MISSEG-IDX)
                 "  " WS-MS-SEGMENT(WS-MISSEG-IDX)
                 "  AVG " WS-AMT-EDIT " " WS-MS-CCY(WS-MISSEG-IDX)
                 "  = " WS-AMT2-EDIT " " WS-BASE-CCY
                 "  SUGGEST " WS-MS-SUGGEST(WS-MISSEG-IDX)
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-PERFORM
           IF WS-MISSEG-COUNT > WS-MISSEG-MAX
              MOVE SPACES TO MIS-RPT-LINE
              STRING "  *** LIST CUT AT 500 OF " WS-MISSEG-COUNT
                 " ACCOUNTS ***"
                 DELIMITED BY SIZE INTO MIS-RPT-LINE
              WRITE MIS-RPT-LINE
           END-IF.
