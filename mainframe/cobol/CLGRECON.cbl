       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLGRECON.

      * Clearing settlement reconciliation - proves what CLGPOST did
      * with the business date's inbound clearing feed against what
      * the clearing network says it settled against our settlement
      * account at the central bank. EODRECON only proves the journal
      * against our own control totals; this step proves our side
      * against theirs. Our side is rebuilt from the two files
      * CLGPOST worked from and wrote: every item on the day's feed
      * (CLGFILE) that is not on the day's return file (CLGRET) was
      * posted APPROVED, and every item on the return file went back
      * to the network. The approved count and amount are proved to
      * the CLGCTL adjustment record CLGPOST wrote for EODRECON
      * first, so a wrong feed or return generation shows up as a
      * break of its own instead of a page of unmatched items. The
      * network's daily settlement report (CLGSTL) opens with an HDR
      * record whose date must equal the RUNCTL business date, and
      * carries one record per item in the feed's layout with the
      * network's settlement status - S settled to us, R returned by
      * us. Both sides are totalled by count and amount per currency
      * and direction (credit items paid in to our customers, debit
      * items collected from them), settled and returned apart, and
      * matched item by item on the clearing reference: an item on
      * one side only, or on both with a different direction,
      * currency, amount or status, is listed by reference. Any
      * difference is a break - the report goes to treasury and the
      * step ends RC=8, which stops the COND chain before the GL
      * extract is cut. As with EODRECON, the step counts as complete
      * even on a break (the break is what treasury chases; leaving
      * the flag unset would make the date unclosable), but a missing
      * or wrong-dated settlement report reconciles nothing, ends
      * RC=8 and leaves the step to be rerun when the right report is
      * in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLG-SEQ-FILE ASSIGN TO "CLGFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLGFILE-STATUS.

           SELECT OPTIONAL CLG-RET-FILE ASSIGN TO "CLGRET"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLGRET-STATUS.

           SELECT OPTIONAL CLG-CTL-FILE ASSIGN TO "CLGCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLGCTL-STATUS.

           SELECT CLG-STL-FILE ASSIGN TO "CLGSTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLGSTL-STATUS.

           SELECT STL-RPT-FILE ASSIGN TO "CLGSTLRP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STLRPT-STATUS.

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
       FD  CLG-SEQ-FILE.
       01  CLG-RECORD.
           05  CLG-DR-CR          PIC X(1).
           05  CLG-BANK           PIC X(8).
           05  CLG-ACCT           PIC X(8).
           05  CLG-AMOUNT         PIC 9(9)V99.
           05  CLG-CCY            PIC X(3).
           05  CLG-REF            PIC X(10).
           05  CLG-ORIG-ID        PIC X(10).
       01  CLG-HDR-RECORD.
           05  HDR-TAG            PIC X(3).
           05  HDR-FEED-DATE      PIC X(8).
           05  FILLER             PIC X(40).

       FD  CLG-RET-FILE.
       01  CLG-RETURN-RECORD.
           05  RET-DR-CR          PIC X(1).
           05  RET-BANK           PIC X(8).
           05  RET-ACCT           PIC X(8).
           05  RET-AMOUNT         PIC 9(9)V99.
           05  RET-CCY            PIC X(3).
           05  RET-REF            PIC X(10).
           05  RET-RETURN-CODE    PIC X(3).
           05  RET-ORIG-ID        PIC X(10).

       FD  CLG-CTL-FILE.
       01  CLG-CTL-RECORD.
           05  SEQ-CLG-COUNT          PIC 9(7).
           05  SEQ-CLG-AMOUNT-TOTAL   PIC 9(11)V99.

       FD  CLG-STL-FILE.
       01  STL-RECORD.
           05  STL-DR-CR          PIC X(1).
           05  STL-BANK           PIC X(8).
           05  STL-ACCT           PIC X(8).
           05  STL-AMOUNT         PIC 9(9)V99.
           05  STL-CCY            PIC X(3).
           05  STL-REF            PIC X(10).
           05  STL-STATUS         PIC X(1).
               88  STL-SETTLED        VALUE "S".
               88  STL-RETURNED       VALUE "R".
       01  STL-HDR-RECORD.
           05  STL-HDR-TAG        PIC X(3).
           05  STL-HDR-DATE       PIC X(8).
           05  FILLER             PIC X(31).

       FD  STL-RPT-FILE.
       01  STL-RPT-LINE           PIC X(132).

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
       01  WS-CLGFILE-STATUS    PIC X(2) VALUE SPACES.
           88  CLGFILE-EOF          VALUE "10".
       01  WS-CLGRET-STATUS     PIC X(2) VALUE SPACES.
           88  CLGRET-EOF           VALUE "10".
       01  WS-CLGCTL-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLGSTL-STATUS     PIC X(2) VALUE SPACES.
           88  CLGSTL-EOF           VALUE "10".
       01  WS-STLRPT-STATUS     PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-STL-FAILED        PIC X(1)  VALUE "N".
           88  STL-FAILED           VALUE "Y".
       01  WS-BREAK             PIC X(1)  VALUE "N".
           88  RECON-BREAK          VALUE "Y".

      * Our side, one entry per clearing reference - A approved
      * (posted), R returned - with the network item it matched.
       01  WS-ITEM-MAX          PIC 9(5)  VALUE 5000.
       01  WS-ITEM-COUNT        PIC 9(5)  VALUE 0.
       01  WS-ITEM-IDX          PIC 9(5)  VALUE 0.
       01  WS-ITEM-SLOT         PIC 9(5)  VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITEM-REF      PIC X(10).
               10  WS-ITEM-DR-CR    PIC X(1).
               10  WS-ITEM-CCY      PIC X(3).
               10  WS-ITEM-AMOUNT   PIC 9(9)V99.
               10  WS-ITEM-STATUS   PIC X(1).
               10  WS-ITEM-MATCHED  PIC X(1).

      * Totals per currency and direction, both sides.
       01  WS-TOT-MAX           PIC 9(3)  VALUE 60.
       01  WS-TOT-COUNT         PIC 9(3)  VALUE 0.
       01  WS-TOT-IDX           PIC 9(3)  VALUE 0.
       01  WS-TOT-SLOT          PIC 9(3)  VALUE 0.
       01  WS-TOT-TABLE.
           05  WS-TOT-ENTRY OCCURS 60 TIMES.
               10  WS-TOT-CCY           PIC X(3).
               10  WS-TOT-DR-CR         PIC X(1).
               10  WS-TOT-OUR-SET-CNT   PIC 9(7).
               10  WS-TOT-OUR-SET-AMT   PIC 9(11)V99.
               10  WS-TOT-OUR-RET-CNT   PIC 9(7).
               10  WS-TOT-OUR-RET-AMT   PIC 9(11)V99.
               10  WS-TOT-NET-SET-CNT   PIC 9(7).
               10  WS-TOT-NET-SET-AMT   PIC 9(11)V99.
               10  WS-TOT-NET-RET-CNT   PIC 9(7).
               10  WS-TOT-NET-RET-AMT   PIC 9(11)V99.
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

      * Network items with no agreeing item on our side.
       01  WS-EXC-MAX           PIC 9(4)  VALUE 1000.
       01  WS-EXC-COUNT         PIC 9(5)  VALUE 0.
       01  WS-EXC-IDX           PIC 9(4)  VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 1000 TIMES.
               10  WS-EXC-REF       PIC X(10).
               10  WS-EXC-DR-CR     PIC X(1).
               10  WS-EXC-CCY       PIC X(3).
               10  WS-EXC-AMOUNT    PIC 9(9)V99.
               10  WS-EXC-STATUS    PIC X(1).
               10  WS-EXC-OUR-SLOT  PIC 9(5).

      * Key of the item being totalled.
       01  WS-KEY-CCY           PIC X(3)  VALUE SPACES.
       01  WS-KEY-DR-CR         PIC X(1)  VALUE SPACES.

       01  WS-OUR-POSTED-COUNT  PIC 9(7)  VALUE 0.
       01  WS-OUR-POSTED-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-NET-ITEM-COUNT    PIC 9(7)  VALUE 0.
       01  WS-MATCHED-COUNT     PIC 9(7)  VALUE 0.
       01  WS-UNMATCHED-COUNT   PIC 9(7)  VALUE 0.

       01  WS-OUR-DESC          PIC X(40) VALUE SPACES.
       01  WS-NET-DESC          PIC X(40) VALUE SPACES.
       01  WS-STATUS-TEXT       PIC X(8)  VALUE SPACES.
       01  WS-DIRECTION-TEXT    PIC X(6)  VALUE SPACES.
       01  WS-RESULT-TEXT       PIC X(8)  VALUE SPACES.
       01  WS-ITEM-AMT-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT1-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-CNT2-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-AMT1-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT2-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE

           OPEN INPUT CLG-STL-FILE
           PERFORM VERIFY-SETTLEMENT-HEADER
           IF STL-FAILED
              CLOSE CLG-STL-FILE
              CLOSE RUN-CTL-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF

           PERFORM LOAD-OUR-RETURNS
           PERFORM LOAD-OUR-POSTINGS
           PERFORM MATCH-SETTLEMENT-REPORT
           CLOSE CLG-STL-FILE

           OPEN OUTPUT STL-RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROVE-TO-CLGCTL
           PERFORM WRITE-CURRENCY-TOTALS
           PERFORM WRITE-UNMATCHED-ITEMS
           PERFORM WRITE-REPORT-TRAILER
           CLOSE STL-RPT-FILE

           IF RECON-BREAK
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CLGRECON: " WS-ITEM-COUNT " OUR ITEMS, "
              WS-NET-ITEM-COUNT " NETWORK ITEMS, "
              WS-MATCHED-COUNT " MATCHED, "
              WS-UNMATCHED-COUNT " UNMATCHED FOR " WS-RUN-DATE
           IF RECON-BREAK
              DISPLAY "CLGRECON: SETTLEMENT BREAK - SEE CLGSTLRP"
           END-IF
           PERFORM MARK-STEP-COMPLETE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       VERIFY-SETTLEMENT-HEADER.
           PERFORM READ-NEXT-SETTLEMENT
           IF CLGSTL-EOF OR STL-HDR-TAG NOT = "HDR"
              DISPLAY "CLGRECON: SETTLEMENT REPORT HAS NO HDR DATE "
                 "RECORD - NOT RECONCILED"
              SET STL-FAILED TO TRUE
           ELSE
              IF STL-HDR-DATE NOT = WS-RUN-DATE
                 DISPLAY "CLGRECON: SETTLEMENT REPORT DATED "
                    STL-HDR-DATE " BUT CYCLE DATE IS " WS-RUN-DATE
                    " - NOT RECONCILED"
                 SET STL-FAILED TO TRUE
              END-IF
           END-IF.

       READ-NEXT-SETTLEMENT.
           READ CLG-STL-FILE
               AT END SET CLGSTL-EOF TO TRUE
           END-READ.

      * The returns go in first, so the feed pass can tell a returned
      * item from a posted one by its reference. No return file (no
      * feed, or nothing returned) is no returns.
       LOAD-OUR-RETURNS.
           OPEN INPUT CLG-RET-FILE
           PERFORM READ-NEXT-RETURN
           PERFORM UNTIL CLGRET-EOF
              MOVE RET-CCY   TO WS-KEY-CCY
              MOVE RET-DR-CR TO WS-KEY-DR-CR
              PERFORM FIND-TOTAL-SLOT
              PERFORM ADD-ITEM-SLOT
              IF WS-ITEM-SLOT > 0
                 MOVE RET-REF    TO WS-ITEM-REF(WS-ITEM-SLOT)
                 MOVE RET-DR-CR  TO WS-ITEM-DR-CR(WS-ITEM-SLOT)
                 MOVE RET-CCY    TO WS-ITEM-CCY(WS-ITEM-SLOT)
                 MOVE RET-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-SLOT)
                 MOVE "R"        TO WS-ITEM-STATUS(WS-ITEM-SLOT)
              END-IF
              IF WS-TOT-SLOT > 0
                 ADD 1 TO WS-TOT-OUR-RET-CNT(WS-TOT-SLOT)
                 ADD RET-AMOUNT TO WS-TOT-OUR-RET-AMT(WS-TOT-SLOT)
              END-IF
              PERFORM READ-NEXT-RETURN
           END-PERFORM
           CLOSE CLG-RET-FILE.

       READ-NEXT-RETURN.
           READ CLG-RET-FILE
               AT END SET CLGRET-EOF TO TRUE
           END-READ.

      * Every feed item that did not go back was posted APPROVED.
      * The HDR record was proved to the cycle date by CLGPOST.
       LOAD-OUR-POSTINGS.
           OPEN INPUT CLG-SEQ-FILE
           PERFORM READ-NEXT-CLG-ITEM
           IF NOT CLGFILE-EOF AND HDR-TAG = "HDR"
              PERFORM READ-NEXT-CLG-ITEM
           END-IF
           PERFORM UNTIL CLGFILE-EOF
              PERFORM FIND-OUR-ITEM
              IF WS-ITEM-SLOT = 0
                 OR WS-ITEM-STATUS(WS-ITEM-SLOT) NOT = "R"
                 PERFORM ADD-POSTED-ITEM
              END-IF
              PERFORM READ-NEXT-CLG-ITEM
           END-PERFORM
           CLOSE CLG-SEQ-FILE.

       READ-NEXT-CLG-ITEM.
           READ CLG-SEQ-FILE
               AT END SET CLGFILE-EOF TO TRUE
           END-READ.

       FIND-OUR-ITEM.
           MOVE 0 TO WS-ITEM-SLOT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              OR WS-ITEM-SLOT > 0
              IF WS-ITEM-REF(WS-ITEM-IDX) = CLG-REF
                 MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
              END-IF
           END-PERFORM.

       ADD-POSTED-ITEM.
           MOVE CLG-CCY   TO WS-KEY-CCY
           MOVE CLG-DR-CR TO WS-KEY-DR-CR
           PERFORM FIND-TOTAL-SLOT
           PERFORM ADD-ITEM-SLOT
           IF WS-ITEM-SLOT > 0
              MOVE CLG-REF    TO WS-ITEM-REF(WS-ITEM-SLOT)
              MOVE CLG-DR-CR  TO WS-ITEM-DR-CR(WS-ITEM-SLOT)
              MOVE CLG-CCY    TO WS-ITEM-CCY(WS-ITEM-SLOT)
              MOVE CLG-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-SLOT)
              MOVE "A"        TO WS-ITEM-STATUS(WS-ITEM-SLOT)
           END-IF
           IF WS-TOT-SLOT > 0
              ADD 1 TO WS-TOT-OUR-SET-CNT(WS-TOT-SLOT)
              ADD CLG-AMOUNT TO WS-TOT-OUR-SET-AMT(WS-TOT-SLOT)
           END-IF
           ADD 1 TO WS-OUR-POSTED-COUNT
           ADD CLG-AMOUNT TO WS-OUR-POSTED-TOTAL.

       ADD-ITEM-SLOT.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
              ADD 1 TO WS-ITEM-COUNT
              MOVE WS-ITEM-COUNT TO WS-ITEM-SLOT
              MOVE "N" TO WS-ITEM-MATCHED(WS-ITEM-SLOT)
           ELSE
              MOVE 0 TO WS-ITEM-SLOT
              SET TABLE-FULL TO TRUE
           END-IF.

       FIND-TOTAL-SLOT.
           MOVE 0 TO WS-TOT-SLOT
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
              UNTIL WS-TOT-IDX > WS-TOT-COUNT
              OR WS-TOT-SLOT > 0
              IF WS-TOT-CCY(WS-TOT-IDX) = WS-KEY-CCY
                 AND WS-TOT-DR-CR(WS-TOT-IDX) = WS-KEY-DR-CR
                 MOVE WS-TOT-IDX TO WS-TOT-SLOT
              END-IF
           END-PERFORM
           IF WS-TOT-SLOT = 0
              IF WS-TOT-COUNT < WS-TOT-MAX
                 ADD 1 TO WS-TOT-COUNT
                 MOVE WS-TOT-COUNT TO WS-TOT-SLOT
                 INITIALIZE WS-TOT-ENTRY(WS-TOT-SLOT)
                 MOVE WS-KEY-CCY   TO WS-TOT-CCY(WS-TOT-SLOT)
                 MOVE WS-KEY-DR-CR TO WS-TOT-DR-CR(WS-TOT-SLOT)
              ELSE
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.

      * Each network item is totalled on its own side and looked for
      * on ours by reference. It agrees when direction, currency,
      * amount and status all do (S against A, R against R); any
      * other outcome is kept for the unmatched list.
       MATCH-SETTLEMENT-REPORT.
           PERFORM READ-NEXT-SETTLEMENT
           PERFORM UNTIL CLGSTL-EOF
              IF STL-HDR-TAG NOT = "TRL"
                 ADD 1 TO WS-NET-ITEM-COUNT
                 PERFORM MATCH-ONE-NETWORK-ITEM
              END-IF
              PERFORM READ-NEXT-SETTLEMENT
           END-PERFORM.

       MATCH-ONE-NETWORK-ITEM.
           MOVE STL-CCY   TO WS-KEY-CCY
           MOVE STL-DR-CR TO WS-KEY-DR-CR
           PERFORM FIND-TOTAL-SLOT
           IF WS-TOT-SLOT > 0
              IF STL-RETURNED
                 ADD 1 TO WS-TOT-NET-RET-CNT(WS-TOT-SLOT)
                 ADD STL-AMOUNT TO WS-TOT-NET-RET-AMT(WS-TOT-SLOT)
              ELSE
                 ADD 1 TO WS-TOT-NET-SET-CNT(WS-TOT-SLOT)
                 ADD STL-AMOUNT TO WS-TOT-NET-SET-AMT(WS-TOT-SLOT)
              END-IF
           END-IF
           MOVE 0 TO WS-ITEM-SLOT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              OR WS-ITEM-SLOT > 0
              IF WS-ITEM-REF(WS-ITEM-IDX) = STL-REF
                 AND WS-ITEM-MATCHED(WS-ITEM-IDX) = "N"
                 MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
              END-IF
           END-PERFORM
           IF WS-ITEM-SLOT > 0
              MOVE "Y" TO WS-ITEM-MATCHED(WS-ITEM-SLOT)
              IF WS-ITEM-DR-CR(WS-ITEM-SLOT) = STL-DR-CR
                 AND WS-ITEM-CCY(WS-ITEM-SLOT) = STL-CCY
                 AND WS-ITEM-AMOUNT(WS-ITEM-SLOT) = STL-AMOUNT
                 AND ((WS-ITEM-STATUS(WS-ITEM-SLOT) = "A"
                       AND STL-SETTLED)
                   OR (WS-ITEM-STATUS(WS-ITEM-SLOT) = "R"
                       AND STL-RETURNED))
                 ADD 1 TO WS-MATCHED-COUNT
              ELSE
                 MOVE "D" TO WS-ITEM-MATCHED(WS-ITEM-SLOT)
                 PERFORM KEEP-NETWORK-EXCEPTION
              END-IF
           ELSE
              PERFORM KEEP-NETWORK-EXCEPTION
           END-IF.

       KEEP-NETWORK-EXCEPTION.
           SET RECON-BREAK TO TRUE
           ADD 1 TO WS-UNMATCHED-COUNT
           ADD 1 TO WS-EXC-COUNT
           IF WS-EXC-COUNT NOT > WS-EXC-MAX
              MOVE STL-REF      TO WS-EXC-REF(WS-EXC-COUNT)
              MOVE STL-DR-CR    TO WS-EXC-DR-CR(WS-EXC-COUNT)
              MOVE STL-CCY      TO WS-EXC-CCY(WS-EXC-COUNT)
              MOVE STL-AMOUNT   TO WS-EXC-AMOUNT(WS-EXC-COUNT)
              MOVE STL-STATUS   TO WS-EXC-STATUS(WS-EXC-COUNT)
              MOVE WS-ITEM-SLOT TO WS-EXC-OUR-SLOT(WS-EXC-COUNT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO STL-RPT-LINE
           STRING "CLEARING SETTLEMENT RECONCILIATION - BUSINESS DATE "
              WS-RUN-DATE
              DELIMITED BY SIZE INTO STL-RPT-LINE
           WRITE STL-RPT-LINE
           MOVE SPACES TO STL-RPT-LINE
           WRITE STL-RPT-LINE.

      * CLGPOST's own adjustment record must agree with what the feed
      * and return files say it posted, or the two files read here
      * are not the ones it worked from.
       PROVE-TO-CLGCTL.
           OPEN INPUT CLG-CTL-FILE
           READ CLG-CTL-FILE
               AT END
                   MOVE 0 TO SEQ-CLG-COUNT
                   MOVE 0 TO SEQ-CLG-AMOUNT-TOTAL
           END-READ
           CLOSE CLG-CTL-FILE
           MOVE SEQ-CLG-COUNT        TO WS-CNT1-EDIT
           MOVE WS-OUR-POSTED-COUNT  TO WS-CNT2-EDIT
           MOVE SEQ-CLG-AMOUNT-TOTAL TO WS-AMT1-EDIT
           MOVE WS-OUR-POSTED-TOTAL  TO WS-AMT2-EDIT
           MOVE SPACES TO STL-RPT-LINE
           STRING "CLGPOST CONTROL (CLGCTL) APPROVED " WS-CNT1-EDIT
              " " WS-AMT1-EDIT "   FEED LESS RETURNS "
              WS-CNT2-EDIT " " WS-AMT2-EDIT
              DELIMITED BY SIZE INTO STL-RPT-LINE
           WRITE STL-RPT-LINE
           IF SEQ-CLG-COUNT NOT = WS-OUR-POSTED-COUNT
              OR SEQ-CLG-AMOUNT-TOTAL NOT = WS-OUR-POSTED-TOTAL
              SET RECON-BREAK TO TRUE
              MOVE SPACES TO STL-RPT-LINE
              STRING "*** BREAK - FEED AND RETURN FILES DO NOT AGREE "
                 "TO CLGPOST'S CONTROL RECORD ***"
                 DELIMITED BY SIZE INTO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-IF
           MOVE SPACES TO STL-RPT-LINE
           WRITE STL-RPT-LINE.

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO STL-RPT-LINE
           STRING "CCY DIRECTION STATUS      OUR COUNT        "
              "OUR AMOUNT  NETWORK COUNT    NETWORK AMOUNT"
              DELIMITED BY SIZE INTO STL-RPT-LINE
           WRITE STL-RPT-LINE
           IF WS-TOT-COUNT = 0
              MOVE SPACES TO STL-RPT-LINE
              MOVE "  NONE" TO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-IF
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
              UNTIL WS-TOT-IDX > WS-TOT-COUNT
              IF WS-TOT-DR-CR(WS-TOT-IDX) = "C"
                 MOVE "CREDIT" TO WS-DIRECTION-TEXT
              ELSE
                 MOVE "DEBIT " TO WS-DIRECTION-TEXT
              END-IF
              MOVE "SETTLED " TO WS-STATUS-TEXT
              MOVE WS-TOT-OUR-SET-CNT(WS-TOT-IDX) TO WS-CNT1-EDIT
              MOVE WS-TOT-OUR-SET-AMT(WS-TOT-IDX) TO WS-AMT1-EDIT
              MOVE WS-TOT-NET-SET-CNT(WS-TOT-IDX) TO WS-CNT2-EDIT
              MOVE WS-TOT-NET-SET-AMT(WS-TOT-IDX) TO WS-AMT2-EDIT
              IF WS-TOT-OUR-SET-CNT(WS-TOT-IDX)
                 = WS-TOT-NET-SET-CNT(WS-TOT-IDX)
                 AND WS-TOT-OUR-SET-AMT(WS-TOT-IDX)
                 = WS-TOT-NET-SET-AMT(WS-TOT-IDX)
                 MOVE "AGREED" TO WS-RESULT-TEXT
              ELSE
                 MOVE "*BREAK*" TO WS-RESULT-TEXT
                 SET RECON-BREAK TO TRUE
              END-IF
              PERFORM WRITE-TOTAL-LINE
              MOVE "RETURNED" TO WS-STATUS-TEXT
              MOVE WS-TOT-OUR-RET-CNT(WS-TOT-IDX) TO WS-CNT1-EDIT
              MOVE WS-TOT-OUR-RET-AMT(WS-TOT-IDX) TO WS-AMT1-EDIT
              MOVE WS-TOT-NET-RET-CNT(WS-TOT-IDX) TO WS-CNT2-EDIT
              MOVE WS-TOT-NET-RET-AMT(WS-TOT-IDX) TO WS-AMT2-EDIT
              IF WS-TOT-OUR-RET-CNT(WS-TOT-IDX)
                 = WS-TOT-NET-RET-CNT(WS-TOT-IDX)
                 AND WS-TOT-OUR-RET-AMT(WS-TOT-IDX)
                 = WS-TOT-NET-RET-AMT(WS-TOT-IDX)
                 MOVE "AGREED" TO WS-RESULT-TEXT
              ELSE
                 MOVE "*BREAK*" TO WS-RESULT-TEXT
                 SET RECON-BREAK TO TRUE
              END-IF
              PERFORM WRITE-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO STL-RPT-LINE
           WRITE STL-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO STL-RPT-LINE
           STRING WS-TOT-CCY(WS-TOT-IDX) " " WS-DIRECTION-TEXT
              "    " WS-STATUS-TEXT "  " WS-CNT1-EDIT " "
              WS-AMT1-EDIT "      " WS-CNT2-EDIT " " WS-AMT2-EDIT
              "  " WS-RESULT-TEXT
              DELIMITED BY SIZE INTO STL-RPT-LINE
           WRITE STL-RPT-LINE.

      * The network items kept by the match, each beside whatever our
      * side holds under the reference, then our items the network
      * never mentioned.
       WRITE-UNMATCHED-ITEMS.
           MOVE SPACES TO STL-RPT-LINE
           STRING "UNMATCHED ITEMS BY CLEARING REFERENCE"
              "  (OUR SIDE / NETWORK SIDE)"
              DELIMITED BY SIZE INTO STL-RPT-LINE
           WRITE STL-RPT-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT
              OR WS-EXC-IDX > WS-EXC-MAX
              MOVE WS-EXC-OUR-SLOT(WS-EXC-IDX) TO WS-ITEM-SLOT
              IF WS-ITEM-SLOT > 0
                 PERFORM DESCRIBE-OUR-ITEM
              ELSE
                 MOVE "NOT ON OUR SIDE" TO WS-OUR-DESC
              END-IF
              PERFORM DESCRIBE-NETWORK-ITEM
              MOVE SPACES TO STL-RPT-LINE
              STRING "  " WS-EXC-REF(WS-EXC-IDX) "  " WS-OUR-DESC
                 "  " WS-NET-DESC
                 DELIMITED BY SIZE INTO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-PERFORM
           IF WS-EXC-COUNT > WS-EXC-MAX
              MOVE SPACES TO STL-RPT-LINE
              STRING "  *** LIST CUT AT 1000 OF " WS-EXC-COUNT
                 " NETWORK ITEMS ***"
                 DELIMITED BY SIZE INTO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-IF
           MOVE "NOT ON NETWORK REPORT" TO WS-NET-DESC
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-ITEM-MATCHED(WS-ITEM-IDX) = "N"
                 SET RECON-BREAK TO TRUE
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
                 PERFORM DESCRIBE-OUR-ITEM
                 MOVE SPACES TO STL-RPT-LINE
                 STRING "  " WS-ITEM-REF(WS-ITEM-IDX) "  "
                    WS-OUR-DESC "  " WS-NET-DESC
                    DELIMITED BY SIZE INTO STL-RPT-LINE
                 WRITE STL-RPT-LINE
              END-IF
           END-PERFORM
           IF WS-UNMATCHED-COUNT = 0
              MOVE SPACES TO STL-RPT-LINE
              MOVE "  NONE" TO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-IF.

       DESCRIBE-OUR-ITEM.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-SLOT) TO WS-ITEM-AMT-EDIT
           IF WS-ITEM-STATUS(WS-ITEM-SLOT) = "R"
              MOVE "RETURNED" TO WS-STATUS-TEXT
           ELSE
              MOVE "POSTED  " TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO WS-OUR-DESC
           STRING WS-ITEM-DR-CR(WS-ITEM-SLOT) " "
              WS-ITEM-CCY(WS-ITEM-SLOT) " " WS-ITEM-AMT-EDIT " "
              WS-STATUS-TEXT
              DELIMITED BY SIZE INTO WS-OUR-DESC.

       DESCRIBE-NETWORK-ITEM.
           MOVE WS-EXC-AMOUNT(WS-EXC-IDX) TO WS-ITEM-AMT-EDIT
           EVALUATE WS-EXC-STATUS(WS-EXC-IDX)
              WHEN "S"
                 MOVE "SETTLED " TO WS-STATUS-TEXT
              WHEN "R"
                 MOVE "RETURNED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "STATUS ?" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-NET-DESC
           STRING WS-EXC-DR-CR(WS-EXC-IDX) " "
              WS-EXC-CCY(WS-EXC-IDX) " " WS-ITEM-AMT-EDIT " "
              WS-STATUS-TEXT
              DELIMITED BY SIZE INTO WS-NET-DESC.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO STL-RPT-LINE
           WRITE STL-RPT-LINE
           IF TABLE-FULL
              SET RECON-BREAK TO TRUE
              MOVE SPACES TO STL-RPT-LINE
              STRING "*** ITEM OR CURRENCY TABLE FULL - "
                 "RECONCILIATION IS INCOMPLETE ***"
                 DELIMITED BY SIZE INTO STL-RPT-LINE
              WRITE STL-RPT-LINE
           END-IF
           MOVE SPACES TO STL-RPT-LINE
           IF RECON-BREAK
              STRING "*** SETTLEMENT BREAK - TREASURY TO INVESTIGATE "
                 "BEFORE THE GL EXTRACT IS ACCEPTED ***"
                 DELIMITED BY SIZE INTO STL-RPT-LINE
           ELSE
              STRING "SETTLEMENT RECONCILED"
                 DELIMITED BY SIZE INTO STL-RPT-LINE
           END-IF
           WRITE STL-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "CLGRECON"           TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-NET-ITEM-COUNT    TO RHIST-READ
           MOVE WS-MATCHED-COUNT     TO RHIST-WRITTEN
           MOVE WS-UNMATCHED-COUNT   TO RHIST-REJECTED
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
              DISPLAY "CLGRECON: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-CLGRECON-DONE = "Y"
                 DISPLAY "CLGRECON: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-CLGRECON-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
