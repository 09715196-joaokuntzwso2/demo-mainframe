       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTRET.

      * Outbound clearing returns processor - reads the network's
      * returns file for the outward payments OUTCLG sent (each item
      * in the network's layout with the receiving bank's reason
      * code, the same R01-R06 codes CLGPOST sends back for inbound
      * items) and matches every return to the original posting
      * through the clearing reference, which is the auth code
      * TXNPOST drew for the payment:
      *   R01 - beneficiary account not found
      *   R02 - account closed
      *   R03 - account frozen
      *   R04 - currency mismatch
      *   R05 - insufficient funds
      *   R06 - invalid amount
      * A return matches when that auth code is on the journal as an
      * APPROVED outward transfer (to the outward clearing suspense
      * account) for the same amount, currency and beneficiary, and
      * has not been returned already. A matched return re-credits
      * the customer's account and is journaled as a REVERSAL of the
      * original - from the customer, to the outward clearing
      * suspense account, with the original auth code in
      * JRNL-REF-AUTH and the return code in the reason - so the
      * statement, the trial balance and the GL extract treat it the
      * way they treat any reversal, and TXNPOST's own already-
      * reversed check sees it. A return that does not match, or
      * whose customer account can no longer take the credit
      * (missing, closed or frozen), posts nothing and is listed on
      * the OUTRETRP report for operations to chase by hand. The
      * returns file opens with an HDR record whose date must equal
      * the RUNCTL business date, the way CLGPOST holds the inbound
      * feed to it - a stale file refuses with RC=8 before anything
      * posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-RTN-FILE ASSIGN TO "OUTRTN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTRTN-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-ID
              FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JRNL-AUTH
              FILE STATUS IS WS-TXNJRNL-STATUS.

           SELECT AUTH-CTL-FILE ASSIGN TO "AUTHCTL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUTHCTL-KEY
              FILE STATUS IS WS-AUTHCTL-STATUS.

           SELECT JRNL-XREF-FILE ASSIGN TO "JRNLXREF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT OUT-RPT-FILE ASSIGN TO "OUTRETRP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTRETRP-STATUS.

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
       FD  OUT-RTN-FILE.
           COPY OUTITEM.
       01  OUT-RTN-HDR-RECORD.
           05  RTN-HDR-TAG        PIC X(3).
           05  RTN-HDR-DATE       PIC X(8).
           05  FILLER             PIC X(33).

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

       FD  AUTH-CTL-FILE.
           COPY AUTHCTL.

       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  OUT-RPT-FILE.
       01  OUT-RPT-LINE           PIC X(132).

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
       01  WS-OUTRTN-STATUS     PIC X(2) VALUE SPACES.
           88  OUTRTN-EOF           VALUE "10".
       01  WS-ACCTMSTR-STATUS   PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.
       01  WS-AUTHCTL-STATUS    PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-JRNLXREF-STATUS   PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF         VALUE "10".
       01  WS-OUTRETRP-STATUS   PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-FILE-DATE         PIC X(8)  VALUE SPACES.
       01  WS-FILE-FAILED       PIC X(1)  VALUE "N".
           88  FILE-FAILED          VALUE "Y".
       01  WS-OUTWARD-CLEARING-ID PIC X(8) VALUE "OUTCLEAR".
       01  WS-EXPECT-REASON     PIC X(30) VALUE SPACES.
       01  WS-RETURN-TEXT       PIC X(20) VALUE SPACES.
       01  WS-UNMATCHED-REASON  PIC X(30) VALUE SPACES.
       01  WS-ORIG-AUTH         PIC X(10) VALUE SPACES.
       01  WS-ORIG-FROM         PIC X(8)  VALUE SPACES.
       01  WS-ALREADY-RETURNED  PIC X(1)  VALUE "N".
           88  ALREADY-RETURNED     VALUE "Y".
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.

       01  WS-AMT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-RETURN-COUNT      PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT   PIC 9(7) VALUE 0.

      * Unmatched returns are held until the matched listing is
      * complete so the report shows them together as the work list
      * operations has to clear.
       01  WS-UM-MAX            PIC 9(3) VALUE 500.
       01  WS-UM-COUNT          PIC 9(3) VALUE 0.
       01  WS-UM-IDX            PIC 9(3) VALUE 0.
       01  WS-UM-TABLE.
           05  WS-UM-LINE OCCURS 500 TIMES PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE

           OPEN INPUT OUT-RTN-FILE
           OPEN I-O ACCT-MASTER-FILE
           OPEN I-O TXN-JOURNAL-FILE
           OPEN I-O AUTH-CTL-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN OUTPUT OUT-RPT-FILE

           PERFORM VERIFY-FILE-HEADER

           IF NOT FILE-FAILED
              PERFORM WRITE-REPORT-HEADER
              PERFORM READ-NEXT-RETURN
              PERFORM UNTIL OUTRTN-EOF
                 ADD 1 TO WS-RETURN-COUNT
                 PERFORM PROCESS-ONE-RETURN
                 PERFORM READ-NEXT-RETURN
              END-PERFORM
              PERFORM WRITE-UNMATCHED-SECTION
              PERFORM WRITE-REPORT-TRAILER
           END-IF

           CLOSE OUT-RTN-FILE
           CLOSE ACCT-MASTER-FILE
           CLOSE TXN-JOURNAL-FILE
           CLOSE AUTH-CTL-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE OUT-RPT-FILE

           IF FILE-FAILED
              MOVE 8 TO RETURN-CODE
              CLOSE RUN-CTL-FILE
           ELSE
              PERFORM MARK-STEP-COMPLETE
              DISPLAY "OUTRET: " WS-RETURN-COUNT " RETURNS, "
                 WS-MATCHED-COUNT " MATCHED AND RE-CREDITED, "
                 WS-UNMATCHED-COUNT " UNMATCHED FOR " WS-RUN-DATE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-RETURN.
           READ OUT-RTN-FILE
               AT END SET OUTRTN-EOF TO TRUE
           END-READ.

       VERIFY-FILE-HEADER.
           PERFORM READ-NEXT-RETURN
           IF OUTRTN-EOF OR RTN-HDR-TAG NOT = "HDR"
              DISPLAY "OUTRET: RETURNS FILE HAS NO HDR DATE RECORD "
                 "- REJECTED"
              SET FILE-FAILED TO TRUE
           ELSE
              MOVE RTN-HDR-DATE TO WS-FILE-DATE
              IF WS-FILE-DATE NOT = WS-RUN-DATE
                 DISPLAY "OUTRET: RETURNS FILE DATED " WS-FILE-DATE
                    " BUT CYCLE DATE IS " WS-RUN-DATE " - REJECTED"
                 SET FILE-FAILED TO TRUE
              END-IF
           END-IF.

      * Each test names the first thing that stops the match, so the
      * unmatched listing tells operations where to start looking.
       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-UNMATCHED-REASON
           MOVE OUT-REF TO WS-ORIG-AUTH
           PERFORM SET-RETURN-TEXT
           IF WS-RETURN-TEXT = SPACES
              MOVE "UNKNOWN RETURN CODE" TO WS-UNMATCHED-REASON
           ELSE
              PERFORM MATCH-ORIGINAL-POSTING
           END-IF
           IF WS-UNMATCHED-REASON = SPACES
              PERFORM POST-RETURN-CREDIT
           END-IF
           IF WS-UNMATCHED-REASON = SPACES
              ADD 1 TO WS-MATCHED-COUNT
              PERFORM WRITE-MATCHED-LINE
           ELSE
              ADD 1 TO WS-UNMATCHED-COUNT
              PERFORM HOLD-UNMATCHED-LINE
           END-IF.

       SET-RETURN-TEXT.
           EVALUATE OUT-RETURN-CODE
              WHEN "R01"
                 MOVE "ACCOUNT NOT FOUND"  TO WS-RETURN-TEXT
              WHEN "R02"
                 MOVE "ACCOUNT CLOSED"     TO WS-RETURN-TEXT
              WHEN "R03"
                 MOVE "ACCOUNT FROZEN"     TO WS-RETURN-TEXT
              WHEN "R04"
                 MOVE "CURRENCY MISMATCH"  TO WS-RETURN-TEXT
              WHEN "R05"
                 MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-TEXT
              WHEN "R06"
                 MOVE "INVALID AMOUNT"     TO WS-RETURN-TEXT
              WHEN OTHER
                 MOVE SPACES               TO WS-RETURN-TEXT
           END-EVALUATE.

      * The beneficiary TXNPOST journaled in the approved entry's
      * reason is rebuilt from the return item the same way, so a
      * reference that happens to hit some other outward payment
      * does not re-credit the wrong one.
       MATCH-ORIGINAL-POSTING.
           MOVE WS-ORIG-AUTH TO JRNL-AUTH
           READ TXN-JOURNAL-FILE
               INVALID KEY
                   MOVE "ORIGINAL NOT ON JOURNAL"
                      TO WS-UNMATCHED-REASON
           END-READ
           IF WS-UNMATCHED-REASON = SPACES
              MOVE SPACES TO WS-EXPECT-REASON
              STRING "OUTWARD " OUT-BANK " " OUT-ACCT
                 DELIMITED BY SIZE INTO WS-EXPECT-REASON
              EVALUATE TRUE
                 WHEN NOT JRNL-TRANSFER
                      OR JRNL-STATUS NOT = "APPROVED"
                      OR JRNL-TO NOT = WS-OUTWARD-CLEARING-ID
                    MOVE "NOT AN APPROVED OUTWARD ITEM"
                       TO WS-UNMATCHED-REASON
                 WHEN JRNL-AMOUNT NOT = OUT-AMOUNT
                      OR JRNL-CCY NOT = OUT-CCY
                    MOVE "AMOUNT/CCY DIFFERS FROM ORIGINAL"
                       TO WS-UNMATCHED-REASON
                 WHEN JRNL-REASON NOT = WS-EXPECT-REASON
                    MOVE "BENEFICIARY DIFFERS"
                       TO WS-UNMATCHED-REASON
                 WHEN OTHER
                    MOVE JRNL-FROM TO WS-ORIG-FROM
                    PERFORM CHECK-ALREADY-RETURNED
                    IF ALREADY-RETURNED
                       MOVE "ALREADY RETURNED OR REVERSED"
                          TO WS-UNMATCHED-REASON
                    END-IF
              END-EVALUATE
           END-IF.

      * Any REVERSAL row on the customer's cross-reference that
      * points back at the original means the money has already
      * come back - by an earlier return or otherwise.
       CHECK-ALREADY-RETURNED.
           MOVE "N" TO WS-ALREADY-RETURNED
           MOVE WS-ORIG-FROM TO XREF-ACCT
           MOVE LOW-VALUES TO XREF-DATE
           MOVE LOW-VALUES TO XREF-AUTH
           START JRNL-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   SET JRNLXREF-EOF TO TRUE
           END-START
           IF NOT JRNLXREF-EOF
              PERFORM READ-NEXT-XREF
              PERFORM UNTIL JRNLXREF-EOF
                 OR XREF-ACCT NOT = WS-ORIG-FROM
                 IF XREF-TYPE = "REVERSAL"
                    MOVE XREF-AUTH TO JRNL-AUTH
                    READ TXN-JOURNAL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF JRNL-REVERSAL
                               AND JRNL-REF-AUTH = WS-ORIG-AUTH
                               SET ALREADY-RETURNED TO TRUE
                            END-IF
                    END-READ
                 END-IF
                 PERFORM READ-NEXT-XREF
              END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ JRNL-XREF-FILE NEXT RECORD
               AT END SET JRNLXREF-EOF TO TRUE
           END-READ.

      * The customer's account must still be able to take a credit -
      * the same test CLGPOST applies to an inbound credit item. A
      * missing, closed or frozen account leaves the money on the
      * outward clearing suspense account for the branch to place.
       POST-RETURN-CREDIT.
           MOVE WS-ORIG-FROM TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER ACCOUNT NOT FOUND"
                      TO WS-UNMATCHED-REASON
           END-READ
           IF WS-UNMATCHED-REASON = SPACES
              IF ACCT-CLOSED OR ACCT-FROZEN
                 MOVE "CUSTOMER ACCOUNT CLOSED/FROZEN"
                    TO WS-UNMATCHED-REASON
              ELSE
                 ADD OUT-AMOUNT TO ACCT-BALANCE
                 REWRITE ACCOUNT-RECORD
                 PERFORM NEXT-AUTH-CODE
                 PERFORM WRITE-RETURN-JOURNAL-ENTRY
              END-IF
           END-IF.

       WRITE-RETURN-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-RUN-DATE    TO JRNL-TIMESTAMP(1:8)
           SET JRNL-REVERSAL   TO TRUE
           MOVE WS-ORIG-FROM   TO JRNL-FROM
           MOVE WS-OUTWARD-CLEARING-ID TO JRNL-TO
           MOVE OUT-AMOUNT     TO JRNL-AMOUNT
           MOVE OUT-CCY        TO JRNL-CCY
           MOVE "APPROVED"     TO JRNL-STATUS
           MOVE WS-ORIG-AUTH   TO JRNL-REF-AUTH
           MOVE 1              TO JRNL-FX-RATE
           MOVE OUT-AMOUNT     TO JRNL-AMOUNT-TO
           MOVE OUT-CCY        TO JRNL-CCY-TO
           MOVE SPACES         TO JRNL-REASON
           STRING "RETURNED " OUT-RETURN-CODE " " WS-RETURN-TEXT
              DELIMITED BY SIZE INTO JRNL-REASON
           WRITE JRNL-RECORD
           PERFORM WRITE-JOURNAL-XREF.

       NEXT-AUTH-CODE.
           MOVE "A" TO AUTHCTL-KEY
           READ AUTH-CTL-FILE
               INVALID KEY
                   MOVE 0 TO AUTHCTL-LAST-SEQ
           END-READ
           ADD 1 TO AUTHCTL-LAST-SEQ
           MOVE AUTHCTL-LAST-SEQ TO WS-AUTH-SEQ
           IF AUTHCTL-OK
              REWRITE AUTHCTL-RECORD
           ELSE
              WRITE AUTHCTL-RECORD
           END-IF
           STRING "AUTH" WS-AUTH-SEQ DELIMITED BY SIZE INTO WS-AUTH.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-RPT-LINE
           STRING "OUTWARD CLEARING RETURNS - " WS-RUN-DATE
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE SPACES TO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE SPACES TO OUT-RPT-LINE
           STRING "MATCHED AND RE-CREDITED "
              "(ORIGINAL / ACCOUNT / AMOUNT / RETURN / NEW AUTH):"
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE.

       WRITE-MATCHED-LINE.
           MOVE OUT-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO OUT-RPT-LINE
           STRING "  " WS-ORIG-AUTH "  " WS-ORIG-FROM "  "
              WS-AMT-EDIT " " OUT-CCY "  " OUT-RETURN-CODE " "
              WS-RETURN-TEXT "  " WS-AUTH
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE.

      * A table overflow still counts the return as unmatched - the
      * trailer count stays true even if the listing is cut short.
       HOLD-UNMATCHED-LINE.
           IF WS-UM-COUNT < WS-UM-MAX
              ADD 1 TO WS-UM-COUNT
              MOVE OUT-AMOUNT TO WS-AMT-EDIT
              MOVE SPACES TO WS-UM-LINE(WS-UM-COUNT)
              STRING "  " OUT-REF "  " OUT-BANK " " OUT-ACCT "  "
                 WS-AMT-EDIT " " OUT-CCY "  " OUT-RETURN-CODE "  "
                 WS-UNMATCHED-REASON
                 DELIMITED BY SIZE INTO WS-UM-LINE(WS-UM-COUNT)
           END-IF.

       WRITE-UNMATCHED-SECTION.
           MOVE SPACES TO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE SPACES TO OUT-RPT-LINE
           STRING "NOT MATCHED - NOTHING POSTED "
              "(REFERENCE / BENEFICIARY / AMOUNT / RETURN / WHY):"
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
              UNTIL WS-UM-IDX > WS-UM-COUNT
              WRITE OUT-RPT-LINE FROM WS-UM-LINE(WS-UM-IDX)
           END-PERFORM
           IF WS-UNMATCHED-COUNT > WS-UM-COUNT
              MOVE SPACES TO OUT-RPT-LINE
              STRING "  *** LISTING TRUNCATED AT " WS-UM-MAX
                 " ITEMS ***"
                 DELIMITED BY SIZE INTO OUT-RPT-LINE
              WRITE OUT-RPT-LINE
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE WS-RETURN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OUT-RPT-LINE
           STRING "RETURNS RECEIVED:    " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OUT-RPT-LINE
           STRING "MATCHED/RE-CREDITED: " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OUT-RPT-LINE
           STRING "NOT MATCHED:         " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO OUT-RPT-LINE
           WRITE OUT-RPT-LINE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "OUTRET"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-RETURN-COUNT      TO RHIST-READ
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
              DISPLAY "OUTRET: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-OUTRET-DONE = "Y"
                 DISPLAY "OUTRET: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-OUTRET-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.

      * Mirrors the entry just journaled into the account-and-date
      * cross-reference, one row per side, so the keyed readers see
      * it the moment it exists. An entry whose from- and to-account
      * are the same writes only the from-side row - the two rows
      * would share a key, and the readers (fee counting, duplicate
      * and daily-limit checks) test the from side, so that is the
      * one that must survive.
       WRITE-JOURNAL-XREF.
           IF JRNL-FROM NOT = SPACES
              MOVE JRNL-FROM           TO XREF-ACCT
              MOVE JRNL-TIMESTAMP(1:8) TO XREF-DATE
              MOVE JRNL-AUTH           TO XREF-AUTH
              SET XREF-FROM-SIDE TO TRUE
              MOVE JRNL-TYPE           TO XREF-TYPE
              MOVE JRNL-STATUS         TO XREF-STATUS
              MOVE JRNL-AMOUNT         TO XREF-AMOUNT
              WRITE XREF-RECORD
                  INVALID KEY
                      REWRITE XREF-RECORD
              END-WRITE
           END-IF
           IF JRNL-TO NOT = SPACES AND JRNL-TO NOT = JRNL-FROM
              MOVE JRNL-TO             TO XREF-ACCT
              MOVE JRNL-TIMESTAMP(1:8) TO XREF-DATE
              MOVE JRNL-AUTH           TO XREF-AUTH
              SET XREF-TO-SIDE TO TRUE
              MOVE JRNL-TYPE           TO XREF-TYPE
              MOVE JRNL-STATUS         TO XREF-STATUS
              MOVE JRNL-AMOUNT-TO      TO XREF-AMOUNT
              WRITE XREF-RECORD
                  INVALID KEY
                      REWRITE XREF-RECORD
              END-WRITE
           END-IF.
