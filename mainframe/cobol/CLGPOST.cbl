      *   R04 - currency mismatch
      *   R05 - insufficient funds
      *   R06 - invalid amount
      *   R07 - no active direct debit mandate
      *   R08 - amount exceeds mandate maximum
      *   R09 - mandate frequency exceeded
      * A debit item is a creditor collecting under a direct debit
      * mandate, so before the funds test it must find an ACTIVE
      * mandate on MANDMSTR for our account and the originator id the
      * item carries, in force on the business date (start date
      * reached, end date not passed), for no more than the mandate
      * maximum, and not sooner after the last collection than the
      * mandate's frequency allows (daily - once a day, weekly -
      * seven days apart, monthly - once a calendar month). Each
      * debit posted is recorded against its mandate (date, amount,
      * running count) so the next collection can be tested.
      * The feed opens with an HDR record carrying its as-of date,
      * which must equal the RUNCTL business date - yesterday's feed
      * rerun by mistake refuses to post, the way FXLOAD refuses a
              RECORD KEY IS XREF-KEY
              FILE STATUS IS WS-JRNLXREF-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAND-KEY
              FILE STATUS IS WS-MANDMSTR-STATUS.

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
           05  CLG-AMOUNT         PIC 9(9)V99.
           05  CLG-CCY            PIC X(3).
           05  CLG-REF            PIC X(10).
           05  CLG-ORIG-ID        PIC X(10).
       01  CLG-HDR-RECORD.
           05  HDR-TAG            PIC X(3).
           05  HDR-FEED-DATE      PIC X(8).
           05  FILLER             PIC X(40).

       FD  CLG-CTL-FILE.
       01  CLG-CTL-RECORD.
           05  RET-CCY            PIC X(3).
           05  RET-REF            PIC X(10).
           05  RET-RETURN-CODE    PIC X(3).
           05  RET-ORIG-ID        PIC X(10).

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.
       FD  JRNL-XREF-FILE.
           COPY JRNLXREF.

       FD  MANDATE-FILE.
           COPY MANDREC.

       FD  RUN-CTL-FILE.
           COPY RUNCTL.

       FD  RUN-HIST-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-JRNLXREF-STATUS  PIC X(2) VALUE SPACES.
           88  JRNLXREF-EOF        VALUE "10".
           88  RUNCTL-OK            VALUE "00".
       01  WS-RUN-BLOCKED       PIC X(1) VALUE "N".
           88  RUN-BLOCKED          VALUE "Y".
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RUN-START         PIC X(21) VALUE SPACES.
       01  WS-HIST-DATE         PIC X(8)  VALUE SPACES.
       01  WS-CLGFILE-STATUS    PIC X(2) VALUE SPACES.
           88  CLGFILE-EOF          VALUE "10".
       01  WS-CLGRET-STATUS     PIC X(2) VALUE SPACES.
           88  AUTHCTL-OK           VALUE "00".
       01  WS-HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
           88  HOLDFILE-EOF         VALUE "10".
       01  WS-MANDMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  MANDMSTR-OK          VALUE "00".

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-FEED-DATE         PIC X(8)  VALUE SPACES.
       01  WS-AUTH              PIC X(10) VALUE SPACES.
       01  WS-AUTH-SEQ          PIC 9(6)  VALUE 0.
       01  WS-HELD-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-MANDATE-FOUND     PIC X(1)  VALUE "N".
           88  MANDATE-FOUND        VALUE "Y".
       01  WS-DAYS-SINCE-COLL   PIC S9(7) VALUE 0.

       01  WS-ITEM-COUNT        PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE
           OPEN I-O AUTH-CTL-FILE
           OPEN INPUT HOLD-FILE
           OPEN I-O JRNL-XREF-FILE
           OPEN I-O MANDATE-FILE

           PERFORM VERIFY-FEED-HEADER

           CLOSE AUTH-CTL-FILE
           CLOSE HOLD-FILE
           CLOSE JRNL-XREF-FILE
           CLOSE MANDATE-FILE

           IF FEED-FAILED
              MOVE 8 TO RETURN-CODE
                 WS-POSTED-COUNT " POSTED, "
                 WS-RETURNED-COUNT " RETURNED FOR " WS-RUN-DATE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-CLG-ITEM.
                 MOVE "R06" TO WS-RETURN-CODE
                 MOVE "INVALID AMOUNT" TO WS-REASON
              WHEN CLG-DEBIT
                 PERFORM CHECK-DEBIT-MANDATE
                 IF WS-RETURN-CODE = SPACES
                    PERFORM SUM-OPEN-HOLDS
                    IF ACCT-BALANCE + ACCT-OD-LIMIT - WS-HELD-AMOUNT
                       < CLG-AMOUNT
                       MOVE "R05" TO WS-RETURN-CODE
                       MOVE "INSUFFICIENT FUNDS" TO WS-REASON
                    END-IF
                 END-IF
           END-EVALUATE

           PERFORM NEXT-AUTH-CODE
           IF WS-RETURN-CODE = SPACES
              PERFORM POST-CLG-ITEM
              IF CLG-DEBIT
                 STRING "DD MANDATE " CLG-ORIG-ID
                    DELIMITED BY SIZE INTO WS-REASON
              END-IF
              PERFORM WRITE-CLG-JOURNAL-ENTRY
              IF CLG-DEBIT
                 PERFORM RECORD-MANDATE-COLLECTION
              END-IF
              ADD 1 TO WS-POSTED-COUNT
              ADD CLG-AMOUNT TO WS-POSTED-TOTAL
           ELSE
           END-IF
           REWRITE ACCOUNT-RECORD.

      * The mandate is looked up by our account and the creditor's
      * originator id. A missing, suspended or cancelled mandate, or
      * one not yet started or already ended on the business date, is
      * no authority at all (R07); a good mandate still returns an
      * item over its maximum (R08) or one that comes sooner after
      * the last collection than its frequency allows (R09).
       CHECK-DEBIT-MANDATE.
           MOVE "N" TO WS-MANDATE-FOUND
           MOVE CLG-ACCT    TO MAND-ACCT
           MOVE CLG-ORIG-ID TO MAND-ORIG-ID
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MANDATE-FOUND TO TRUE
           END-READ
           IF NOT MANDATE-FOUND OR CLG-ORIG-ID = SPACES
              OR NOT MAND-ACTIVE
              OR MAND-START-DATE > WS-RUN-DATE
              OR (MAND-END-DATE NOT = SPACES
                  AND MAND-END-DATE < WS-RUN-DATE)
              MOVE "R07" TO WS-RETURN-CODE
              MOVE "NO ACTIVE MANDATE" TO WS-REASON
           ELSE
              IF CLG-AMOUNT > MAND-MAX-AMOUNT
                 MOVE "R08" TO WS-RETURN-CODE
                 MOVE "EXCEEDS MANDATE MAXIMUM" TO WS-REASON
              ELSE
                 PERFORM CHECK-MANDATE-FREQUENCY
              END-IF
           END-IF.

       CHECK-MANDATE-FREQUENCY.
           IF MAND-LAST-COLL-DATE NOT = SPACES
              EVALUATE TRUE
                 WHEN MAND-DAILY
                    IF MAND-LAST-COLL-DATE = WS-RUN-DATE
                       MOVE "R09" TO WS-RETURN-CODE
                    END-IF
                 WHEN MAND-WEEKLY
                    COMPUTE WS-DAYS-SINCE-COLL =
                       FUNCTION INTEGER-OF-DATE
                          (FUNCTION NUMVAL(WS-RUN-DATE))
                     - FUNCTION INTEGER-OF-DATE
                          (FUNCTION NUMVAL(MAND-LAST-COLL-DATE))
                    IF WS-DAYS-SINCE-COLL < 7
                       MOVE "R09" TO WS-RETURN-CODE
                    END-IF
                 WHEN MAND-MONTHLY
                    IF MAND-LAST-COLL-DATE(1:6) = WS-RUN-DATE(1:6)
                       MOVE "R09" TO WS-RETURN-CODE
                    END-IF
              END-EVALUATE
              IF WS-RETURN-CODE = "R09"
                 MOVE "MANDATE FREQUENCY EXCEEDED" TO WS-REASON
              END-IF
           END-IF.

      * The mandate record is still the one CHECK-DEBIT-MANDATE read
      * for this item - nothing else touches the file in between.
       RECORD-MANDATE-COLLECTION.
           MOVE WS-RUN-DATE TO MAND-LAST-COLL-DATE
           MOVE CLG-AMOUNT  TO MAND-LAST-COLL-AMOUNT
           ADD 1 TO MAND-COLL-COUNT
           REWRITE MAND-RECORD.

      * A credit item journals bank-to-account, a debit item
      * account-to-bank, so the statement and GL extract see the
      * movement in the direction the money actually went. The
      * clearing reference rides in JRNL-REF-AUTH - that is the field
      * JRNLINQ reports, so a dispute quoting the network's reference
      * finds the posting. A posted debit names the mandate it was
      * collected under in JRNL-REASON.
       WRITE-CLG-JOURNAL-ENTRY.
           MOVE WS-AUTH        TO JRNL-AUTH
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE CLG-CCY          TO RET-CCY
           MOVE CLG-REF          TO RET-REF
           MOVE WS-RETURN-CODE   TO RET-RETURN-CODE
           MOVE CLG-ORIG-ID      TO RET-ORIG-ID
           WRITE CLG-RETURN-RECORD.

      * The account's JRNLXREF rows point at exactly the holds that
           WRITE CLG-CTL-RECORD
           CLOSE CLG-CTL-FILE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "CLGPOST"            TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-ITEM-COUNT        TO RHIST-READ
           MOVE WS-POSTED-COUNT      TO RHIST-WRITTEN
           MOVE WS-RETURNED-COUNT    TO RHIST-REJECTED
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
              IF RUNCTL-CLGPOST-DONE = "Y"
                 DISPLAY "CLGPOST: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
