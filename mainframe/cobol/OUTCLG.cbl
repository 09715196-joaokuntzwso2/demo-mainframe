       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCLG.

      * Outbound interbank clearing file builder - the sending-side
      * counterpart of CLGPOST. TXNPOST stages one credit item per
      * approved outward payment (BENBANK=/BENACCT= blocks) on the
      * OUTITEMS file as it posts, in the network's item layout with
      * the posting's auth code as the clearing reference. Once the
      * posting step is through, this step wraps the day's staged
      * items in the network's envelope - an HDR record carrying the
      * business date and a TRL record carrying the item count and
      * amount total - on the OUTCLGF file transmitted to the
      * network. Each staged item is proved against its journal
      * entry before it goes: only an item whose auth code is on the
      * journal APPROVED, to the outward clearing suspense account,
      * for the same amount and currency, is sent. A staged line
      * with no such entry behind it (the stray an abend between
      * staging and journaling leaves) is listed and dropped, never
      * sent - a payment is only in the file if the customer's debit
      * is on the journal. The outbound file is on disk before the
      * staging file is emptied, so an abend in between leaves a
      * state a rerun rebuilds identically from the untouched
      * staging file. The run date is the RUNCTL business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OUT-ITEMS-FILE ASSIGN TO "OUTITEMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTITEMS-STATUS.

           SELECT OUT-CLG-FILE ASSIGN TO "OUTCLGF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTCLGF-STATUS.

           SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JRNL-AUTH
              FILE STATUS IS WS-TXNJRNL-STATUS.

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
       FD  OUT-ITEMS-FILE.
           COPY OUTITEM.

       FD  OUT-CLG-FILE.
       01  OUT-CLG-LINE           PIC X(44).

       FD  TXN-JOURNAL-FILE.
           COPY TXNJRNL.

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
       01  WS-OUTITEMS-STATUS   PIC X(2) VALUE SPACES.
           88  OUTITEMS-EOF         VALUE "10".
       01  WS-OUTCLGF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TXNJRNL-STATUS    PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-OUTWARD-CLEARING-ID PIC X(8) VALUE "OUTCLEAR".
       01  WS-ITEM-PROVED       PIC X(1)  VALUE "N".
           88  ITEM-PROVED          VALUE "Y".
       01  WS-DROP-REASON       PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-STAGED-COUNT      PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT        PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-DROPPED-COUNT     PIC 9(7) VALUE 0.

       01  WS-OUT-HDR-RECORD.
           05  FILLER             PIC X(3)  VALUE "HDR".
           05  WS-OUT-HDR-DATE    PIC X(8).
           05  FILLER             PIC X(33) VALUE SPACES.

       01  WS-OUT-TRL-RECORD.
           05  FILLER             PIC X(3)  VALUE "TRL".
           05  WS-OUT-TRL-COUNT   PIC 9(7).
           05  WS-OUT-TRL-AMOUNT  PIC 9(11)V99.
           05  FILLER             PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM CHECK-RUN-CONTROL
           IF RUN-BLOCKED
              PERFORM WRITE-RUN-HISTORY
              GOBACK
           END-IF
           MOVE RUNCTL-BUS-DATE TO WS-RUN-DATE

           OPEN INPUT OUT-ITEMS-FILE
           OPEN OUTPUT OUT-CLG-FILE
           OPEN INPUT TXN-JOURNAL-FILE

           MOVE WS-RUN-DATE TO WS-OUT-HDR-DATE
           WRITE OUT-CLG-LINE FROM WS-OUT-HDR-RECORD

           PERFORM READ-NEXT-STAGED-ITEM
           PERFORM UNTIL OUTITEMS-EOF
              ADD 1 TO WS-STAGED-COUNT
              PERFORM PROVE-STAGED-ITEM
              IF ITEM-PROVED
                 WRITE OUT-CLG-LINE FROM OUT-ITEM-RECORD
                 ADD 1 TO WS-SENT-COUNT
                 ADD OUT-AMOUNT TO WS-SENT-TOTAL
              ELSE
                 PERFORM LIST-DROPPED-ITEM
              END-IF
              PERFORM READ-NEXT-STAGED-ITEM
           END-PERFORM

           MOVE WS-SENT-COUNT TO WS-OUT-TRL-COUNT
           MOVE WS-SENT-TOTAL TO WS-OUT-TRL-AMOUNT
           WRITE OUT-CLG-LINE FROM WS-OUT-TRL-RECORD

           CLOSE OUT-ITEMS-FILE
           CLOSE OUT-CLG-FILE
           CLOSE TXN-JOURNAL-FILE

           PERFORM EMPTY-STAGING-FILE

           PERFORM MARK-STEP-COMPLETE
           DISPLAY "OUTCLG: " WS-STAGED-COUNT " STAGED ITEMS, "
              WS-SENT-COUNT " SENT, " WS-DROPPED-COUNT
              " DROPPED FOR " WS-RUN-DATE
           PERFORM WRITE-RUN-HISTORY
           GOBACK.

       READ-NEXT-STAGED-ITEM.
           READ OUT-ITEMS-FILE
               AT END SET OUTITEMS-EOF TO TRUE
           END-READ.

      * The clearing reference is the auth code the posting drew, so
      * the journal entry under it says whether the customer was in
      * fact debited for exactly this item.
       PROVE-STAGED-ITEM.
           MOVE "N" TO WS-ITEM-PROVED
           MOVE SPACES TO WS-DROP-REASON
           MOVE OUT-REF TO JRNL-AUTH
           READ TXN-JOURNAL-FILE
               INVALID KEY
                   MOVE "NO JOURNAL ENTRY" TO WS-DROP-REASON
           END-READ
           IF WS-DROP-REASON = SPACES
              IF NOT JRNL-TRANSFER
                 OR JRNL-STATUS NOT = "APPROVED"
                 OR JRNL-TO NOT = WS-OUTWARD-CLEARING-ID
                 MOVE "NOT AN APPROVED OUTWARD ITEM"
                    TO WS-DROP-REASON
              ELSE
                 IF JRNL-AMOUNT NOT = OUT-AMOUNT
                    OR JRNL-CCY NOT = OUT-CCY
                    MOVE "AMOUNT/CCY DIFFERS FROM JOURNAL"
                       TO WS-DROP-REASON
                 ELSE
                    SET ITEM-PROVED TO TRUE
                 END-IF
              END-IF
           END-IF.

       LIST-DROPPED-ITEM.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE OUT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "OUTCLG: ITEM " OUT-REF " TO " OUT-BANK " "
              OUT-ACCT " " WS-AMOUNT-EDIT " " OUT-CCY
              " NOT SENT - " WS-DROP-REASON.

      * Only the completed outbound file is on disk when the staging
      * file is emptied - an abend before this point changes
      * nothing, and the rerun rebuilds the file from the untouched
      * staging items.
       EMPTY-STAGING-FILE.
           OPEN OUTPUT OUT-ITEMS-FILE
           CLOSE OUT-ITEMS-FILE.

      * Appends this execution to the run history - completed,
      * refused or resumed alike - for the CYCPERF batch-window
      * report. The business date is the one this run was for.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HIST-FILE
           MOVE SPACES               TO RHIST-RECORD
           MOVE WS-HIST-DATE         TO RHIST-BUS-DATE
           MOVE "OUTCLG"             TO RHIST-STEP
           MOVE WS-RUN-START         TO RHIST-START
           MOVE FUNCTION CURRENT-DATE TO RHIST-END
           MOVE WS-STAGED-COUNT      TO RHIST-READ
           MOVE WS-SENT-COUNT        TO RHIST-WRITTEN
           MOVE WS-DROPPED-COUNT     TO RHIST-REJECTED
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
              DISPLAY "OUTCLG: RUN CONTROL RECORD MISSING"
              MOVE 8 TO RETURN-CODE
              SET RUN-BLOCKED TO TRUE
           ELSE
              MOVE RUNCTL-BUS-DATE TO WS-HIST-DATE
              IF RUNCTL-OUTCLG-DONE = "Y"
                 DISPLAY "OUTCLG: ALREADY COMPLETE FOR "
                    RUNCTL-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 SET RUN-BLOCKED TO TRUE
              END-IF
           END-IF
           IF RUN-BLOCKED
              CLOSE RUN-CTL-FILE
           END-IF.

       MARK-STEP-COMPLETE.
           MOVE "Y" TO RUNCTL-OUTCLG-DONE
           REWRITE RUNCTL-RECORD
           CLOSE RUN-CTL-FILE.
