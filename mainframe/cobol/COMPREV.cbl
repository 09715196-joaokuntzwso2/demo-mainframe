      * or ACTION=REJECT with the same cards - refused when keyed
      * under the id that made the item, the same second-operator
      * rule APPRREV enforces. Releasing a held TXNPOST transfer or
      * hold emits its block (original TXNTYPE= included, and an
      * outward payment's BENBANK=/BENACCT= in place of TO=) to the
      * CRELEASE file with a
      * SCREENOK=Y line, ready to concatenate into the next cycle's
      * posting input below the keyed batch's trailer; releasing a
      * money never moved and the master was never touched. RECNO is
      * the record's position in COMPQIN as shown on this program's
      * own listing, and the report ages every still-pending hit so
      * the queue cannot silently pile up. OPERATOR= must be active
      * on the operator master (OPERMSTR) with the release
      * entitlement, or the disposition is refused. Run against the
      * FRAUDQ queue instead (its own JCL), the same workbench
      * decides the blocks TXNPOST held for fraud review: a released
      * FRAUD item re-feeds with FRAUDOK=Y in place of SCREENOK=Y
      * (keeping SCREENOK=Y only if compliance had already cleared
      * it), and the MATCHED column shows the fraud rules that fired.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPRPT-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPQ-IN-FILE.
           COPY COMPQREC.

       FD  COMPQ-OUT-FILE.
       01  COMPQ-OUT-LINE         PIC X(184).

       FD  CTL-INPUT-FILE.
       01  CTL-INPUT-LINE         PIC X(80).
       FD  COMP-RPT-FILE.
       01  COMP-RPT-LINE          PIC X(132).

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-COMPQIN-STATUS    PIC X(2) VALUE SPACES.
           88  COMPQIN-EOF          VALUE "10".
               10  WS-TBL-DISP       PIC X(1).
               10  WS-TBL-DISP-OPER  PIC X(8).
               10  WS-TBL-DISP-TIME  PIC X(21).
               10  WS-TBL-BEN-BANK   PIC X(8).
               10  WS-TBL-BEN-ACCT   PIC X(8).

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-ACTION            PIC X(8)  VALUE SPACES.
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

                    TO WS-TBL-DISP-OPER(WS-CQ-COUNT)
                 MOVE CQ-DISP-TIMESTAMP
                    TO WS-TBL-DISP-TIME(WS-CQ-COUNT)
                 MOVE CQ-BEN-BANK   TO WS-TBL-BEN-BANK(WS-CQ-COUNT)
                 MOVE CQ-BEN-ACCT   TO WS-TBL-BEN-ACCT(WS-CQ-COUNT)
                 PERFORM READ-NEXT-QUEUE
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-RECNO-NUM
           MOVE "N" TO WS-BLOCK-OK
           MOVE "N" TO WS-SAME-OPERATOR
           MOVE "N" TO WS-OPER-REFUSED

           PERFORM PARSE-DISPOSITION-HEADER

      * OPERATOR= id is refused the way APPRREV refuses one, so the
      * second-operator control holds on the compliance path too.
      * TXNPOST items carry no maker (the block came off a batch
      * file, not an operator session) and are not restricted. Any
      * decision needs an active operator with the release
      * entitlement on the operator master.
           IF (ACTION-RELEASE OR ACTION-REJECT)
              AND WS-RECNO-NUM > 0
              AND WS-RECNO-NUM NOT > WS-CQ-COUNT
              AND WS-TBL-DISP(WS-RECNO-NUM) = "P"
              PERFORM CHECK-OPERATOR
              IF NOT OPERATOR-ALLOWED
                 SET OPER-REFUSED TO TRUE
              ELSE
              IF WS-TBL-MAKER(WS-RECNO-NUM) NOT = SPACES
                 AND WS-OPERATOR = WS-TBL-MAKER(WS-RECNO-NUM)
                 SET SAME-OPERATOR TO TRUE
              ELSE
                 SET BLOCK-OK TO TRUE
              END-IF
              END-IF
           END-IF.

       APPLY-DISPOSITION.
      * A released block goes back through the posting run like any
      * other, carrying its original TXNTYPE= (a held HOLD must not
      * re-feed as a transfer) and SCREENOK=Y so the screen lets
      * the cleared item through exactly once - or, for a fraud
      * hold, FRAUDOK=Y so the fraud rules let it through instead.
       EMIT-RELEASED-BLOCK.
           MOVE SPACES TO CRELEASE-LINE
           STRING "FROM=" WS-TBL-KEY1(WS-RECNO-NUM)(1:8)
              DELIMITED BY SIZE INTO CRELEASE-LINE
           WRITE CRELEASE-LINE
           IF WS-TBL-BEN-BANK(WS-RECNO-NUM) NOT = SPACES
              MOVE SPACES TO CRELEASE-LINE
              STRING "BENBANK=" WS-TBL-BEN-BANK(WS-RECNO-NUM)
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
              MOVE SPACES TO CRELEASE-LINE
              STRING "BENACCT=" WS-TBL-BEN-ACCT(WS-RECNO-NUM)
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
           ELSE
              MOVE SPACES TO CRELEASE-LINE
              STRING "TO=" WS-TBL-KEY2(WS-RECNO-NUM)
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
           END-IF
           MOVE SPACES TO CRELEASE-LINE
           STRING "AMOUNT=" WS-TBL-AMOUNT(WS-RECNO-NUM)
              DELIMITED BY SIZE INTO CRELEASE-LINE
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
           END-IF
           IF WS-TBL-SOURCE(WS-RECNO-NUM) = "FRAUD"
              MOVE SPACES TO CRELEASE-LINE
              STRING "FRAUDOK=Y"
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
           END-IF
           IF WS-TBL-SOURCE(WS-RECNO-NUM) NOT = "FRAUD"
              OR WS-TBL-NEWVAL(WS-RECNO-NUM) = "SCREENOK"
              MOVE SPACES TO CRELEASE-LINE
              STRING "SCREENOK=Y"
                 DELIMITED BY SIZE INTO CRELEASE-LINE
              WRITE CRELEASE-LINE
           END-IF
           MOVE SPACES TO CRELEASE-LINE
           WRITE CRELEASE-LINE.

              MOVE WS-TBL-DISP(WS-CQ-IDX)      TO CQ-DISPOSITION
              MOVE WS-TBL-DISP-OPER(WS-CQ-IDX) TO CQ-DISP-OPERATOR
              MOVE WS-TBL-DISP-TIME(WS-CQ-IDX) TO CQ-DISP-TIMESTAMP
              MOVE WS-TBL-BEN-BANK(WS-CQ-IDX)  TO CQ-BEN-BANK
              MOVE WS-TBL-BEN-ACCT(WS-CQ-IDX)  TO CQ-BEN-ACCT
              WRITE COMPQ-OUT-LINE FROM CQ-RECORD
           END-PERFORM.


       WRITE-ERROR-LINE.
           MOVE SPACES TO COMP-RPT-LINE
           IF OPER-REFUSED
              STRING "DISPOSITION REFUSED - RECNO=" WS-RECNO
                 " OPERATOR " WS-OPERATOR " " WS-OPER-REASON
                 DELIMITED BY SIZE INTO COMP-RPT-LINE
           ELSE
           IF SAME-OPERATOR
              STRING "DISPOSITION REFUSED - RECNO=" WS-RECNO
                 " KEYED BY ITS OWN MAKER " WS-OPERATOR
                 " (UNKNOWN, OUT OF RANGE OR ALREADY RESOLVED)"
                 DELIMITED BY SIZE INTO COMP-RPT-LINE
           END-IF
           END-IF
           WRITE COMP-RPT-LINE.

       WRITE-REPORT-HEADER.
              "  BAD DISPOSITIONS " WS-ERROR-COUNT
              DELIMITED BY SIZE INTO COMP-RPT-LINE
           WRITE COMP-RPT-LINE.

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
              WHEN NOT OPER-MAY-RELEASE
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "COMPREV: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
