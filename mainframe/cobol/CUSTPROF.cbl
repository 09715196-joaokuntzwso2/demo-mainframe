       PROGRAM-ID. CUSTPROF.

      * CUSTID= alone looks the customer up; adding NIC=/MOBILE=/
      * FEED=/ALERT=/ALERTAMT=/TAXSTATUS=/TAXEXPIRY=/OPERATOR=
      * lines (in any order after the CUSTID= card) updates
      * whichever of NIC, MOBILE, the FEED subscription flag, the
      * SMS alert opt-in (Y/N), the debit alert threshold or the
      * withholding tax status was supplied,
      * logging the before/after values to CUSTHIST for the audit
      * trail. An NIC change is never applied in one pass: a value
      * on the operations watch list (WATCHLST) is held on the COMPQ
      * second operator to apply or reject in the APPRREV workbench
      * - either way the CUSTHIST entry is written where the change
      * actually lands, and no single operator can rewrite a
      * customer's identity alone. MOBILE, FEED, alert and tax
      * changes apply at once as before; a MOBILE change is picked
      * up off CUSTHIST by the nightly ALERTGEN step, which tells
      * both the old and the new number. Any change is only taken
      * from an OPERATOR= that is active on the operator master
      * (OPERMSTR) with the maintain entitlement; a bare lookup is
      * not checked.
      * TAXSTATUS= takes R (resident), N (non-resident) or E
      * (exempt); an exemption needs its certificate's expiry date,
      * from TAXEXPIRY=YYYYMMDD or already on file, and a move back
      * to R or N clears the expiry. INTACCR withholds by it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE.
       FD  PEND-APPR-FILE.
           COPY PENDAPPR.

       FD  OPER-MASTER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-LINE        PIC X(80).
       01  WS-LINE2       PIC X(80).
       01  WS-LINE3       PIC X(80).
       01  WS-LINE4       PIC X(80).
       01  WS-LINE5       PIC X(80).
       01  WS-LINE6       PIC X(80).
       01  WS-LINE7       PIC X(80).
       01  WS-LINE8       PIC X(80).
       01  WS-LINE9       PIC X(80).
       01  WS-PARSE       PIC X(80).
       01  WS-CUSTID      PIC X(10) VALUE SPACES.
       01  WS-NIC         PIC X(12) VALUE SPACES.
       01  WS-NEW-FEED    PIC X(1)  VALUE SPACES.
           88  NEW-FEED-VALID VALUE "Y" "N".
       01  WS-FEED        PIC X(1)  VALUE SPACES.
       01  WS-NEW-ALERT   PIC X(1)  VALUE SPACES.
           88  NEW-ALERT-VALID VALUE "Y" "N".
       01  WS-NEW-ALERT-AMT PIC X(20) VALUE SPACES.
       01  WS-NEW-ALERT-NUM PIC S9(9)V99 VALUE 0.
       01  WS-ALERT       PIC X(1)  VALUE SPACES.
       01  WS-ALERT-EDIT  PIC -9(9).99.
       01  WS-NEW-TAX     PIC X(1)  VALUE SPACES.
           88  NEW-TAX-VALID VALUE "R" "N" "E".
       01  WS-NEW-TAX-EXP PIC X(8)  VALUE SPACES.
       01  WS-TAX         PIC X(1)  VALUE SPACES.
       01  WS-TAX-EXP     PIC X(8)  VALUE SPACES.
       01  WS-OPERATOR    PIC X(8)  VALUE SPACES.
       01  WS-OPERMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  OPERMSTR-OK        VALUE "00".
       01  WS-OPER-ALLOWED      PIC X(1) VALUE "N".
           88  OPERATOR-ALLOWED   VALUE "Y".
       01  WS-OPER-REASON       PIC X(30) VALUE SPACES.
       01  WS-REASON            PIC X(30) VALUE SPACES.
       01  WS-JSON        PIC X(300).
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
           88  CUSTMSTR-NOTFOUND    VALUE "23".
           MOVE WS-LINE5 TO WS-PARSE
           PERFORM PARSE-UPDATE-LINE

           MOVE SPACES TO WS-LINE6
           ACCEPT WS-LINE6 FROM SYSIN
           MOVE WS-LINE6 TO WS-PARSE
           PERFORM PARSE-UPDATE-LINE

           MOVE SPACES TO WS-LINE7
           ACCEPT WS-LINE7 FROM SYSIN
           MOVE WS-LINE7 TO WS-PARSE
           PERFORM PARSE-UPDATE-LINE

           MOVE SPACES TO WS-LINE8
           ACCEPT WS-LINE8 FROM SYSIN
           MOVE WS-LINE8 TO WS-PARSE
           PERFORM PARSE-UPDATE-LINE

           MOVE SPACES TO WS-LINE9
           ACCEPT WS-LINE9 FROM SYSIN
           MOVE WS-LINE9 TO WS-PARSE
           PERFORM PARSE-UPDATE-LINE

           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM VALIDATE-CUSTID-INPUT

           SET OPERATOR-ALLOWED TO TRUE
           IF INPUT-VALID
              AND (WS-NEW-NIC NOT = SPACES
                   OR WS-NEW-MOBILE NOT = SPACES
                   OR WS-NEW-FEED NOT = SPACES
                   OR WS-NEW-ALERT NOT = SPACES
                   OR WS-NEW-ALERT-AMT NOT = SPACES
                   OR WS-NEW-TAX NOT = SPACES
                   OR WS-NEW-TAX-EXP NOT = SPACES)
              PERFORM CHECK-OPERATOR
           END-IF

           IF INPUT-VALID AND OPERATOR-ALLOWED
              PERFORM LOAD-WATCH-LIST
              IF WATCHLIST-UNUSABLE
                 GOBACK
              PERFORM LOOKUP-AND-UPDATE-CUSTOMER
              PERFORM BUILD-PROFILE-JSON
           ELSE
              IF INPUT-VALID
                 MOVE WS-OPER-REASON TO WS-REASON
              ELSE
                 PERFORM WRITE-SUSPENSE-RECORD
                 MOVE "MALFORMED INPUT" TO WS-REASON
              END-IF
              PERFORM BUILD-REJECTED-JSON
           END-IF

           IF WS-PARSE(1:5) = "FEED="
              MOVE WS-PARSE(6:1) TO WS-NEW-FEED
           END-IF
           IF WS-PARSE(1:6) = "ALERT="
              MOVE WS-PARSE(7:1) TO WS-NEW-ALERT
           END-IF
           IF WS-PARSE(1:9) = "ALERTAMT="
              MOVE WS-PARSE(10:20) TO WS-NEW-ALERT-AMT
           END-IF
           IF WS-PARSE(1:10) = "TAXSTATUS="
              MOVE WS-PARSE(11:1) TO WS-NEW-TAX
           END-IF
           IF WS-PARSE(1:10) = "TAXEXPIRY="
              MOVE WS-PARSE(11:8) TO WS-NEW-TAX-EXP
           END-IF
           IF WS-PARSE(1:9) = "OPERATOR="
              MOVE WS-PARSE(10:8) TO WS-OPERATOR
           END-IF.
           STRING
             'JSON:{"type":"CustomerProfile",'
             '"status":"REJECTED",'
             '"reason":"' WS-REASON '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING.
           IF CUSTMSTR-OK
              IF WS-NEW-NIC NOT = SPACES OR WS-NEW-MOBILE NOT = SPACES
                 OR WS-NEW-FEED NOT = SPACES
                 OR WS-NEW-ALERT NOT = SPACES
                 OR WS-NEW-ALERT-AMT NOT = SPACES
                 OR WS-NEW-TAX NOT = SPACES
                 OR WS-NEW-TAX-EXP NOT = SPACES
                 OPEN EXTEND CUST-HIST-FILE
                 PERFORM APPLY-CUSTOMER-UPDATES
                 CLOSE CUST-HIST-FILE
              MOVE CUST-MOBILE  TO WS-MOBILE
              MOVE CUST-RISK    TO WS-RISK
              MOVE CUST-STMT-FEED TO WS-FEED
              MOVE CUST-ALERT-OPTIN TO WS-ALERT
              MOVE CUST-ALERT-AMT TO WS-ALERT-EDIT
              MOVE CUST-TAX-STATUS TO WS-TAX
              MOVE CUST-TAX-EXEMPT-EXP TO WS-TAX-EXP
           ELSE
              MOVE "UNKNOWN"    TO WS-NIC
              MOVE "NOT FOUND"  TO WS-NAME
             '"mobile":"' WS-MOBILE '",'
             '"risk":"' WS-RISK '",'
             '"nicPending":"' WS-NIC-PENDING '",'
             '"stmtFeed":"' WS-FEED '",'
             '"alerts":"' WS-ALERT '",'
             '"alertAmount":"' WS-ALERT-EDIT '",'
             '"taxStatus":"' WS-TAX '",'
             '"taxExpiry":"' WS-TAX-EXP '"}'
             DELIMITED BY SIZE
             INTO WS-JSON
           END-STRING.
              MOVE "FEED"         TO HIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-NEW-FEED    TO CUST-STMT-FEED
           END-IF
           IF WS-NEW-ALERT NOT = SPACES AND NEW-ALERT-VALID
              AND WS-NEW-ALERT NOT = CUST-ALERT-OPTIN
              MOVE CUST-ALERT-OPTIN TO HIST-OLD-VALUE
              MOVE WS-NEW-ALERT   TO HIST-NEW-VALUE
              MOVE "ALERT"        TO HIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-NEW-ALERT   TO CUST-ALERT-OPTIN
           END-IF
           IF WS-NEW-ALERT-AMT NOT = SPACES
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-NEW-ALERT-AMT))
                 TO WS-NEW-ALERT-NUM
              IF WS-NEW-ALERT-NUM NOT < 0
                 AND WS-NEW-ALERT-NUM NOT = CUST-ALERT-AMT
                 MOVE CUST-ALERT-AMT   TO WS-ALERT-EDIT
                 MOVE WS-ALERT-EDIT    TO HIST-OLD-VALUE
                 MOVE WS-NEW-ALERT-NUM TO WS-ALERT-EDIT
                 MOVE WS-ALERT-EDIT    TO HIST-NEW-VALUE
                 MOVE "ALERTAMT"       TO HIST-FIELD
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-NEW-ALERT-NUM TO CUST-ALERT-AMT
              END-IF
           END-IF
           PERFORM APPLY-TAX-STATUS-UPDATE.

      * An expiry that is not a full YYYYMMDD date is ignored, and so
      * is an exemption with no expiry to hold it - an open-ended
      * exemption would never lapse back to withholding.
       APPLY-TAX-STATUS-UPDATE.
           IF WS-NEW-TAX-EXP NOT NUMERIC
              MOVE SPACES TO WS-NEW-TAX-EXP
           END-IF
           IF WS-NEW-TAX NOT = SPACES AND NOT NEW-TAX-VALID
              MOVE SPACES TO WS-NEW-TAX
           END-IF
           IF WS-NEW-TAX = "E" AND WS-NEW-TAX-EXP = SPACES
              AND CUST-TAX-EXEMPT-EXP = SPACES
              MOVE SPACES TO WS-NEW-TAX
           END-IF
           IF WS-NEW-TAX NOT = SPACES
              AND WS-NEW-TAX NOT = CUST-TAX-STATUS
              MOVE CUST-TAX-STATUS TO HIST-OLD-VALUE
              MOVE WS-NEW-TAX     TO HIST-NEW-VALUE
              MOVE "TAXSTATUS"    TO HIST-FIELD
              PERFORM WRITE-HISTORY-ENTRY
              MOVE WS-NEW-TAX     TO CUST-TAX-STATUS
           END-IF
           IF CUST-TAX-EXEMPT
              IF WS-NEW-TAX-EXP NOT = SPACES
                 AND WS-NEW-TAX-EXP NOT = CUST-TAX-EXEMPT-EXP
                 MOVE CUST-TAX-EXEMPT-EXP TO HIST-OLD-VALUE
                 MOVE WS-NEW-TAX-EXP TO HIST-NEW-VALUE
                 MOVE "TAXEXPIRY"    TO HIST-FIELD
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE WS-NEW-TAX-EXP TO CUST-TAX-EXEMPT-EXP
              END-IF
           ELSE
              IF CUST-TAX-EXEMPT-EXP NOT = SPACES
                 MOVE CUST-TAX-EXEMPT-EXP TO HIST-OLD-VALUE
                 MOVE SPACES         TO HIST-NEW-VALUE
                 MOVE "TAXEXPIRY"    TO HIST-FIELD
                 PERFORM WRITE-HISTORY-ENTRY
                 MOVE SPACES         TO CUST-TAX-EXEMPT-EXP
              END-IF
           END-IF.

       WRITE-HISTORY-ENTRY.
           SET CQ-PENDING TO TRUE
           MOVE SPACES TO CQ-DISP-OPERATOR
           MOVE SPACES TO CQ-DISP-TIMESTAMP
           MOVE SPACES TO CQ-BEN-BANK
           MOVE SPACES TO CQ-BEN-ACCT
           WRITE CQ-RECORD
           CLOSE COMP-QUEUE-FILE
           SET NIC-PENDING TO TRUE.
           WRITE PA-RECORD
           CLOSE PEND-APPR-FILE
           SET NIC-PENDING TO TRUE.

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
              WHEN NOT OPER-MAY-MAINTAIN
                 MOVE "OPERATOR NOT ENTITLED" TO WS-OPER-REASON
              WHEN OTHER
                 SET OPERATOR-ALLOWED TO TRUE
           END-EVALUATE
           CLOSE OPER-MASTER-FILE
           IF NOT OPERATOR-ALLOWED
              DISPLAY "CUSTPROF: OPERATOR " WS-OPERATOR
                 " REFUSED - " WS-OPER-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
