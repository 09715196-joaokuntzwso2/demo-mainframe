       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTRPT.

      * Withholding tax reporting off the WHTLEDG ledger INTACCR and
      * ACCTCLS keep as each interest credit posts, and TDMATUR and
      * TDMAINT as term deposit interest is capitalized (a deposit
      * appears under its TDEP-ID where an account would). A
      * MONTH=YYYYMM card prints the monthly remittance summary for
      * the tax authority: the month's gross interest, tax withheld
      * and net interest by currency and the tax status it was taxed
      * under, then the tax payable per currency - the figure remitted,
      * which should agree with the month's credits to the
      * withholding tax payable GL (23100) in the GL extract. A
      * YEAR=YYYY card prints the year-end certificates instead, one
      * per customer in customer order: name and NIC off the
      * customer master, each account's gross interest, tax
      * withheld and net for the year (a line per tax status where
      * the status changed in the year), and the customer's totals
      * per currency. With no valid card, or with no ledger to read,
      * nothing is printed and the run ends RC=8. Operator-run, not
      * part of the recurring daily cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-LEDGER-FILE ASSIGN TO "WHTLEDG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WHT-KEY
              FILE STATUS IS WS-WHTLEDG-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-ID
              FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT WHT-RPT-FILE ASSIGN TO "WHTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WHTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHT-LEDGER-FILE.
           COPY WHTREC.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.

       FD  WHT-RPT-FILE.
       01  WHT-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WHTLEDG-STATUS    PIC X(2) VALUE SPACES.
           88  WHTLEDG-OK           VALUE "00".
           88  WHTLEDG-EOF          VALUE "10".
       01  WS-CUSTMSTR-STATUS   PIC X(2) VALUE SPACES.
           88  CUSTMSTR-OK          VALUE "00".
       01  WS-WHTRPT-STATUS     PIC X(2) VALUE SPACES.

       01  WS-LINE              PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE          PIC X(1)  VALUE SPACES.
           88  MONTH-RUN            VALUE "M".
           88  YEAR-RUN             VALUE "Y".
       01  WS-YEAR              PIC X(4)  VALUE SPACES.
       01  WS-MONTH             PIC X(2)  VALUE SPACES.
       01  WS-MONTH-N REDEFINES WS-MONTH PIC 9(2).
       01  WS-RECORD-COUNT      PIC 9(7)  VALUE 0.
       01  WS-USED-COUNT        PIC 9(7)  VALUE 0.

      * Monthly summary - one row per currency and tax status, and
      * one per currency for the tax payable.
       01  WS-REM-MAX           PIC 9(2)  VALUE 30.
       01  WS-REM-COUNT         PIC 9(2)  VALUE 0.
       01  WS-REM-IDX           PIC 9(2)  VALUE 0.
       01  WS-REM-SLOT          PIC 9(2)  VALUE 0.
       01  WS-REM-TABLE.
           05  WS-REM-ENTRY OCCURS 30 TIMES.
               10  WS-REM-CCY       PIC X(3).
               10  WS-REM-STATUS    PIC X(1).
               10  WS-REM-ACCOUNTS  PIC 9(7).
               10  WS-REM-CREDITS   PIC 9(9).
               10  WS-REM-GROSS     PIC S9(13)V99.
               10  WS-REM-TAX       PIC S9(13)V99.
       01  WS-CCY-MAX           PIC 9(2)  VALUE 20.
       01  WS-CCY-COUNT         PIC 9(2)  VALUE 0.
       01  WS-CCY-IDX           PIC 9(2)  VALUE 0.
       01  WS-CCY-SLOT          PIC 9(2)  VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-GROSS     PIC S9(13)V99.
               10  WS-CCY-TAX       PIC S9(13)V99.
       01  WS-TABLE-FULL        PIC X(1)  VALUE "N".
           88  TABLE-FULL           VALUE "Y".

      * Certificates - the customer and account being gathered, the
      * account's year split by the status it was taxed under (R, N
      * and E in that order), and the customer's currency totals,
      * which reuse the currency table above.
       01  WS-CERT-CUSTID       PIC X(10) VALUE SPACES.
       01  WS-CERT-ACCT         PIC X(8)  VALUE SPACES.
       01  WS-CERT-CCY          PIC X(3)  VALUE SPACES.
       01  WS-STATUS-CODES      PIC X(3)  VALUE "RNE".
       01  WS-BUCKET-IDX        PIC 9(1)  VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 3 TIMES.
               10  WS-BUCKET-USED   PIC X(1).
               10  WS-BUCKET-GROSS  PIC S9(13)V99.
               10  WS-BUCKET-TAX    PIC S9(13)V99.
       01  WS-CERT-COUNT        PIC 9(7)  VALUE 0.

       01  WS-STATUS-TEXT       PIC X(12) VALUE SPACES.
       01  WS-CUR-STATUS-TEXT   PIC X(12) VALUE SPACES.
       01  WS-NET               PIC S9(13)V99 VALUE 0.
       01  WS-GROSS-EDIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-TAX-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT2       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-LINE FROM SYSIN
           PERFORM VALIDATE-RUN-CARD
           IF WS-RUN-MODE = SPACES
              DISPLAY "WHTRPT: NO VALID RUN CARD - SUPPLY "
                 "MONTH=YYYYMM OR YEAR=YYYY"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT WHT-LEDGER-FILE
           IF NOT WHTLEDG-OK
              DISPLAY "WHTRPT: WITHHOLDING LEDGER NOT AVAILABLE "
                 "(STATUS " WS-WHTLEDG-STATUS ") - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT WHT-RPT-FILE
           IF MONTH-RUN
              PERFORM LOAD-MONTH-TOTALS
              PERFORM WRITE-REMITTANCE-SUMMARY
           ELSE
              OPEN INPUT CUST-MASTER-FILE
              PERFORM WRITE-CERTIFICATES
              CLOSE CUST-MASTER-FILE
           END-IF
           CLOSE WHT-RPT-FILE
           CLOSE WHT-LEDGER-FILE

           IF MONTH-RUN
              DISPLAY "WHTRPT: MONTH " WS-YEAR WS-MONTH ", "
                 WS-USED-COUNT " OF " WS-RECORD-COUNT
                 " LEDGER RECORDS FOR THE YEAR, "
                 WS-CCY-COUNT " CURRENCIES"
           ELSE
              DISPLAY "WHTRPT: YEAR " WS-YEAR ", "
                 WS-RECORD-COUNT " LEDGER RECORDS, "
                 WS-CERT-COUNT " CERTIFICATES"
           END-IF
           IF TABLE-FULL
              DISPLAY "WHTRPT: SUMMARY TABLE FULL - REPORT IS "
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
                 SET MONTH-RUN TO TRUE
              END-IF
           END-IF
           IF WS-LINE(1:5) = "YEAR="
              AND WS-LINE(6:4) IS NUMERIC
              MOVE WS-LINE(6:4) TO WS-YEAR
              SET YEAR-RUN TO TRUE
           END-IF.

      * The ledger is keyed year first, so the year's records are
      * one contiguous run from the START.
       START-AT-YEAR.
           MOVE LOW-VALUES TO WHT-KEY
           MOVE WS-YEAR TO WHT-YEAR
           START WHT-LEDGER-FILE KEY IS NOT LESS THAN WHT-KEY
               INVALID KEY
                   SET WHTLEDG-EOF TO TRUE
           END-START
           IF NOT WHTLEDG-EOF
              PERFORM READ-NEXT-LEDGER
           END-IF.

       READ-NEXT-LEDGER.
           READ WHT-LEDGER-FILE NEXT RECORD
               AT END SET WHTLEDG-EOF TO TRUE
           END-READ
           IF NOT WHTLEDG-EOF AND WHT-YEAR NOT = WS-YEAR
              SET WHTLEDG-EOF TO TRUE
           END-IF.

       LOAD-MONTH-TOTALS.
           PERFORM START-AT-YEAR
           PERFORM UNTIL WHTLEDG-EOF
              ADD 1 TO WS-RECORD-COUNT
              IF WHT-MONTH = WS-MONTH
                 ADD 1 TO WS-USED-COUNT
                 PERFORM ADD-TO-REMITTANCE
                 PERFORM ADD-TO-CURRENCY
              END-IF
              PERFORM READ-NEXT-LEDGER
           END-PERFORM.

       ADD-TO-REMITTANCE.
           MOVE 0 TO WS-REM-SLOT
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
              UNTIL WS-REM-IDX > WS-REM-COUNT
              IF WS-REM-CCY(WS-REM-IDX) = WHT-CCY
                 AND WS-REM-STATUS(WS-REM-IDX) = WHT-TAX-STATUS
                 MOVE WS-REM-IDX TO WS-REM-SLOT
              END-IF
           END-PERFORM
           IF WS-REM-SLOT = 0
              IF WS-REM-COUNT = WS-REM-MAX
                 SET TABLE-FULL TO TRUE
              ELSE
                 ADD 1 TO WS-REM-COUNT
                 MOVE WS-REM-COUNT   TO WS-REM-SLOT
                 MOVE WHT-CCY        TO WS-REM-CCY(WS-REM-SLOT)
                 MOVE WHT-TAX-STATUS TO WS-REM-STATUS(WS-REM-SLOT)
                 MOVE 0 TO WS-REM-ACCOUNTS(WS-REM-SLOT)
                 MOVE 0 TO WS-REM-CREDITS(WS-REM-SLOT)
                 MOVE 0 TO WS-REM-GROSS(WS-REM-SLOT)
                 MOVE 0 TO WS-REM-TAX(WS-REM-SLOT)
              END-IF
           END-IF
           IF WS-REM-SLOT > 0
              ADD 1                TO WS-REM-ACCOUNTS(WS-REM-SLOT)
              ADD WHT-CREDIT-COUNT TO WS-REM-CREDITS(WS-REM-SLOT)
              ADD WHT-GROSS        TO WS-REM-GROSS(WS-REM-SLOT)
              ADD WHT-TAX          TO WS-REM-TAX(WS-REM-SLOT)
           END-IF.

       ADD-TO-CURRENCY.
           MOVE 0 TO WS-CCY-SLOT
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
              IF WS-CCY-CODE(WS-CCY-IDX) = WHT-CCY
                 MOVE WS-CCY-IDX TO WS-CCY-SLOT
              END-IF
           END-PERFORM
           IF WS-CCY-SLOT = 0
              IF WS-CCY-COUNT = WS-CCY-MAX
                 SET TABLE-FULL TO TRUE
              ELSE
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-SLOT
                 MOVE WHT-CCY      TO WS-CCY-CODE(WS-CCY-SLOT)
                 MOVE 0 TO WS-CCY-GROSS(WS-CCY-SLOT)
                 MOVE 0 TO WS-CCY-TAX(WS-CCY-SLOT)
              END-IF
           END-IF
           IF WS-CCY-SLOT > 0
              ADD WHT-GROSS TO WS-CCY-GROSS(WS-CCY-SLOT)
              ADD WHT-TAX   TO WS-CCY-TAX(WS-CCY-SLOT)
           END-IF.

       SET-STATUS-TEXT.
           EVALUATE WS-STATUS-TEXT(1:1)
              WHEN "N"
                 MOVE "NON-RESIDENT" TO WS-STATUS-TEXT
              WHEN "E"
                 MOVE "EXEMPT"       TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "RESIDENT"     TO WS-STATUS-TEXT
           END-EVALUATE.

       WRITE-REMITTANCE-SUMMARY.
           MOVE SPACES TO WHT-RPT-LINE
           STRING "WITHHOLDING TAX REMITTANCE SUMMARY - MONTH "
              WS-YEAR WS-MONTH
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           STRING "CCY TAX STATUS    ACCOUNTS   CREDITS"
              "       GROSS INTEREST         TAX WITHHELD"
              "         NET INTEREST"
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           IF WS-REM-COUNT = 0
              MOVE SPACES TO WHT-RPT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-IF
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
              UNTIL WS-REM-IDX > WS-REM-COUNT
              MOVE WS-REM-STATUS(WS-REM-IDX) TO WS-STATUS-TEXT
              PERFORM SET-STATUS-TEXT
              MOVE WS-REM-ACCOUNTS(WS-REM-IDX) TO WS-COUNT-EDIT
              MOVE WS-REM-CREDITS(WS-REM-IDX)  TO WS-COUNT-EDIT2
              MOVE WS-REM-GROSS(WS-REM-IDX)    TO WS-GROSS-EDIT
              MOVE WS-REM-TAX(WS-REM-IDX)      TO WS-TAX-EDIT
              COMPUTE WS-NET = WS-REM-GROSS(WS-REM-IDX)
                 - WS-REM-TAX(WS-REM-IDX)
              MOVE WS-NET TO WS-NET-EDIT
              MOVE SPACES TO WHT-RPT-LINE
              STRING WS-REM-CCY(WS-REM-IDX) " " WS-STATUS-TEXT " "
                 WS-COUNT-EDIT " " WS-COUNT-EDIT2 " "
                 WS-GROSS-EDIT " " WS-TAX-EDIT " " WS-NET-EDIT
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-PERFORM

           MOVE SPACES TO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           STRING "TAX PAYABLE BY CURRENCY"
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           STRING "CCY       GROSS INTEREST          TAX PAYABLE"
              "         NET INTEREST"
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           IF WS-CCY-COUNT = 0
              MOVE SPACES TO WHT-RPT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
              MOVE WS-CCY-GROSS(WS-CCY-IDX) TO WS-GROSS-EDIT
              MOVE WS-CCY-TAX(WS-CCY-IDX)   TO WS-TAX-EDIT
              COMPUTE WS-NET = WS-CCY-GROSS(WS-CCY-IDX)
                 - WS-CCY-TAX(WS-CCY-IDX)
              MOVE WS-NET TO WS-NET-EDIT
              MOVE SPACES TO WHT-RPT-LINE
              STRING WS-CCY-CODE(WS-CCY-IDX) " "
                 WS-GROSS-EDIT " " WS-TAX-EDIT " " WS-NET-EDIT
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-PERFORM

           MOVE SPACES TO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE WS-USED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WHT-RPT-LINE
           STRING "LEDGER RECORDS FOR THE MONTH: " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE.

      * One pass over the year in key order - customer, then
      * account - printing each account when the account changes
      * and closing each certificate when the customer changes.
       WRITE-CERTIFICATES.
           PERFORM START-AT-YEAR
           PERFORM UNTIL WHTLEDG-EOF
              ADD 1 TO WS-RECORD-COUNT
              IF WHT-CUSTID NOT = WS-CERT-CUSTID
                 IF WS-CERT-CUSTID NOT = SPACES
                    PERFORM FINISH-CERT-ACCOUNT
                    PERFORM FINISH-CERTIFICATE
                 END-IF
                 PERFORM START-CERTIFICATE
                 PERFORM START-CERT-ACCOUNT
              ELSE
                 IF WHT-ACCT NOT = WS-CERT-ACCT
                    PERFORM FINISH-CERT-ACCOUNT
                    PERFORM START-CERT-ACCOUNT
                 END-IF
              END-IF
              PERFORM ADD-TO-CERT-ACCOUNT
              PERFORM READ-NEXT-LEDGER
           END-PERFORM
           IF WS-CERT-CUSTID NOT = SPACES
              PERFORM FINISH-CERT-ACCOUNT
              PERFORM FINISH-CERTIFICATE
           ELSE
              MOVE SPACES TO WHT-RPT-LINE
              STRING "WITHHOLDING TAX CERTIFICATES - TAX YEAR "
                 WS-YEAR
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
              MOVE SPACES TO WHT-RPT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-IF
           MOVE SPACES TO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE WS-CERT-COUNT TO WS-COUNT-EDIT
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT2
           MOVE SPACES TO WHT-RPT-LINE
           STRING "CERTIFICATES: " WS-COUNT-EDIT
              "   LEDGER RECORDS: " WS-COUNT-EDIT2
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE.

      * The name, NIC and status printed are the customer master's
      * as of the run; the status each amount was taxed under is on
      * the account lines.
       START-CERTIFICATE.
           MOVE WHT-CUSTID TO WS-CERT-CUSTID
           MOVE 0 TO WS-CCY-COUNT
           ADD 1 TO WS-CERT-COUNT
           MOVE WHT-CUSTID TO CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT CUSTMSTR-OK
              MOVE "NOT FOUND" TO CUST-NAME
              MOVE "UNKNOWN"   TO CUST-NIC
              MOVE SPACES      TO CUST-TAX-STATUS
              MOVE SPACES      TO CUST-TAX-EXEMPT-EXP
           END-IF
           MOVE CUST-TAX-STATUS TO WS-STATUS-TEXT
           PERFORM SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-CUR-STATUS-TEXT

           MOVE SPACES TO WHT-RPT-LINE
           STRING "WITHHOLDING TAX CERTIFICATE - TAX YEAR " WS-YEAR
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           STRING "CUSTOMER: " WHT-CUSTID "  " CUST-NAME
              "  NIC: " CUST-NIC
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           IF CUST-TAX-EXEMPT
              STRING "TAX STATUS: " WS-CUR-STATUS-TEXT
                 "  CERTIFICATE EXPIRES: " CUST-TAX-EXEMPT-EXP
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
           ELSE
              STRING "TAX STATUS: " WS-CUR-STATUS-TEXT
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
           END-IF
           WRITE WHT-RPT-LINE
           MOVE SPACES TO WHT-RPT-LINE
           STRING "ACCOUNT  CCY TAXED AS    "
              "       GROSS INTEREST         TAX WITHHELD"
              "         NET INTEREST"
              DELIMITED BY SIZE INTO WHT-RPT-LINE
           WRITE WHT-RPT-LINE.

       START-CERT-ACCOUNT.
           MOVE WHT-ACCT TO WS-CERT-ACCT
           MOVE WHT-CCY  TO WS-CERT-CCY
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 3
              MOVE "N" TO WS-BUCKET-USED(WS-BUCKET-IDX)
              MOVE 0   TO WS-BUCKET-GROSS(WS-BUCKET-IDX)
              MOVE 0   TO WS-BUCKET-TAX(WS-BUCKET-IDX)
           END-PERFORM.

       ADD-TO-CERT-ACCOUNT.
           EVALUATE TRUE
              WHEN WHT-NONRESIDENT
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN WHT-EXEMPT
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN OTHER
                 MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE
           MOVE "Y" TO WS-BUCKET-USED(WS-BUCKET-IDX)
           ADD WHT-GROSS TO WS-BUCKET-GROSS(WS-BUCKET-IDX)
           ADD WHT-TAX   TO WS-BUCKET-TAX(WS-BUCKET-IDX)
           PERFORM ADD-TO-CURRENCY.

       FINISH-CERT-ACCOUNT.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 3
              IF WS-BUCKET-USED(WS-BUCKET-IDX) = "Y"
                 MOVE WS-STATUS-CODES(WS-BUCKET-IDX:1)
                    TO WS-STATUS-TEXT
                 PERFORM SET-STATUS-TEXT
                 MOVE WS-BUCKET-GROSS(WS-BUCKET-IDX) TO WS-GROSS-EDIT
                 MOVE WS-BUCKET-TAX(WS-BUCKET-IDX)   TO WS-TAX-EDIT
                 COMPUTE WS-NET = WS-BUCKET-GROSS(WS-BUCKET-IDX)
                    - WS-BUCKET-TAX(WS-BUCKET-IDX)
                 MOVE WS-NET TO WS-NET-EDIT
                 MOVE SPACES TO WHT-RPT-LINE
                 STRING WS-CERT-ACCT " " WS-CERT-CCY " "
                    WS-STATUS-TEXT " " WS-GROSS-EDIT " "
                    WS-TAX-EDIT " " WS-NET-EDIT
                    DELIMITED BY SIZE INTO WHT-RPT-LINE
                 WRITE WHT-RPT-LINE
              END-IF
           END-PERFORM.

       FINISH-CERTIFICATE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
              MOVE WS-CCY-GROSS(WS-CCY-IDX) TO WS-GROSS-EDIT
              MOVE WS-CCY-TAX(WS-CCY-IDX)   TO WS-TAX-EDIT
              COMPUTE WS-NET = WS-CCY-GROSS(WS-CCY-IDX)
                 - WS-CCY-TAX(WS-CCY-IDX)
              MOVE WS-NET TO WS-NET-EDIT
              MOVE SPACES TO WHT-RPT-LINE
              STRING "TOTAL    " WS-CCY-CODE(WS-CCY-IDX)
                 "              " WS-GROSS-EDIT " "
                 WS-TAX-EDIT " " WS-NET-EDIT
                 DELIMITED BY SIZE INTO WHT-RPT-LINE
              WRITE WHT-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WHT-RPT-LINE
           WRITE WHT-RPT-LINE.
