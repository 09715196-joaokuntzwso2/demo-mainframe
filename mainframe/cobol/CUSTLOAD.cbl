
      * One-time / ad-hoc loader that (re)builds the customer master
      * from a sequential extract - the CUSTPROF companion to
      * ACCTLOAD. An extract without the alert preference columns
      * loads the customer opted out with no debit threshold, and
      * one without the tax columns loads the customer resident for
      * withholding; an exemption only loads with its expiry date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SEQ-CUST-MOBILE    PIC X(12).
           05  SEQ-CUST-RISK      PIC X(10).
           05  SEQ-CUST-FEED      PIC X(1).
           05  SEQ-CUST-ALERT     PIC X(1).
           05  SEQ-CUST-ALERT-AMT PIC 9(9)V99.
           05  SEQ-CUST-TAX       PIC X(1).
           05  SEQ-CUST-TAX-EXP   PIC X(8).

       FD  CUST-MASTER-FILE.
           COPY CUSTREC.
           ELSE
              MOVE "N" TO CUST-STMT-FEED
           END-IF
           IF SEQ-CUST-ALERT = "Y"
              MOVE "Y" TO CUST-ALERT-OPTIN
           ELSE
              MOVE "N" TO CUST-ALERT-OPTIN
           END-IF
           IF SEQ-CUST-ALERT-AMT IS NUMERIC
              MOVE SEQ-CUST-ALERT-AMT TO CUST-ALERT-AMT
           ELSE
              MOVE 0 TO CUST-ALERT-AMT
           END-IF
           IF SEQ-CUST-TAX = "N"
              MOVE "N" TO CUST-TAX-STATUS
              MOVE SPACES TO CUST-TAX-EXEMPT-EXP
           ELSE
              IF SEQ-CUST-TAX = "E" AND SEQ-CUST-TAX-EXP IS NUMERIC
                 MOVE "E" TO CUST-TAX-STATUS
                 MOVE SEQ-CUST-TAX-EXP TO CUST-TAX-EXEMPT-EXP
              ELSE
                 MOVE "R" TO CUST-TAX-STATUS
                 MOVE SPACES TO CUST-TAX-EXEMPT-EXP
              END-IF
           END-IF
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTLOAD: DUPLICATE CUSTOMER " CUST-ID
