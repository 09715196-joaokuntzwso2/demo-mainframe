      * CUST-STMT-FEED marks a customer (typically corporate) who
      * subscribed to the nightly machine-readable transaction feed
      * TXNFEED cuts - only subscribed customers' accounts get one.
      * CUST-ALERT-OPTIN is the customer's SMS alert preference and
      * CUST-ALERT-AMT the debit size they want to hear about (zero
      * means no debit alerts) - the nightly ALERTGEN extract honors
      * both. CUST-TAX-STATUS says how interest is taxed at source:
      * a resident (or a blank status) and a non-resident have tax
      * withheld at their PARMFILE rate, and an exempt customer has
      * none until CUST-TAX-EXEMPT-EXP, the expiry date of the
      * exemption certificate on file - after it the customer is
      * taxed as a resident until a renewed certificate is keyed.
      * Maintained by CUSTPROF with the usual CUSTHIST trail.
       01  CUSTOMER-RECORD.
           05  CUST-ID            PIC X(10).
           05  CUST-RISK          PIC X(10).
           05  CUST-STMT-FEED     PIC X(1).
               88  CUST-FEED-SUBSCRIBED VALUE "Y".
           05  CUST-ALERT-OPTIN   PIC X(1).
               88  CUST-ALERTS-ON       VALUE "Y".
           05  CUST-ALERT-AMT     PIC S9(9)V99 COMP-3.
           05  CUST-TAX-STATUS    PIC X(1).
               88  CUST-TAX-RESIDENT    VALUE "R" " ".
               88  CUST-TAX-NONRESIDENT VALUE "N".
               88  CUST-TAX-EXEMPT      VALUE "E".
           05  CUST-TAX-EXEMPT-EXP PIC X(8).
