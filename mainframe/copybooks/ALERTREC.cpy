      * Customer alert record - the SMS gateway's fixed layout. The
      * cycle steps that find something a customer should hear about
      * stage one record per event on the daily ALERTEVT file with
      * the account, amount and reference filled and the customer
      * fields blank: STOEXCP a rejected standing order (STOREJ),
      * HOLDSWP an expired hold released (HOLDREL), DORMSWP an
      * account approaching dormancy (DORMWARN). ALERTGEN adds its
      * own journal-driven events - a debit over the customer's
      * threshold (DEBIT) and an account going overdrawn (OVERDRWN)
      * - and CUSTPROF mobile number changes off CUSTHIST (MOBILE,
      * sent to both the new and the old number), resolves each to
      * the customer and mobile number, drops those for customers
      * who have not opted in (a MOBILE alert is a security notice
      * and is always sent), and writes the survivors in this same
      * layout to the gateway file. ALRT-TEXT is the message body.
       01  ALERT-RECORD.
           05  ALRT-TYPE          PIC X(8).
               88  ALRT-DEBIT         VALUE "DEBIT".
               88  ALRT-OVERDRAWN     VALUE "OVERDRWN".
               88  ALRT-STO-REJECT    VALUE "STOREJ".
               88  ALRT-HOLD-RELEASE  VALUE "HOLDREL".
               88  ALRT-DORMANCY      VALUE "DORMWARN".
               88  ALRT-MOBILE        VALUE "MOBILE".
           05  ALRT-DATE          PIC X(8).
           05  ALRT-CUSTID        PIC X(10).
           05  ALRT-MOBILE-NO     PIC X(12).
           05  ALRT-ACCT          PIC X(8).
           05  ALRT-AMOUNT        PIC 9(9)V99.
           05  ALRT-CCY           PIC X(3).
           05  ALRT-REF           PIC X(10).
           05  ALRT-TEXT          PIC X(60).
