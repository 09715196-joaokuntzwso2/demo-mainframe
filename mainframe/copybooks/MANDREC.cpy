      * Direct debit mandate - keyed by our account and the creditor's
      * originator id (the id the network carries on every debit item
      * a creditor sends). One record per authority a customer has
      * given a third party to collect from the account: the most it
      * may take in one collection, how often (D daily, W weekly - at
      * least seven days apart, M monthly - once per calendar month),
      * the first and last dates it may be used (an end date of
      * spaces is open-ended), and whether it is active, suspended by
      * the customer, or cancelled. CLGPOST returns an inbound debit
      * with no active mandate in force for the date, over the
      * maximum, or too soon after the last collection, and records
      * each collection it posts in MAND-LAST-COLL-DATE/-AMOUNT and
      * MAND-COLL-COUNT so the next item's frequency can be tested.
      * Maintained by MANDMNT with a before/after trail on MANDHIST.
       01  MAND-RECORD.
           05  MAND-KEY.
               10  MAND-ACCT          PIC X(8).
               10  MAND-ORIG-ID       PIC X(10).
           05  MAND-MAX-AMOUNT    PIC S9(9)V99 COMP-3.
           05  MAND-FREQ          PIC X(1).
               88  MAND-DAILY         VALUE "D".
               88  MAND-WEEKLY        VALUE "W".
               88  MAND-MONTHLY       VALUE "M".
           05  MAND-START-DATE    PIC X(8).
           05  MAND-END-DATE      PIC X(8).
           05  MAND-STATUS        PIC X(1).
               88  MAND-ACTIVE        VALUE "A".
               88  MAND-SUSPENDED     VALUE "S".
               88  MAND-CANCELLED     VALUE "C".
           05  MAND-LAST-COLL-DATE   PIC X(8).
           05  MAND-LAST-COLL-AMOUNT PIC S9(9)V99 COMP-3.
           05  MAND-COLL-COUNT       PIC 9(5).
