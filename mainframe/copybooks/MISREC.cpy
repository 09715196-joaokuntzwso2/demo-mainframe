      * Month-end MIS summary record - one per month, account segment
      * and currency, written by MISRPT each time it summarizes a
      * month (a rerun rewrites the month's records), so next month's
      * run compares against figures kept as they were printed
      * rather than recomputing a month whose journal JRNLARC may
      * since have archived. Amounts are in the currency of the key;
      * MIS-AVG-BAL-BASE carries the same balances in the base
      * currency at the month-end rate.
       01  MIS-RECORD.
           05  MIS-KEY.
               10  MIS-MONTH      PIC X(6).
               10  MIS-SEGMENT    PIC X(10).
               10  MIS-CCY        PIC X(3).
           05  MIS-ACCOUNTS       PIC 9(7).
           05  MIS-BOOK-ACCOUNTS  PIC 9(7).
           05  MIS-OPENED         PIC 9(7).
           05  MIS-CLOSED         PIC 9(7).
           05  MIS-AVG-BAL-TOTAL  PIC S9(13)V99 COMP-3.
           05  MIS-AVG-BAL-BASE   PIC S9(13)V99 COMP-3.
           05  MIS-INTEREST       PIC S9(11)V99 COMP-3.
           05  MIS-FEES           PIC S9(11)V99 COMP-3.
           05  MIS-OD-ACCOUNTS    PIC 9(7).
           05  MIS-OD-DAYS        PIC 9(7).
