      * Withholding tax ledger record - the running total of interest
      * credited and tax withheld at source, kept by INTACCR (and by
      * ACCTCLS for a closing account's final day) as each credit
      * posts, and by TDMATUR and TDMAINT as term deposit interest
      * is capitalized - WHT-ACCT then holds the TDEP-ID - so the
      * monthly remittance summary and the year-end certificates
      * are read from one place instead of from a
      * journal JRNLARC has partly archived. One record per tax
      * year, customer, account, month and the tax status the
      * interest was taxed under (R resident, N non-resident, E
      * exempt with a valid certificate) - the key order is the
      * certificate's, so a year's records read back customer by
      * customer. Net interest is WHT-GROSS less WHT-TAX.
       01  WHT-RECORD.
           05  WHT-KEY.
               10  WHT-YEAR       PIC X(4).
               10  WHT-CUSTID     PIC X(10).
               10  WHT-ACCT       PIC X(8).
               10  WHT-MONTH      PIC X(2).
               10  WHT-TAX-STATUS PIC X(1).
                   88  WHT-RESIDENT     VALUE "R".
                   88  WHT-NONRESIDENT  VALUE "N".
                   88  WHT-EXEMPT       VALUE "E".
           05  WHT-CCY            PIC X(3).
           05  WHT-GROSS          PIC S9(11)V99 COMP-3.
           05  WHT-TAX            PIC S9(11)V99 COMP-3.
           05  WHT-CREDIT-COUNT   PIC 9(5).
           05  WHT-LAST-DATE      PIC X(8).
