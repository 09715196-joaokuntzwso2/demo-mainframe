      * Fraud scoring log record - one per transfer or hold the
      * posting run scored at or above the near-miss threshold,
      * appended to the multi-day FRAUDLOG dataset and listed for
      * the business date by the FRAUDRPT cycle step. FLOG-ACTION
      * says whether the item was held for fraud review (the block
      * itself sits on the FRAUDQ queue) or was a near miss that
      * went on through the normal posting checks, FLOG-STATUS
      * carrying the journal status it ended with. FLOG-RULES names
      * the rules that fired (MOBILE, NEWBEN, REACT, VELOCITY) and
      * FLOG-SCORE their summed weight. An outward payment keeps its
      * beneficiary in FLOG-BEN-BANK/FLOG-BEN-ACCT (FLOG-TO is then
      * the outward clearing suspense account).
       01  FLOG-RECORD.
           05  FLOG-BUS-DATE      PIC X(8).
           05  FLOG-AUTH          PIC X(10).
           05  FLOG-ACTION        PIC X(1).
               88  FLOG-HELD          VALUE "H".
               88  FLOG-NEAR-MISS     VALUE "N".
           05  FLOG-TXNTYPE       PIC X(8).
           05  FLOG-FROM          PIC X(8).
           05  FLOG-TO            PIC X(8).
           05  FLOG-BEN-BANK      PIC X(8).
           05  FLOG-BEN-ACCT      PIC X(8).
           05  FLOG-CUSTID        PIC X(10).
           05  FLOG-AMOUNT        PIC 9(9)V99.
           05  FLOG-CCY           PIC X(3).
           05  FLOG-SCORE         PIC 9(3).
           05  FLOG-RULES         PIC X(30).
           05  FLOG-STATUS        PIC X(10).
