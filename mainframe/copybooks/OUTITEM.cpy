      * Outbound interbank clearing item - the network's item layout,
      * the inbound CLGFILE feed's fields less the originator id only
      * a debit carries, seen from the sending side. TXNPOST stages
      * one credit item per approved outward payment on OUTITEMS
      * (OUT-BANK/OUT-ACCT are the beneficiary's bank code and
      * account at that bank, OUT-REF is the posting's own auth
      * code), and the OUTCLG step wraps the day's staged items in
      * the network's HDR/TRL envelope. The network returns an
      * unapplied item in the same layout with OUT-RETURN-CODE
      * (R01-R06) filled, and OUTRET matches it back to the original
      * posting through OUT-REF.
       01  OUT-ITEM-RECORD.
           05  OUT-DR-CR          PIC X(1).
               88  OUT-CREDIT         VALUE "C".
           05  OUT-BANK           PIC X(8).
           05  OUT-ACCT           PIC X(8).
           05  OUT-AMOUNT         PIC 9(9)V99.
           05  OUT-CCY            PIC X(3).
           05  OUT-REF            PIC X(10).
           05  OUT-RETURN-CODE    PIC X(3).
