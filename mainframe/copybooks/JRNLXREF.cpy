      * of every journal entry, keyed by account, business date and
      * auth code, maintained at journaling time by every program
      * that writes TXNJRNL (TXNPOST, CLGPOST, INTACCR, FEEASSM,
      * HOLDSWP, ACCTCLS, TDMAINT, TDMATUR, OUTRET, SWEEPRUN,
      * DSPCASE). It
      * exists so the readers that used to scan the whole journal
      * for one account's or one day's entries - statements, fee
      * counting, risk tallies, and the
      * posting run's own reversal/hold/duplicate checks - can START
      * at (account, date) and read only what touched it. XREF-SIDE
      * says which side of the entry the account was on; the type,
